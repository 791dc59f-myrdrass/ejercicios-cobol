      *              condicion y fechas), para responder que nota
      *              tenia el alumno antes de un recuperatorio o
      *              una rectificacion.
      * 15/10/2026 - La version pisada por un final aprobado en
      *              mesa de examen (origen F, PROG23) se muestra
      *              como PISADA POR MESA FINAL.
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      * 15/10/2026 - PAD-REC suma al final los datos de contacto del
      *              alumno (correo, domicilio, localidad y codigo
      *              postal) que mantiene PROG16 (registro de 180
      *              posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG10.
              88 MAE-OBJETADO            VALUE 'R'.
              88 MAE-SIN-CONFIRMAR       VALUE SPACE.
           05 MAE-FECHA-CONF     PIC 9(08).
           05 MAE-COMISION       PIC X(02).

       FD  MATRICULA
           LABEL RECORD IS STANDARD.
           05 PAD-ESTADO         PIC X(01).
              88 PAD-ACTIVO              VALUE 'A'.
              88 PAD-BAJA                VALUE 'B'.
           05 PAD-EMAIL          PIC X(50).
           05 PAD-DOMICILIO      PIC X(40).
           05 PAD-LOCALIDAD      PIC X(25).
           05 PAD-COD-POSTAL     PIC X(08).

      *-----------------------------------------------------------*
      * Versiones anteriores de los legajos, preservadas por      *
              88 HIS-CARGA-NORMAL        VALUE 'N'.
              88 HIS-RECUPERATORIO       VALUE 'R'.
              88 HIS-RECTIFICACION       VALUE 'T'.
              88 HIS-MESA-FINAL          VALUE 'F'.
           05 HIS-PROMEDIO       PIC 9(02)V9(02).
           05 HIS-ESTADO         PIC X(11).
           05 HIS-FECHA-ACT      PIC 9(08).
                    ' ' HIS-FECHA-ACT ' PISADA POR RECTIFIC. '
                    HIS-FECHA-REEMPL
              ELSE
                 IF HIS-MESA-FINAL
                    DISPLAY HIS-CURSO ' ' HIS-PERIODO ' V'
                       HIS-SECUENCIA ' ' WSM-PROMEDIO ' ' HIS-ESTADO
                       ' ' HIS-FECHA-ACT ' PISADA POR MESA FINAL  '
                       HIS-FECHA-REEMPL
                 ELSE
                    DISPLAY HIS-CURSO ' ' HIS-PERIODO ' V'
                       HIS-SECUENCIA ' ' WSM-PROMEDIO ' ' HIS-ESTADO
                       ' ' HIS-FECHA-ACT ' PISADA POR CARGA NORM. '
                       HIS-FECHA-REEMPL
                 END-IF
              END-IF
           END-IF

