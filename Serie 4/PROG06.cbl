      *              cambio que las reemplazo, para responder una
      *              disputa sobre un recuperatorio o una
      *              rectificacion.
      * 15/10/2026 - El legajo aprobado por final en mesa de examen
      *              (APROB.FINAL, grabado por PROG23) cuenta entre
      *              los aprobados, y la version que ese final piso
      *              se informa con origen MESA DE FINAL.
      * 15/10/2026 - El curso otorgado por equivalencia (condicion
      *              EQUIVALENTE, grabado por PROG25) se marca en
      *              su renglon como POR EQUIVALENCIA y se cuenta
      *              aparte en el pie, fuera de aprobados y
      *              desaprobados.
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      * 15/10/2026 - PAD-REC suma al final los datos de contacto del
      *              alumno (correo, domicilio, localidad y codigo
      *              postal) que mantiene PROG16 (registro de 180
      *              posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG06.
              88 MAE-OBJETADO            VALUE 'R'.
              88 MAE-SIN-CONFIRMAR       VALUE SPACE.
           05 MAE-FECHA-CONF     PIC 9(08).
           05 MAE-COMISION       PIC X(02).

       FD  ANALITICO
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
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-APROBADO         PIC X(08)       VALUE 'APROBADO'.
          05 WSC-APROB-FINAL      PIC X(11)       VALUE 'APROB.FINAL'.
          05 WSC-EQUIVALENTE      PIC X(11)       VALUE 'EQUIVALENTE'.
          05 WSC-POR-EQUIVALENCIA PIC X(16)       VALUE
             'POR EQUIVALENCIA'.
          05 WSC-SIN-LEGAJOS      PIC X(30)       VALUE
             'SIN LEGAJOS EN EL MAESTRO'.

          05 WSA-CANT-LEGAJOS     PIC 9(04)       VALUE 0.
          05 WSA-CANT-APROBADOS   PIC 9(04)       VALUE 0.
          05 WSA-CANT-DESAPROB    PIC 9(04)       VALUE 0.
          05 WSA-CANT-EQUIVAL     PIC 9(04)       VALUE 0.
          05 WSA-ACUM-PROMEDIOS   PIC 9(06)V9(02) VALUE 0.
          05 WSA-CANT-SOLICITUDES PIC 9(06)       VALUE 0.

          05 LL-PROMEDIO          PIC Z9,99.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LL-ESTADO            PIC X(11).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LL-ORIGEN            PIC X(16).

       01 WS-LINEA-PIE.
          05 FILLER               PIC X(17)       VALUE
          05 FILLER               PIC X(15)       VALUE
             '  DESAPROBADOS '.
          05 LP-CANT-DESAPROB     PIC ZZZ9.
          05 FILLER               PIC X(16)       VALUE
             '  EQUIVALENCIAS '.
          05 LP-CANT-EQUIVAL      PIC ZZZ9.

       01 WS-LINEA-SIN-LEGAJOS.
          05 LS-LEYENDA           PIC X(30).
           MOVE WSC-0  TO WSA-CANT-LEGAJOS
           MOVE WSC-0  TO WSA-CANT-APROBADOS
           MOVE WSC-0  TO WSA-CANT-DESAPROB
           MOVE WSC-0  TO WSA-CANT-EQUIVAL
           MOVE WSC-0  TO WSA-ACUM-PROMEDIOS

           PERFORM 215000-BUSCAR-PADRON
           ADD MAE-PROMEDIO  TO WSA-ACUM-PROMEDIOS

           IF MAE-ESTADO = WSC-APROBADO
              OR MAE-ESTADO = WSC-APROB-FINAL
              ADD WSC-1 TO WSA-CANT-APROBADOS
           ELSE
              IF MAE-ESTADO = WSC-EQUIVALENTE
                 ADD WSC-1 TO WSA-CANT-EQUIVAL
              ELSE
                 ADD WSC-1 TO WSA-CANT-DESAPROB
              END-IF
           END-IF

           MOVE MAE-CURSO    TO LL-CURSO
           MOVE MAE-PROMEDIO TO LL-PROMEDIO
           MOVE MAE-ESTADO   TO LL-ESTADO

           IF MAE-ESTADO = WSC-EQUIVALENTE
              MOVE WSC-POR-EQUIVALENCIA TO LL-ORIGEN
           ELSE
              MOVE SPACES               TO LL-ORIGEN
           END-IF

           WRITE ANA-REC FROM WS-LINEA-LEGAJO

           IF SOL-CON-HISTORIA
              IF HIS-RECTIFICACION
                 MOVE 'RECTIFICACION' TO LV-ORIGEN
              ELSE
                 IF HIS-MESA-FINAL
                    MOVE 'MESA DE FINAL' TO LV-ORIGEN
                 ELSE
                    MOVE 'CARGA NORMAL'  TO LV-ORIGEN
                 END-IF
              END-IF
           END-IF


           MOVE WSA-CANT-APROBADOS TO LP-CANT-APROBADOS
           MOVE WSA-CANT-DESAPROB  TO LP-CANT-DESAPROB
           MOVE WSA-CANT-EQUIVAL   TO LP-CANT-EQUIVAL

           WRITE ANA-REC FROM WS-LINEA-PIE.

