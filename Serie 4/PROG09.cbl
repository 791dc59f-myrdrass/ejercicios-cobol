      *              (determinada por PROG02-08-ME) se exporta al
      *              central con el codigo de estado L, junto a
      *              los historicos A y D.
      * 15/10/2026 - El legajo aprobado por final en mesa de examen
      *              (APROB.FINAL, grabado por PROG23) se exporta
      *              al central con el codigo de estado F.
      * 15/10/2026 - El curso otorgado por equivalencia
      *              (EQUIVALENTE, grabado por PROG25) se exporta
      *              al central con el codigo de estado E.
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG09.
              88 MAE-OBJETADO            VALUE 'R'.
              88 MAE-SIN-CONFIRMAR       VALUE SPACE.
           05 MAE-FECHA-CONF     PIC 9(08).
           05 MAE-COMISION       PIC X(02).

       FD  INTERFAZ
           LABEL RECORD IS STANDARD.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-100              PIC 9(03)       VALUE 100.
          05 WSC-APROBADO         PIC X(08)       VALUE 'APROBADO'.
          05 WSC-APROB-FINAL      PIC X(11)       VALUE 'APROB.FINAL'.
          05 WSC-EQUIVALENTE      PIC X(11)       VALUE 'EQUIVALENTE'.
          05 WSC-LIBRE            PIC X(11)       VALUE 'LIBRE'.
          05 WSC-SEPARADOR        PIC X(01)       VALUE ';'.
          05 WSC-TIPO-CABECERA    PIC X(01)       VALUE 'H'.
              IF MAE-ESTADO = WSC-LIBRE
                 MOVE 'L' TO WSV-ESTADO-CODIGO
              ELSE
                 IF MAE-ESTADO = WSC-APROB-FINAL
                    MOVE 'F' TO WSV-ESTADO-CODIGO
                 ELSE
                    IF MAE-ESTADO = WSC-EQUIVALENTE
                       MOVE 'E' TO WSV-ESTADO-CODIGO
                    ELSE
                       MOVE 'D' TO WSV-ESTADO-CODIGO
                    END-IF
                 END-IF
              END-IF
           END-IF

