      * advertencia correspondiente.
      *
      * Modificaciones:
      * 15/10/2026 - Los cursos otorgados por equivalencia
      *              (EQUIVALENTE, grabados por PROG25) no se
      *              rindieron en el periodo: quedan fuera del
      *              promedio y de la cuenta de cursos del ranking.
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG18.
              88 MAE-OBJETADO            VALUE 'R'.
              88 MAE-SIN-CONFIRMAR       VALUE SPACE.
           05 MAE-FECHA-CONF     PIC 9(08).
           05 MAE-COMISION       PIC X(02).

       FD  PARAMRANK
           LABEL RECORD IS STANDARD.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-MAX-ALUMNOS      PIC 9(04)       VALUE 1000.
          05 WSC-EQUIVALENTE      PIC X(11)       VALUE 'EQUIVALENTE'.

       01 SWITCHES.
          05 WSS-FIN-MAESTRO      PIC X(01)       VALUE 'N'.
                  SET FIN-MAESTRO TO TRUE
               NOT AT END
                  IF MAE-PERIODO = WSV-PERIODO
                     AND MAE-ESTADO NOT = WSC-EQUIVALENTE
                     ADD WSC-1 TO WSA-CANT-LEGAJOS
                     PERFORM 220000-ACUMULAR-ALUMNO
                        THRU 220000-ACUMULAR-ALUMNO-EXIT
