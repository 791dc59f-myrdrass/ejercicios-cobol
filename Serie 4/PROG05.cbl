      * ya no figura) tambien sale como excepcion.
      *
      * Modificaciones:
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG05.
              88 MAE-OBJETADO            VALUE 'R'.
              88 MAE-SIN-CONFIRMAR       VALUE SPACE.
           05 MAE-FECHA-CONF     PIC 9(08).
           05 MAE-COMISION       PIC X(02).

       FD  EXCEPCIONES
           LABEL RECORD IS STANDARD.
