      * aviso.
      *
      * Modificaciones:
      * 15/10/2026 - Junto con ALUMNOS-curso se emite ORIGEN-curso,
      *              un registro por alumno fundido con el numero de
      *              comision de la que vino (orden en COMISIONES) y
      *              el nombre de su archivo: PROG02-08-ME lo lleva
      *              al legajo de MAESTRO y a AUDITORIA, y PROG30
      *              compara el rendimiento de las comisiones.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG17.
           SELECT SALIDA        ASSIGN TO DYNAMIC WS-ARCHIVO-SALIDA
                                 ORGANIZATION IS SEQUENTIAL.

           SELECT ORIGEN        ASSIGN TO DYNAMIC WS-ARCHIVO-ORIGEN
                                 ORGANIZATION IS SEQUENTIAL.

           SELECT LISTADO       ASSIGN TO "FUSION"
                                 ORGANIZATION IS LINE SEQUENTIAL.

           05 SFN-CANT          PIC 9(06).
           05 SFN-HASH          PIC 9(06)V9(02).

      *-----------------------------------------------------------*
      * Comision de origen de cada alumno fundido, en el mismo     *
      * orden de ID que ALUMNOS-curso.                             *
      *-----------------------------------------------------------*
       FD  ORIGEN
           LABEL RECORD IS STANDARD.

       01  ORI-REC.
           05 ORI-ID            PIC X(06).
           05 ORI-COMISION      PIC 9(02).
           05 ORI-ARCHIVO       PIC X(26).

       FD  LISTADO
           LABEL RECORD IS STANDARD.


       01 WS-ARCHIVO-ENTRADA      PIC X(26).
       01 WS-ARCHIVO-SALIDA       PIC X(26)       VALUE 'ALUMNOS'.
       01 WS-ARCHIVO-ORIGEN       PIC X(26)       VALUE 'ORIGEN'.

       01 CONTROL-COMISIONES.
          05 WSR-ESTADO-COMISION  PIC X(02).
                   20 TF-NOTA     PIC 9(02)V9(02).
                   20 TF-PESO     PIC 9(03)V9(02).

      *-----------------------------------------------------------*
      * Nombre de archivo de cada comision, por su numero de orden *
      * en COMISIONES, para el archivo ORIGEN-curso.               *
      *-----------------------------------------------------------*
       01 TABLA-COMISIONES.
          05 TC-ARCHIVO           PIC X(26)       OCCURS 99 TIMES.

       01 REGISTRO-NUEVO.
          05 RN-COMISION          PIC 9(02).
          05 RN-REGISTRO.
       210000-PROCESAR-COMISION.

           ADD WSC-1 TO WSN-NRO-COMISION
           MOVE COM-ARCHIVO TO TC-ARCHIVO(WSN-NRO-COMISION)
           SET COMISION-VALIDA   TO TRUE
           SET CABECERA-NO-VISTA TO TRUE
           SET TRAILER-NO-VISTO  TO TRUE
      * el mismo formato que espera el circuito normal: cabecera  *
      * con la fecha de esta fusion, el detalle en orden          *
      * ascendente de ID y el trailer regenerado con la cantidad  *
      * y el hash de lo realmente emitido. A la par se graba      *
      * ORIGEN-curso con la comision de cada alumno emitido.      *
      *-----------------------------------------------------------*
       310000-EMITIR-SALIDA.

           MOVE 'ALUMNOS' TO WS-ARCHIVO-SALIDA
           MOVE 'ORIGEN'  TO WS-ARCHIVO-ORIGEN

           IF WSV-CURSO NOT = SPACES
              MOVE SPACES TO WS-ARCHIVO-SALIDA
              STRING 'ALUMNOS-' DELIMITED BY SIZE
                     WSV-CURSO  DELIMITED BY SPACE
                INTO WS-ARCHIVO-SALIDA
              MOVE SPACES TO WS-ARCHIVO-ORIGEN
              STRING 'ORIGEN-'  DELIMITED BY SIZE
                     WSV-CURSO  DELIMITED BY SPACE
                INTO WS-ARCHIVO-ORIGEN
           END-IF

           OPEN OUTPUT SALIDA
           OPEN OUTPUT ORIGEN

           MOVE WSC-ID-CABECERA TO SCB-ID
           MOVE WSV-CURSO       TO SCB-CURSO
           WRITE SAL-FIN-REC

           CLOSE SALIDA
           CLOSE ORIGEN

           MOVE WS-ARCHIVO-SALIDA TO LT-ARCHIVO

           DISPLAY 'SE EMITE EL ARCHIVO FUNDIDO '
              WS-ARCHIVO-SALIDA
           DISPLAY 'ORIGEN POR COMISION EN ' WS-ARCHIVO-ORIGEN.

       310000-EMITIR-SALIDA-EXIT.
           EXIT.
                    UNTIL WSI-N > SAL-CANT-NOTAS
           END-IF

           WRITE SAL-REC

           MOVE TF-ID(WSI-I)         TO ORI-ID
           MOVE TF-COMISION(WSI-I)   TO ORI-COMISION
           MOVE TC-ARCHIVO(TF-COMISION(WSI-I)) TO ORI-ARCHIVO
           WRITE ORI-REC.

       320000-GRABAR-UNO-EXIT.
           EXIT.
