      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     DESCARGA GENERACIONAL DE LOS MAESTROS INDEXADOS
      * Tectonics:   cobc
      *
      * MAESTRO, MATRICULA, PADRON, HISTORIAL, CIERRES y LOTES se
      * actualizan en el lugar; si uno se dania a mitad de corrida
      * la unica vuelta atras era la copia del sistema operativo,
      * desfasada de AUDITORIA y de CORRIDAS. Este programa, que
      * corre al final de la cadena nocturna, descarga cada
      * maestro a una generacion secuencial: un registro de
      * cabecera (tipo H) con el maestro, la fecha y la hora de
      * la descarga, un registro de detalle (tipo D) por registro
      * del maestro, y un trailer (tipo T) con la cantidad de
      * registros y un total de control:
      *
      *   MAESTRO    suma de MAE-PROMEDIO
      *   MATRICULA  cantidad de matriculas activas
      *   PADRON     cantidad de alumnos activos
      *   HISTORIAL  suma de HIS-PROMEDIO
      *   CIERRES    suma de CIE-FECHA-CIERRE
      *   LOTES      suma de LOT-CANT
      *
      * Se guardan WSC-GENERACIONES generaciones por maestro, en
      * un anillo de archivos RESG-maestro-nn: cada descarga ocupa
      * la posicion libre o, si no la hay, la de la generacion mas
      * vieja. El catalogo indexado GENERACIONES lleva, por maestro
      * y posicion, el archivo, la fecha y hora, la cantidad y el
      * total de control; mientras la descarga esta en curso la
      * posicion queda marcada EN PROCESO, de modo que PROG28 nunca
      * recupere una generacion a medio grabar. Cada descarga (y
      * cada maestro salteado por no encontrarse) queda registrada
      * en la bitacora CORRIDAS para el informe de PROG15.
      *
      * Modificaciones:
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      * 15/10/2026 - PAD-REC suma al final los datos de contacto del
      *              alumno (correo, domicilio, localidad y codigo
      *              postal) que mantiene PROG16 (registro de 180
      *              posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG27.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAESTRO       ASSIGN TO "MAESTRO"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MAE-CLAVE
                                 FILE STATUS IS WSE-ESTADO-MAESTRO.

           SELECT MATRICULA     ASSIGN TO "MATRICULA"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MAT-CLAVE
                                 FILE STATUS IS WSF-ESTADO-MATRICULA.

           SELECT PADRON        ASSIGN TO "PADRON"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PAD-ID
                                 FILE STATUS IS WSY-ESTADO-PADRON.

           SELECT HISTORIAL     ASSIGN TO "HISTORIAL"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS HIS-CLAVE
                                 FILE STATUS IS WSU-ESTADO-HISTORIAL.

           SELECT CIERRES       ASSIGN TO "CIERRES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS CIE-CLAVE
                                 FILE STATUS IS WSJ-ESTADO-CIERRES.

           SELECT LOTES         ASSIGN TO "LOTES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS LOT-CLAVE
                                 FILE STATUS IS WSL-ESTADO-LOTES.

           SELECT GENERACIONES  ASSIGN TO "GENERACIONES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS GEN-CLAVE
                                 FILE STATUS IS WSH-ESTADO-CATALOGO.

           SELECT RESGUARDO     ASSIGN TO DYNAMIC WS-ARCHIVO-RESGUARDO
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSX-ESTADO-RESGUARDO.

           SELECT BITACORA      ASSIGN TO "CORRIDAS"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WSO-ESTADO-BITACORA.

       DATA DIVISION.

       FILE SECTION.

       FD  MAESTRO
           LABEL RECORD IS STANDARD.

       01  MAE-REC.
           05 MAE-CLAVE.
              10 MAE-ID          PIC X(06).
              10 MAE-CURSO       PIC X(06).
              10 MAE-PERIODO     PIC X(06).
           05 MAE-NOMBRE         PIC X(30).
           05 MAE-PROMEDIO       PIC 9(02)V9(02).
           05 MAE-ESTADO         PIC X(11).
           05 MAE-FECHA-ACT      PIC 9(08).
           05 MAE-CONFIRMACION   PIC X(01).
              88 MAE-CONFIRMADO          VALUE 'S'.
              88 MAE-OBJETADO            VALUE 'R'.
              88 MAE-SIN-CONFIRMAR       VALUE SPACE.
           05 MAE-FECHA-CONF     PIC 9(08).
           05 MAE-COMISION       PIC X(02).

       FD  MATRICULA
           LABEL RECORD IS STANDARD.

       01  MAT-REC.
           05 MAT-CLAVE.
              10 MAT-ID          PIC X(06).
              10 MAT-CURSO       PIC X(06).
              10 MAT-PERIODO     PIC X(06).
           05 MAT-NOMBRE         PIC X(30).
           05 MAT-ESTADO         PIC X(01).
              88 MAT-ACTIVO              VALUE 'A'.
              88 MAT-BAJA                VALUE 'B'.

       FD  PADRON
           LABEL RECORD IS STANDARD.

       01  PAD-REC.
           05 PAD-ID             PIC X(06).
           05 PAD-NOMBRE         PIC X(30).
           05 PAD-DOCUMENTO      PIC X(10).
           05 PAD-CARRERA        PIC X(06).
           05 PAD-PLAN           PIC X(04).
           05 PAD-ESTADO         PIC X(01).
              88 PAD-ACTIVO              VALUE 'A'.
              88 PAD-BAJA                VALUE 'B'.
           05 PAD-EMAIL          PIC X(50).
           05 PAD-DOMICILIO      PIC X(40).
           05 PAD-LOCALIDAD      PIC X(25).
           05 PAD-COD-POSTAL     PIC X(08).

       FD  HISTORIAL
           LABEL RECORD IS STANDARD.

       01  HIS-REC.
           05 HIS-CLAVE.
              10 HIS-ID          PIC X(06).
              10 HIS-CURSO       PIC X(06).
              10 HIS-PERIODO     PIC X(06).
              10 HIS-SECUENCIA   PIC 9(03).
           05 HIS-ORIGEN         PIC X(01).
              88 HIS-CARGA-NORMAL        VALUE 'N'.
              88 HIS-RECUPERATORIO       VALUE 'R'.
              88 HIS-RECTIFICACION       VALUE 'T'.
              88 HIS-MESA-FINAL          VALUE 'F'.
           05 HIS-PROMEDIO       PIC 9(02)V9(02).
           05 HIS-ESTADO         PIC X(11).
           05 HIS-FECHA-ACT      PIC 9(08).
           05 HIS-FECHA-REEMPL   PIC 9(08).

       FD  CIERRES
           LABEL RECORD IS STANDARD.

       01  CIE-REC.
           05 CIE-CLAVE.
              10 CIE-CURSO       PIC X(06).
              10 CIE-PERIODO     PIC X(06).
           05 CIE-FECHA-CIERRE   PIC 9(08).
           05 CIE-ESTADO         PIC X(01).
              88 CIE-CERRADO             VALUE 'C'.
              88 CIE-ANULADO             VALUE 'A'.

       FD  LOTES
           LABEL RECORD IS STANDARD.

       01  LOT-REC.
           05 LOT-CLAVE.
              10 LOT-CURSO       PIC X(06).
              10 LOT-PERIODO     PIC X(06).
           05 LOT-FECHA-GEN      PIC 9(08).
           05 LOT-CANT           PIC 9(06).
           05 LOT-ESTADO         PIC X(01).
              88 LOT-PENDIENTE           VALUE 'P'.
              88 LOT-RESPONDIDO          VALUE 'R'.

      *-----------------------------------------------------------*
      * Catalogo de generaciones: una posicion del anillo por     *
      * maestro, con la descarga que la ocupa.                    *
      *-----------------------------------------------------------*
       FD  GENERACIONES
           LABEL RECORD IS STANDARD.

       01  GEN-REC.
           05 GEN-CLAVE.
              10 GEN-MAESTRO     PIC X(10).
              10 GEN-RANURA      PIC 9(02).
           05 GEN-ARCHIVO        PIC X(20).
           05 GEN-MOMENTO.
              10 GEN-FECHA       PIC 9(08).
              10 GEN-HORA        PIC 9(08).
           05 GEN-CANT           PIC 9(08).
           05 GEN-TOTAL          PIC 9(12)V9(02).
           05 GEN-ESTADO         PIC X(01).
              88 GEN-COMPLETA            VALUE 'C'.
              88 GEN-EN-PROCESO          VALUE 'P'.

      *-----------------------------------------------------------*
      * Generacion secuencial: cabecera, detalle con la imagen    *
      * del registro del maestro, y trailer de control.           *
      *-----------------------------------------------------------*
       FD  RESGUARDO
           LABEL RECORD IS STANDARD.

       01  RSG-REC.
           05 RSG-TIPO           PIC X(01).
              88 RSG-CABECERA            VALUE 'H'.
              88 RSG-DETALLE             VALUE 'D'.
              88 RSG-TRAILER             VALUE 'T'.
           05 RSG-CUERPO         PIC X(249).

       01  RSG-REC-CABECERA.
           05 FILLER             PIC X(01).
           05 RSG-CAB-MAESTRO    PIC X(10).
           05 RSG-CAB-FECHA      PIC 9(08).
           05 RSG-CAB-HORA       PIC 9(08).
           05 RSG-CAB-RANURA     PIC 9(02).
           05 FILLER             PIC X(221).

       01  RSG-REC-TRAILER.
           05 FILLER             PIC X(01).
           05 RSG-TRA-CANT       PIC 9(08).
           05 RSG-TRA-TOTAL      PIC 9(12)V9(02).
           05 FILLER             PIC X(227).

       FD  BITACORA
           LABEL RECORD IS STANDARD.

       01  BIT-REC                PIC X(122).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-GENERACIONES     PIC 9(02)       VALUE 7.
          05 WSC-DISP-CERRADA     PIC X(10)       VALUE 'CERRADA'.
          05 WSC-DISP-SALTEADA    PIC X(10)       VALUE 'SALTEADA'.

       01 SWITCHES.
          05 WSS-FIN-REGISTROS    PIC X(01)       VALUE 'N'.
             88 FIN-REGISTROS                     VALUE 'S'.
             88 QUEDAN-REGISTROS                  VALUE 'N'.
          05 WSS-RANURA           PIC X(01)       VALUE 'N'.
             88 RANURA-LIBRE                      VALUE 'S'.
             88 RANURA-OCUPADA                    VALUE 'N'.

       01 INDICES.
          05 WSI-RANURA           PIC 9(02).

       01 CONTADORES.
          05 WSN-CANT-REGISTROS   PIC 9(08)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-TOTAL-CONTROL    PIC 9(12)V9(02) VALUE 0.
          05 WSA-CANT-DESCARGAS   PIC 9(02)       VALUE 0.
          05 WSA-CANT-SALTEADOS   PIC 9(02)       VALUE 0.

       01 VARIABLES.
          05 WSV-FECHA-HOY        PIC 9(08).
          05 WSV-HORA-HOY         PIC 9(08).
          05 WSV-MAESTRO          PIC X(10).
          05 WSV-RANURA           PIC 9(02).
          05 WSV-MOMENTO-VIEJO    PIC X(16).
          05 WSV-ESTADO-LECTURA   PIC X(02).

       01 WS-ARCHIVO-RESGUARDO    PIC X(20)       VALUE 'RESGUARDO'.

       01 CONTROL-MAESTRO.
          05 WSE-ESTADO-MAESTRO   PIC X(02).

       01 CONTROL-MATRICULA.
          05 WSF-ESTADO-MATRICULA PIC X(02).

       01 CONTROL-PADRON.
          05 WSY-ESTADO-PADRON    PIC X(02).

       01 CONTROL-HISTORIAL.
          05 WSU-ESTADO-HISTORIAL PIC X(02).

       01 CONTROL-CIERRES.
          05 WSJ-ESTADO-CIERRES   PIC X(02).

       01 CONTROL-LOTES.
          05 WSL-ESTADO-LOTES     PIC X(02).

       01 CONTROL-CATALOGO.
          05 WSH-ESTADO-CATALOGO  PIC X(02).

       01 CONTROL-RESGUARDO.
          05 WSX-ESTADO-RESGUARDO PIC X(02).

       01 CONTROL-BITACORA.
          05 WSO-ESTADO-BITACORA  PIC X(02).
          05 WSO-FECHA-INICIO     PIC 9(08).
          05 WSO-HORA-INICIO      PIC 9(08).

      *-----------------------------------------------------------*
      * Renglon de la bitacora CORRIDAS, mismo formato que en      *
      * PROG02-08-ME, PROG03 y PROG09: una descarga por maestro,   *
      * sin curso ni periodo, con el archivo de la generacion y    *
      * la cantidad de registros descargados.                      *
      *-----------------------------------------------------------*
       01 WS-LINEA-BITACORA.
          05 LO-PROGRAMA          PIC X(12)       VALUE 'PROG27'.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LO-FECHA-INICIO      PIC 9(08).
          05 FILLER               PIC X(01)       VALUE SPACES.
          05 LO-HORA-INICIO       PIC 9(08).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LO-FECHA-FIN         PIC 9(08).
          05 FILLER               PIC X(01)       VALUE SPACES.
          05 LO-HORA-FIN          PIC 9(08).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LO-CURSO             PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LO-PERIODO           PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LO-ARCHIVO           PIC X(26).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LO-CANT-PROCESADOS   PIC 9(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LO-CANT-RECHAZADOS   PIC 9(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LO-DISPOSICION       PIC X(10).


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 100000-INICIO     THRU 100000-INICIO-EXIT
           PERFORM 200000-PROCESO    THRU 200000-PROCESO-EXIT
           PERFORM 300000-FINAL      THRU 300000-FINAL-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 100000-INICIO: fecha y hora de la descarga, que es la     *
      * misma para las seis generaciones de la corrida; abre el   *
      * catalogo y la bitacora (creandolos si no existen).        *
      *-----------------------------------------------------------*
       100000-INICIO.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   DESCARGA GENERACIONAL'
           DISPLAY 'Programme: PROG27'
           DISPLAY '**************************************'

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WSV-HORA-HOY  FROM TIME

           OPEN I-O GENERACIONES

           IF WSH-ESTADO-CATALOGO NOT = '00'
              OPEN OUTPUT GENERACIONES
              CLOSE GENERACIONES
              OPEN I-O GENERACIONES
           END-IF

           OPEN EXTEND BITACORA

           IF WSO-ESTADO-BITACORA NOT = '00'
              OPEN OUTPUT BITACORA
              CLOSE BITACORA
              OPEN EXTEND BITACORA
           END-IF.

       100000-INICIO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 200000-PROCESO: una generacion por maestro.               *
      *-----------------------------------------------------------*
       200000-PROCESO.

           PERFORM 210000-DESCARGAR-MAESTRO
              THRU 210000-DESCARGAR-MAESTRO-EXIT

           PERFORM 220000-DESCARGAR-MATRICULA
              THRU 220000-DESCARGAR-MATRICULA-EXIT

           PERFORM 230000-DESCARGAR-PADRON
              THRU 230000-DESCARGAR-PADRON-EXIT

           PERFORM 240000-DESCARGAR-HISTORIAL
              THRU 240000-DESCARGAR-HISTORIAL-EXIT

           PERFORM 250000-DESCARGAR-CIERRES
              THRU 250000-DESCARGAR-CIERRES-EXIT

           PERFORM 260000-DESCARGAR-LOTES
              THRU 260000-DESCARGAR-LOTES-EXIT.

       200000-PROCESO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 210000-DESCARGAR-MAESTRO: total de control, la suma de     *
      * MAE-PROMEDIO.                                              *
      *-----------------------------------------------------------*
       210000-DESCARGAR-MAESTRO.

           MOVE 'MAESTRO' TO WSV-MAESTRO

           OPEN INPUT MAESTRO

           IF WSE-ESTADO-MAESTRO NOT = '00'
              PERFORM 290000-MAESTRO-AUSENTE
                 THRU 290000-MAESTRO-AUSENTE-EXIT
              GO TO 210000-DESCARGAR-MAESTRO-EXIT
           END-IF

           PERFORM 270000-ABRIR-GENERACION
              THRU 270000-ABRIR-GENERACION-EXIT

           PERFORM 211000-LEER-MAESTRO
              THRU 211000-LEER-MAESTRO-EXIT

           PERFORM 212000-GRABAR-MAESTRO
              THRU 212000-GRABAR-MAESTRO-EXIT
               UNTIL FIN-REGISTROS

           CLOSE MAESTRO

           PERFORM 280000-CERRAR-GENERACION
              THRU 280000-CERRAR-GENERACION-EXIT.

       210000-DESCARGAR-MAESTRO-EXIT.
           EXIT.

       211000-LEER-MAESTRO.

           READ MAESTRO NEXT
               AT END
                  SET FIN-REGISTROS TO TRUE
           END-READ

           MOVE WSE-ESTADO-MAESTRO TO WSV-ESTADO-LECTURA
           PERFORM 275000-CONTROLAR-LECTURA
              THRU 275000-CONTROLAR-LECTURA-EXIT.

       211000-LEER-MAESTRO-EXIT.
           EXIT.

       212000-GRABAR-MAESTRO.

           MOVE SPACES  TO RSG-REC
           SET RSG-DETALLE TO TRUE
           MOVE MAE-REC TO RSG-CUERPO
           WRITE RSG-REC

           ADD WSC-1        TO WSN-CANT-REGISTROS
           ADD MAE-PROMEDIO TO WSA-TOTAL-CONTROL

           PERFORM 211000-LEER-MAESTRO
              THRU 211000-LEER-MAESTRO-EXIT.

       212000-GRABAR-MAESTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-DESCARGAR-MATRICULA: total de control, la cantidad  *
      * de matriculas activas.                                     *
      *-----------------------------------------------------------*
       220000-DESCARGAR-MATRICULA.

           MOVE 'MATRICULA' TO WSV-MAESTRO

           OPEN INPUT MATRICULA

           IF WSF-ESTADO-MATRICULA NOT = '00'
              PERFORM 290000-MAESTRO-AUSENTE
                 THRU 290000-MAESTRO-AUSENTE-EXIT
              GO TO 220000-DESCARGAR-MATRICULA-EXIT
           END-IF

           PERFORM 270000-ABRIR-GENERACION
              THRU 270000-ABRIR-GENERACION-EXIT

           PERFORM 221000-LEER-MATRICULA
              THRU 221000-LEER-MATRICULA-EXIT

           PERFORM 222000-GRABAR-MATRICULA
              THRU 222000-GRABAR-MATRICULA-EXIT
               UNTIL FIN-REGISTROS

           CLOSE MATRICULA

           PERFORM 280000-CERRAR-GENERACION
              THRU 280000-CERRAR-GENERACION-EXIT.

       220000-DESCARGAR-MATRICULA-EXIT.
           EXIT.

       221000-LEER-MATRICULA.

           READ MATRICULA NEXT
               AT END
                  SET FIN-REGISTROS TO TRUE
           END-READ

           MOVE WSF-ESTADO-MATRICULA TO WSV-ESTADO-LECTURA
           PERFORM 275000-CONTROLAR-LECTURA
              THRU 275000-CONTROLAR-LECTURA-EXIT.

       221000-LEER-MATRICULA-EXIT.
           EXIT.

       222000-GRABAR-MATRICULA.

           MOVE SPACES  TO RSG-REC
           SET RSG-DETALLE TO TRUE
           MOVE MAT-REC TO RSG-CUERPO
           WRITE RSG-REC

           ADD WSC-1 TO WSN-CANT-REGISTROS
           IF MAT-ACTIVO
              ADD WSC-1 TO WSA-TOTAL-CONTROL
           END-IF

           PERFORM 221000-LEER-MATRICULA
              THRU 221000-LEER-MATRICULA-EXIT.

       222000-GRABAR-MATRICULA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 230000-DESCARGAR-PADRON: total de control, la cantidad de  *
      * alumnos activos.                                           *
      *-----------------------------------------------------------*
       230000-DESCARGAR-PADRON.

           MOVE 'PADRON' TO WSV-MAESTRO

           OPEN INPUT PADRON

           IF WSY-ESTADO-PADRON NOT = '00'
              PERFORM 290000-MAESTRO-AUSENTE
                 THRU 290000-MAESTRO-AUSENTE-EXIT
              GO TO 230000-DESCARGAR-PADRON-EXIT
           END-IF

           PERFORM 270000-ABRIR-GENERACION
              THRU 270000-ABRIR-GENERACION-EXIT

           PERFORM 231000-LEER-PADRON
              THRU 231000-LEER-PADRON-EXIT

           PERFORM 232000-GRABAR-PADRON
              THRU 232000-GRABAR-PADRON-EXIT
               UNTIL FIN-REGISTROS

           CLOSE PADRON

           PERFORM 280000-CERRAR-GENERACION
              THRU 280000-CERRAR-GENERACION-EXIT.

       230000-DESCARGAR-PADRON-EXIT.
           EXIT.

       231000-LEER-PADRON.

           READ PADRON NEXT
               AT END
                  SET FIN-REGISTROS TO TRUE
           END-READ

           MOVE WSY-ESTADO-PADRON TO WSV-ESTADO-LECTURA
           PERFORM 275000-CONTROLAR-LECTURA
              THRU 275000-CONTROLAR-LECTURA-EXIT.

       231000-LEER-PADRON-EXIT.
           EXIT.

       232000-GRABAR-PADRON.

           MOVE SPACES  TO RSG-REC
           SET RSG-DETALLE TO TRUE
           MOVE PAD-REC TO RSG-CUERPO
           WRITE RSG-REC

           ADD WSC-1 TO WSN-CANT-REGISTROS
           IF PAD-ACTIVO
              ADD WSC-1 TO WSA-TOTAL-CONTROL
           END-IF

           PERFORM 231000-LEER-PADRON
              THRU 231000-LEER-PADRON-EXIT.

       232000-GRABAR-PADRON-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 240000-DESCARGAR-HISTORIAL: total de control, la suma de   *
      * HIS-PROMEDIO.                                              *
      *-----------------------------------------------------------*
       240000-DESCARGAR-HISTORIAL.

           MOVE 'HISTORIAL' TO WSV-MAESTRO

           OPEN INPUT HISTORIAL

           IF WSU-ESTADO-HISTORIAL NOT = '00'
              PERFORM 290000-MAESTRO-AUSENTE
                 THRU 290000-MAESTRO-AUSENTE-EXIT
              GO TO 240000-DESCARGAR-HISTORIAL-EXIT
           END-IF

           PERFORM 270000-ABRIR-GENERACION
              THRU 270000-ABRIR-GENERACION-EXIT

           PERFORM 241000-LEER-HISTORIAL
              THRU 241000-LEER-HISTORIAL-EXIT

           PERFORM 242000-GRABAR-HISTORIAL
              THRU 242000-GRABAR-HISTORIAL-EXIT
               UNTIL FIN-REGISTROS

           CLOSE HISTORIAL

           PERFORM 280000-CERRAR-GENERACION
              THRU 280000-CERRAR-GENERACION-EXIT.

       240000-DESCARGAR-HISTORIAL-EXIT.
           EXIT.

       241000-LEER-HISTORIAL.

           READ HISTORIAL NEXT
               AT END
                  SET FIN-REGISTROS TO TRUE
           END-READ

           MOVE WSU-ESTADO-HISTORIAL TO WSV-ESTADO-LECTURA
           PERFORM 275000-CONTROLAR-LECTURA
              THRU 275000-CONTROLAR-LECTURA-EXIT.

       241000-LEER-HISTORIAL-EXIT.
           EXIT.

       242000-GRABAR-HISTORIAL.

           MOVE SPACES  TO RSG-REC
           SET RSG-DETALLE TO TRUE
           MOVE HIS-REC TO RSG-CUERPO
           WRITE RSG-REC

           ADD WSC-1        TO WSN-CANT-REGISTROS
           ADD HIS-PROMEDIO TO WSA-TOTAL-CONTROL

           PERFORM 241000-LEER-HISTORIAL
              THRU 241000-LEER-HISTORIAL-EXIT.

       242000-GRABAR-HISTORIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 250000-DESCARGAR-CIERRES: total de control, la suma de las *
      * fechas de cierre.                                          *
      *-----------------------------------------------------------*
       250000-DESCARGAR-CIERRES.

           MOVE 'CIERRES' TO WSV-MAESTRO

           OPEN INPUT CIERRES

           IF WSJ-ESTADO-CIERRES NOT = '00'
              PERFORM 290000-MAESTRO-AUSENTE
                 THRU 290000-MAESTRO-AUSENTE-EXIT
              GO TO 250000-DESCARGAR-CIERRES-EXIT
           END-IF

           PERFORM 270000-ABRIR-GENERACION
              THRU 270000-ABRIR-GENERACION-EXIT

           PERFORM 251000-LEER-CIERRES
              THRU 251000-LEER-CIERRES-EXIT

           PERFORM 252000-GRABAR-CIERRES
              THRU 252000-GRABAR-CIERRES-EXIT
               UNTIL FIN-REGISTROS

           CLOSE CIERRES

           PERFORM 280000-CERRAR-GENERACION
              THRU 280000-CERRAR-GENERACION-EXIT.

       250000-DESCARGAR-CIERRES-EXIT.
           EXIT.

       251000-LEER-CIERRES.

           READ CIERRES NEXT
               AT END
                  SET FIN-REGISTROS TO TRUE
           END-READ

           MOVE WSJ-ESTADO-CIERRES TO WSV-ESTADO-LECTURA
           PERFORM 275000-CONTROLAR-LECTURA
              THRU 275000-CONTROLAR-LECTURA-EXIT.

       251000-LEER-CIERRES-EXIT.
           EXIT.

       252000-GRABAR-CIERRES.

           MOVE SPACES  TO RSG-REC
           SET RSG-DETALLE TO TRUE
           MOVE CIE-REC TO RSG-CUERPO
           WRITE RSG-REC

           ADD WSC-1            TO WSN-CANT-REGISTROS
           ADD CIE-FECHA-CIERRE TO WSA-TOTAL-CONTROL

           PERFORM 251000-LEER-CIERRES
              THRU 251000-LEER-CIERRES-EXIT.

       252000-GRABAR-CIERRES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 260000-DESCARGAR-LOTES: total de control, la suma de las   *
      * cantidades exportadas de cada lote.                        *
      *-----------------------------------------------------------*
       260000-DESCARGAR-LOTES.

           MOVE 'LOTES' TO WSV-MAESTRO

           OPEN INPUT LOTES

           IF WSL-ESTADO-LOTES NOT = '00'
              PERFORM 290000-MAESTRO-AUSENTE
                 THRU 290000-MAESTRO-AUSENTE-EXIT
              GO TO 260000-DESCARGAR-LOTES-EXIT
           END-IF

           PERFORM 270000-ABRIR-GENERACION
              THRU 270000-ABRIR-GENERACION-EXIT

           PERFORM 261000-LEER-LOTES
              THRU 261000-LEER-LOTES-EXIT

           PERFORM 262000-GRABAR-LOTES
              THRU 262000-GRABAR-LOTES-EXIT
               UNTIL FIN-REGISTROS

           CLOSE LOTES

           PERFORM 280000-CERRAR-GENERACION
              THRU 280000-CERRAR-GENERACION-EXIT.

       260000-DESCARGAR-LOTES-EXIT.
           EXIT.

       261000-LEER-LOTES.

           READ LOTES NEXT
               AT END
                  SET FIN-REGISTROS TO TRUE
           END-READ

           MOVE WSL-ESTADO-LOTES TO WSV-ESTADO-LECTURA
           PERFORM 275000-CONTROLAR-LECTURA
              THRU 275000-CONTROLAR-LECTURA-EXIT.

       261000-LEER-LOTES-EXIT.
           EXIT.

       262000-GRABAR-LOTES.

           MOVE SPACES  TO RSG-REC
           SET RSG-DETALLE TO TRUE
           MOVE LOT-REC TO RSG-CUERPO
           WRITE RSG-REC

           ADD WSC-1    TO WSN-CANT-REGISTROS
           ADD LOT-CANT TO WSA-TOTAL-CONTROL

           PERFORM 261000-LEER-LOTES
              THRU 261000-LEER-LOTES-EXIT.

       262000-GRABAR-LOTES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 270000-ABRIR-GENERACION: elige la posicion del anillo      *
      * (la primera libre o a medio grabar; si no, la de la        *
      * generacion mas vieja), la marca EN PROCESO en el catalogo, *
      * abre el archivo de la generacion y graba la cabecera.      *
      *-----------------------------------------------------------*
       270000-ABRIR-GENERACION.

           ACCEPT WSO-FECHA-INICIO FROM DATE YYYYMMDD
           ACCEPT WSO-HORA-INICIO  FROM TIME

           MOVE WSC-0       TO WSN-CANT-REGISTROS
           MOVE WSC-0       TO WSA-TOTAL-CONTROL
           SET QUEDAN-REGISTROS TO TRUE

           MOVE WSC-1       TO WSV-RANURA
           MOVE HIGH-VALUES TO WSV-MOMENTO-VIEJO
           SET RANURA-OCUPADA TO TRUE

           PERFORM 271000-EVALUAR-RANURA
              THRU 271000-EVALUAR-RANURA-EXIT
               VARYING WSI-RANURA FROM WSC-1 BY WSC-1
                 UNTIL WSI-RANURA > WSC-GENERACIONES
                    OR RANURA-LIBRE

           MOVE SPACES TO WS-ARCHIVO-RESGUARDO
           STRING 'RESG-'        DELIMITED BY SIZE
                  WSV-MAESTRO    DELIMITED BY SPACE
                  '-'            DELIMITED BY SIZE
                  WSV-RANURA     DELIMITED BY SIZE
             INTO WS-ARCHIVO-RESGUARDO

           MOVE WSV-MAESTRO          TO GEN-MAESTRO
           MOVE WSV-RANURA           TO GEN-RANURA
           MOVE WS-ARCHIVO-RESGUARDO TO GEN-ARCHIVO
           MOVE WSV-FECHA-HOY        TO GEN-FECHA
           MOVE WSV-HORA-HOY         TO GEN-HORA
           MOVE WSC-0                TO GEN-CANT
           MOVE WSC-0                TO GEN-TOTAL
           SET GEN-EN-PROCESO        TO TRUE

           WRITE GEN-REC
               INVALID KEY
                  REWRITE GEN-REC
           END-WRITE

           OPEN OUTPUT RESGUARDO

           MOVE SPACES        TO RSG-REC
           SET RSG-CABECERA   TO TRUE
           MOVE WSV-MAESTRO   TO RSG-CAB-MAESTRO
           MOVE WSV-FECHA-HOY TO RSG-CAB-FECHA
           MOVE WSV-HORA-HOY  TO RSG-CAB-HORA
           MOVE WSV-RANURA    TO RSG-CAB-RANURA
           WRITE RSG-REC.

       270000-ABRIR-GENERACION-EXIT.
           EXIT.

       271000-EVALUAR-RANURA.

           MOVE WSV-MAESTRO TO GEN-MAESTRO
           MOVE WSI-RANURA  TO GEN-RANURA

           READ GENERACIONES
               INVALID KEY
                  MOVE WSI-RANURA TO WSV-RANURA
                  SET RANURA-LIBRE TO TRUE
                  GO TO 271000-EVALUAR-RANURA-EXIT
           END-READ

           IF NOT GEN-COMPLETA
              MOVE WSI-RANURA TO WSV-RANURA
              SET RANURA-LIBRE TO TRUE
              GO TO 271000-EVALUAR-RANURA-EXIT
           END-IF

           IF GEN-MOMENTO < WSV-MOMENTO-VIEJO
              MOVE GEN-MOMENTO TO WSV-MOMENTO-VIEJO
              MOVE WSI-RANURA  TO WSV-RANURA
           END-IF.

       271000-EVALUAR-RANURA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 275000-CONTROLAR-LECTURA: corte del recorrido del maestro  *
      * en curso ante un error de lectura.                         *
      *-----------------------------------------------------------*
       275000-CONTROLAR-LECTURA.

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSV-ESTADO-LECTURA NOT = '00'
              AND WSV-ESTADO-LECTURA NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN ' WSV-MAESTRO
                 ' (ESTADO ' WSV-ESTADO-LECTURA ')'
              SET FIN-REGISTROS TO TRUE
           END-IF.

       275000-CONTROLAR-LECTURA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 280000-CERRAR-GENERACION: graba el trailer de control,    *
      * cierra la generacion, la da por completa en el catalogo y *
      * la registra en CORRIDAS.                                  *
      *-----------------------------------------------------------*
       280000-CERRAR-GENERACION.

           MOVE SPACES             TO RSG-REC
           SET RSG-TRAILER         TO TRUE
           MOVE WSN-CANT-REGISTROS TO RSG-TRA-CANT
           MOVE WSA-TOTAL-CONTROL  TO RSG-TRA-TOTAL
           WRITE RSG-REC

           CLOSE RESGUARDO

           MOVE WSV-MAESTRO TO GEN-MAESTRO
           MOVE WSV-RANURA  TO GEN-RANURA

           READ GENERACIONES
               INVALID KEY
                  DISPLAY 'NO SE ENCONTRO EN GENERACIONES: '
                     WSV-MAESTRO ' ' WSV-RANURA
                  GO TO 280000-CERRAR-GENERACION-EXIT
           END-READ

           MOVE WSN-CANT-REGISTROS TO GEN-CANT
           MOVE WSA-TOTAL-CONTROL  TO GEN-TOTAL
           SET GEN-COMPLETA        TO TRUE
           REWRITE GEN-REC

           ADD WSC-1 TO WSA-CANT-DESCARGAS

           DISPLAY WSV-MAESTRO ' DESCARGADO EN '
              WS-ARCHIVO-RESGUARDO ': ' WSN-CANT-REGISTROS
              ' REGISTROS'

           MOVE WS-ARCHIVO-RESGUARDO TO LO-ARCHIVO
           MOVE WSN-CANT-REGISTROS   TO LO-CANT-PROCESADOS
           MOVE WSC-DISP-CERRADA     TO LO-DISPOSICION
           PERFORM 285000-GRABAR-BITACORA
              THRU 285000-GRABAR-BITACORA-EXIT.

       280000-CERRAR-GENERACION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 285000-GRABAR-BITACORA: registro de la descarga en la     *
      * bitacora CORRIDAS.                                        *
      *-----------------------------------------------------------*
       285000-GRABAR-BITACORA.

           MOVE WSO-FECHA-INICIO TO LO-FECHA-INICIO
           MOVE WSO-HORA-INICIO  TO LO-HORA-INICIO
           ACCEPT LO-FECHA-FIN FROM DATE YYYYMMDD
           ACCEPT LO-HORA-FIN  FROM TIME
           MOVE SPACES           TO LO-CURSO
           MOVE SPACES           TO LO-PERIODO
           MOVE WSC-0            TO LO-CANT-RECHAZADOS

           WRITE BIT-REC FROM WS-LINEA-BITACORA.

       285000-GRABAR-BITACORA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 290000-MAESTRO-AUSENTE: el maestro no se pudo abrir; sus   *
      * generaciones anteriores quedan como estaban y la corrida   *
      * queda SALTEADA en CORRIDAS.                                *
      *-----------------------------------------------------------*
       290000-MAESTRO-AUSENTE.

           DISPLAY 'NO SE ENCONTRO ' WSV-MAESTRO
              ': DESCARGA SALTEADA.'

           ADD WSC-1 TO WSA-CANT-SALTEADOS

           ACCEPT WSO-FECHA-INICIO FROM DATE YYYYMMDD
           ACCEPT WSO-HORA-INICIO  FROM TIME

           MOVE WSV-MAESTRO       TO LO-ARCHIVO
           MOVE WSC-0             TO LO-CANT-PROCESADOS
           MOVE WSC-DISP-SALTEADA TO LO-DISPOSICION
           PERFORM 285000-GRABAR-BITACORA
              THRU 285000-GRABAR-BITACORA-EXIT.

       290000-MAESTRO-AUSENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 300000-FINAL: totales por consola y cierre de archivos.   *
      *-----------------------------------------------------------*
       300000-FINAL.

           DISPLAY '**************************************'
           DISPLAY 'MAESTROS DESCARGADOS: ' WSA-CANT-DESCARGAS
           DISPLAY 'MAESTROS SALTEADOS:   ' WSA-CANT-SALTEADOS
           DISPLAY '**************************************'

           CLOSE GENERACIONES
           CLOSE BITACORA.

       300000-FINAL-EXIT.
           EXIT.

       END-RUN.
