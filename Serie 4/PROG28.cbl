      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     RECUPERO DE UN MAESTRO INDEXADO DESDE GENERACION
      * Tectonics:   cobc
      *
      * Reconstruye un maestro indexado (MAESTRO, MATRICULA,
      * PADRON, HISTORIAL, CIERRES o LOTES) a partir de una de las
      * generaciones que descarga PROG27, para recuperar un indice
      * daniado dentro de la ventana batch. Cada registro del
      * archivo RECUPAR pide un recupero: el nombre del maestro y
      * la fecha de la generacion (en ceros, la ultima generacion
      * completa). La generacion se busca en el catalogo
      * GENERACIONES; si hay mas de una descarga en la fecha se
      * toma la ultima.
      *
      * Antes de tocar el maestro se lee la generacion entera: la
      * cabecera debe ser del maestro y la fecha y hora del
      * catalogo, el trailer debe existir y ser el ultimo
      * registro, y la cantidad y el total de control recalculados
      * sobre el detalle deben coincidir con los del trailer y los
      * del catalogo. Solo si todo coincide el maestro se vuelve a
      * crear y se carga desde la generacion; si no, queda como
      * estaba y el pedido se rechaza con el motivo.
      *
      * El listado RECUPERO muestra por pedido la generacion usada,
      * la cantidad del trailer y la cantidad de registros del
      * maestro antes y despues del recupero; cada pedido queda
      * ademas registrado en la bitacora CORRIDAS para PROG15.
      *
      * Modificaciones:
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      * 15/10/2026 - PAD-REC suma al final los datos de contacto del
      *              alumno (correo, domicilio, localidad y codigo
      *              postal) que mantiene PROG16 (registro de 180
      *              posiciones). Un respaldo anterior a este cambio
      *              se recarga con los datos de contacto en blanco.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG28.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PEDIDOS       ASSIGN TO "RECUPAR"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSD-ESTADO-PEDIDOS.

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

           SELECT LISTADO       ASSIGN TO "RECUPERO"
                                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PEDIDOS
           LABEL RECORD IS STANDARD.

       01  PED-REC.
           05 PED-MAESTRO        PIC X(10).
           05 PED-FECHA          PIC 9(08).

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
      * Generacion de PROG27. Ademas de cabecera y trailer, una   *
      * vista del detalle por maestro con el campo del que sale   *
      * su total de control.                                      *
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

       01  RSG-REC-MAESTRO.
           05 FILLER             PIC X(49).
           05 RSG-MAE-PROMEDIO   PIC 9(02)V9(02).
           05 FILLER             PIC X(197).

       01  RSG-REC-MATRICULA.
           05 FILLER             PIC X(49).
           05 RSG-MAT-ESTADO     PIC X(01).
           05 FILLER             PIC X(200).

       01  RSG-REC-PADRON.
           05 FILLER             PIC X(57).
           05 RSG-PAD-ESTADO     PIC X(01).
           05 FILLER             PIC X(192).

       01  RSG-REC-HISTORIAL.
           05 FILLER             PIC X(23).
           05 RSG-HIS-PROMEDIO   PIC 9(02)V9(02).
           05 FILLER             PIC X(223).

       01  RSG-REC-CIERRES.
           05 FILLER             PIC X(13).
           05 RSG-CIE-FECHA      PIC 9(08).
           05 FILLER             PIC X(229).

       01  RSG-REC-LOTES.
           05 FILLER             PIC X(21).
           05 RSG-LOT-CANT       PIC 9(06).
           05 FILLER             PIC X(223).

       FD  BITACORA
           LABEL RECORD IS STANDARD.

       01  BIT-REC                PIC X(122).

       FD  LISTADO
           LABEL RECORD IS STANDARD.

       01  LIS-REC               PIC X(120).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-GENERACIONES     PIC 9(02)       VALUE 7.
          05 WSC-ACTIVO           PIC X(01)       VALUE 'A'.
          05 WSC-DISP-CERRADA     PIC X(10)       VALUE 'CERRADA'.
          05 WSC-DISP-RECHAZADA   PIC X(10)       VALUE 'RECHAZADA'.
          05 WSC-RECUPERADO       PIC X(30)       VALUE
             'RECUPERADO'.
          05 WSC-CON-DUPLICADOS   PIC X(30)       VALUE
             'RECUPERADO, CLAVES DUPLICADAS'.
          05 WSC-MAESTRO-DESCON   PIC X(30)       VALUE
             'MAESTRO DESCONOCIDO'.
          05 WSC-SIN-GENERACION   PIC X(30)       VALUE
             'SIN GENERACION COMPLETA'.
          05 WSC-SIN-ARCHIVO      PIC X(30)       VALUE
             'NO SE ENCONTRO LA GENERACION'.
          05 WSC-CABECERA-MAL     PIC X(30)       VALUE
             'CABECERA NO CORRESPONDE'.
          05 WSC-SIN-TRAILER      PIC X(30)       VALUE
             'GENERACION SIN TRAILER'.
          05 WSC-TRAS-TRAILER     PIC X(30)       VALUE
             'REGISTROS DESPUES DEL TRAILER'.
          05 WSC-CANT-DISTINTA    PIC X(30)       VALUE
             'CANTIDAD NO COINCIDE'.
          05 WSC-TOTAL-DISTINTO   PIC X(30)       VALUE
             'TOTAL DE CONTROL NO COINCIDE'.
          05 WSC-ERROR-LECTURA    PIC X(30)       VALUE
             'ERROR DE LECTURA EN GENERACION'.

       01 SWITCHES.
          05 WSS-FIN-PEDIDOS      PIC X(01)       VALUE 'N'.
             88 FIN-PEDIDOS                       VALUE 'S'.
             88 QUEDAN-PEDIDOS                    VALUE 'N'.
          05 WSS-FIN-REGISTROS    PIC X(01)       VALUE 'N'.
             88 FIN-REGISTROS                     VALUE 'S'.
             88 QUEDAN-REGISTROS                  VALUE 'N'.
          05 WSS-FIN-RESGUARDO    PIC X(01)       VALUE 'N'.
             88 FIN-RESGUARDO                     VALUE 'S'.
             88 QUEDAN-RESGUARDOS                 VALUE 'N'.
          05 WSS-PEDIDO           PIC X(01)       VALUE 'S'.
             88 PEDIDO-VALIDO                     VALUE 'S'.
             88 PEDIDO-RECHAZADO                  VALUE 'N'.
          05 WSS-TRAILER          PIC X(01)       VALUE 'N'.
             88 TRAILER-LEIDO                     VALUE 'S'.
             88 TRAILER-PENDIENTE                 VALUE 'N'.
          05 WSS-GENERACION       PIC X(01)       VALUE 'N'.
             88 GENERACION-HALLADA                VALUE 'S'.
             88 GENERACION-NO-HALLADA             VALUE 'N'.
          05 WSS-DISP-MAESTRO     PIC X(01)       VALUE 'N'.
             88 ARCHIVO-DISPONIBLE                VALUE 'S'.
             88 ARCHIVO-NO-DISPONIBLE             VALUE 'N'.

       01 INDICES.
          05 WSI-RANURA           PIC 9(02).

       01 CONTADORES.
          05 WSN-CANT-DETALLE     PIC 9(08)       VALUE 0.
          05 WSN-CANT-ANTES       PIC 9(08)       VALUE 0.
          05 WSN-CANT-DESPUES     PIC 9(08)       VALUE 0.
          05 WSN-CANT-CONTADOS    PIC 9(08)       VALUE 0.
          05 WSN-CANT-GRABADOS    PIC 9(08)       VALUE 0.
          05 WSN-CANT-DUPLICADOS  PIC 9(08)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-TOTAL-CONTROL    PIC 9(12)V9(02) VALUE 0.
          05 WSA-CANT-PEDIDOS     PIC 9(04)       VALUE 0.
          05 WSA-CANT-RECUPERADOS PIC 9(04)       VALUE 0.
          05 WSA-CANT-RECHAZADOS  PIC 9(04)       VALUE 0.

       01 VARIABLES.
          05 WSV-FECHA-HOY        PIC 9(08).
          05 WSV-MAESTRO          PIC X(10).
          05 WSV-RANURA           PIC 9(02).
          05 WSV-MOMENTO-ULTIMO   PIC X(16).
          05 WSV-ESTADO-ARCHIVO   PIC X(02).

      *-----------------------------------------------------------*
      * Generacion elegida, copiada del catalogo.                 *
      *-----------------------------------------------------------*
       01 GENERACION-ELEGIDA.
          05 WSG-ARCHIVO          PIC X(20).
          05 WSG-FECHA            PIC 9(08).
          05 WSG-HORA             PIC 9(08).
          05 WSG-CANT             PIC 9(08).
          05 WSG-TOTAL            PIC 9(12)V9(02).

       01 WS-ARCHIVO-RESGUARDO    PIC X(20)       VALUE 'RESGUARDO'.

       01 CONTROL-PEDIDOS.
          05 WSD-ESTADO-PEDIDOS   PIC X(02).
          05 WSD-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 PEDIDOS-DISPONIBLE                VALUE 'S'.
             88 PEDIDOS-NO-DISPONIBLE             VALUE 'N'.

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
          05 WSH-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 CATALOGO-DISPONIBLE               VALUE 'S'.
             88 CATALOGO-NO-DISPONIBLE            VALUE 'N'.

       01 CONTROL-RESGUARDO.
          05 WSX-ESTADO-RESGUARDO PIC X(02).

       01 CONTROL-BITACORA.
          05 WSO-ESTADO-BITACORA  PIC X(02).
          05 WSO-FECHA-INICIO     PIC 9(08).
          05 WSO-HORA-INICIO      PIC 9(08).

       01 WS-MOTIVO               PIC X(30).

      *-----------------------------------------------------------*
      * Renglon de la bitacora CORRIDAS, mismo formato que en      *
      * PROG02-08-ME, PROG03, PROG09 y PROG27.                     *
      *-----------------------------------------------------------*
       01 WS-LINEA-BITACORA.
          05 LO-PROGRAMA          PIC X(12)       VALUE 'PROG28'.
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

       01 WS-LINEA-TITULO.
          05 FILLER               PIC X(40)       VALUE
             'RECUPERO DE MAESTROS DESDE GENERACION - '.
          05 FILLER               PIC X(06)       VALUE 'FECHA '.
          05 LT-FECHA             PIC 9(08).

       01 WS-LINEA-COLUMNAS.
          05 FILLER               PIC X(12)       VALUE 'MAESTRO'.
          05 FILLER               PIC X(22)       VALUE 'GENERACION'.
          05 FILLER               PIC X(10)       VALUE 'FECHA'.
          05 FILLER               PIC X(10)       VALUE ' TRAILER'.
          05 FILLER               PIC X(10)       VALUE '   ANTES'.
          05 FILLER               PIC X(10)       VALUE ' DESPUES'.
          05 FILLER               PIC X(30)       VALUE 'RESULTADO'.

       01 WS-LINEA-DETALLE.
          05 LD-MAESTRO           PIC X(10).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LD-ARCHIVO           PIC X(20).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LD-FECHA             PIC 9(08).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LD-CANT-TRAILER      PIC ZZZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LD-CANT-ANTES        PIC ZZZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LD-CANT-DESPUES      PIC ZZZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LD-RESULTADO         PIC X(30).

       01 WS-LINEA-TOTALES.
          05 FILLER               PIC X(10)       VALUE 'PEDIDOS: '.
          05 LT-CANT-PEDIDOS      PIC ZZZ9.
          05 FILLER               PIC X(16)       VALUE
             '   RECUPERADOS: '.
          05 LT-CANT-RECUPERADOS  PIC ZZZ9.
          05 FILLER               PIC X(16)       VALUE
             '   RECHAZADOS: '.
          05 LT-CANT-RECHAZADOS   PIC ZZZ9.

       01 WS-LINEA-SEPARADOR      PIC X(114)      VALUE ALL '-'.


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 100000-INICIO     THRU 100000-INICIO-EXIT
           PERFORM 200000-PROCESO    THRU 200000-PROCESO-EXIT
               UNTIL FIN-PEDIDOS
           PERFORM 300000-FINAL      THRU 300000-FINAL-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 100000-INICIO: abre pedidos, catalogo, bitacora y listado *
      * y hace la lectura de adelanto. Sin pedidos o sin catalogo *
      * no hay nada que recuperar.                                *
      *-----------------------------------------------------------*
       100000-INICIO.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   RECUPERO DESDE GENERACION'
           DISPLAY 'Programme: PROG28'
           DISPLAY '**************************************'

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           OPEN OUTPUT LISTADO

           MOVE WSV-FECHA-HOY TO LT-FECHA
           WRITE LIS-REC FROM WS-LINEA-TITULO
           WRITE LIS-REC FROM WS-LINEA-COLUMNAS
           WRITE LIS-REC FROM WS-LINEA-SEPARADOR

           OPEN INPUT PEDIDOS

           IF WSD-ESTADO-PEDIDOS NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL ARCHIVO RECUPAR.'
              DISPLAY 'NO HAY MAESTROS QUE RECUPERAR.'
              SET FIN-PEDIDOS TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           SET PEDIDOS-DISPONIBLE TO TRUE

           OPEN INPUT GENERACIONES

           IF WSH-ESTADO-CATALOGO NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL CATALOGO GENERACIONES.'
              DISPLAY 'NO HAY GENERACIONES DESDE DONDE RECUPERAR.'
              SET FIN-PEDIDOS TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           SET CATALOGO-DISPONIBLE TO TRUE

           OPEN EXTEND BITACORA

           IF WSO-ESTADO-BITACORA NOT = '00'
              OPEN OUTPUT BITACORA
              CLOSE BITACORA
              OPEN EXTEND BITACORA
           END-IF

           PERFORM 110000-LEER-PEDIDO
              THRU 110000-LEER-PEDIDO-EXIT.

       100000-INICIO-EXIT.
           EXIT.

       110000-LEER-PEDIDO.

           READ PEDIDOS
               AT END
                  SET FIN-PEDIDOS TO TRUE
               NOT AT END
                  ADD WSC-1 TO WSA-CANT-PEDIDOS
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre el ultimo registro leido.
           IF WSD-ESTADO-PEDIDOS NOT = '00'
              AND WSD-ESTADO-PEDIDOS NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN RECUPAR (ESTADO '
                 WSD-ESTADO-PEDIDOS ')'
              SET FIN-PEDIDOS TO TRUE
           END-IF.

       110000-LEER-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 200000-PROCESO: un pedido de recupero. Primero se elige y *
      * se verifica la generacion completa; el maestro se cuenta  *
      * antes y solo se reconstruye si la verificacion paso.      *
      *-----------------------------------------------------------*
       200000-PROCESO.

           ACCEPT WSO-FECHA-INICIO FROM DATE YYYYMMDD
           ACCEPT WSO-HORA-INICIO  FROM TIME

           SET PEDIDO-VALIDO TO TRUE
           MOVE SPACES       TO WS-MOTIVO
           MOVE SPACES       TO GENERACION-ELEGIDA
           MOVE WSC-0        TO WSG-FECHA
                                WSG-HORA
                                WSG-CANT
                                WSG-TOTAL
           MOVE WSC-0        TO WSN-CANT-ANTES
                                WSN-CANT-DESPUES
                                WSN-CANT-DUPLICADOS
           MOVE PED-MAESTRO  TO WSV-MAESTRO

           IF WSV-MAESTRO NOT = 'MAESTRO'
              AND WSV-MAESTRO NOT = 'MATRICULA'
              AND WSV-MAESTRO NOT = 'PADRON'
              AND WSV-MAESTRO NOT = 'HISTORIAL'
              AND WSV-MAESTRO NOT = 'CIERRES'
              AND WSV-MAESTRO NOT = 'LOTES'
              MOVE WSC-MAESTRO-DESCON TO WS-MOTIVO
              SET PEDIDO-RECHAZADO TO TRUE
              GO TO 200000-PROCESO-INFORMAR
           END-IF

           PERFORM 210000-ELEGIR-GENERACION
              THRU 210000-ELEGIR-GENERACION-EXIT

           IF PEDIDO-VALIDO
              PERFORM 220000-VERIFICAR-GENERACION
                 THRU 220000-VERIFICAR-GENERACION-EXIT
           END-IF

           PERFORM 240000-CONTAR-MAESTRO
              THRU 240000-CONTAR-MAESTRO-EXIT
           MOVE WSN-CANT-CONTADOS TO WSN-CANT-ANTES

           IF PEDIDO-RECHAZADO
              MOVE WSN-CANT-ANTES TO WSN-CANT-DESPUES
              GO TO 200000-PROCESO-INFORMAR
           END-IF

           PERFORM 250000-RECONSTRUIR-MAESTRO
              THRU 250000-RECONSTRUIR-MAESTRO-EXIT

           PERFORM 240000-CONTAR-MAESTRO
              THRU 240000-CONTAR-MAESTRO-EXIT
           MOVE WSN-CANT-CONTADOS TO WSN-CANT-DESPUES

           IF WSN-CANT-DUPLICADOS > WSC-0
              MOVE WSC-CON-DUPLICADOS TO WS-MOTIVO
           ELSE
              MOVE WSC-RECUPERADO TO WS-MOTIVO
           END-IF.

       200000-PROCESO-INFORMAR.

           PERFORM 280000-INFORMAR-PEDIDO
              THRU 280000-INFORMAR-PEDIDO-EXIT

           PERFORM 110000-LEER-PEDIDO
              THRU 110000-LEER-PEDIDO-EXIT.

       200000-PROCESO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 210000-ELEGIR-GENERACION: recorre las posiciones del       *
      * anillo del maestro y se queda con la ultima generacion     *
      * completa de la fecha pedida (o de cualquier fecha, si el   *
      * pedido viene en ceros).                                    *
      *-----------------------------------------------------------*
       210000-ELEGIR-GENERACION.

           SET GENERACION-NO-HALLADA TO TRUE
           MOVE LOW-VALUES TO WSV-MOMENTO-ULTIMO

           PERFORM 211000-EVALUAR-RANURA
              THRU 211000-EVALUAR-RANURA-EXIT
               VARYING WSI-RANURA FROM WSC-1 BY WSC-1
                 UNTIL WSI-RANURA > WSC-GENERACIONES

           IF GENERACION-NO-HALLADA
              MOVE WSC-SIN-GENERACION TO WS-MOTIVO
              SET PEDIDO-RECHAZADO TO TRUE
           END-IF.

       210000-ELEGIR-GENERACION-EXIT.
           EXIT.

       211000-EVALUAR-RANURA.

           MOVE WSV-MAESTRO TO GEN-MAESTRO
           MOVE WSI-RANURA  TO GEN-RANURA

           READ GENERACIONES
               INVALID KEY
                  GO TO 211000-EVALUAR-RANURA-EXIT
           END-READ

           IF NOT GEN-COMPLETA
              GO TO 211000-EVALUAR-RANURA-EXIT
           END-IF

           IF PED-FECHA NOT = ZEROS
              AND GEN-FECHA NOT = PED-FECHA
              GO TO 211000-EVALUAR-RANURA-EXIT
           END-IF

           IF GEN-MOMENTO > WSV-MOMENTO-ULTIMO
              MOVE GEN-MOMENTO TO WSV-MOMENTO-ULTIMO
              MOVE GEN-ARCHIVO TO WSG-ARCHIVO
              MOVE GEN-FECHA   TO WSG-FECHA
              MOVE GEN-HORA    TO WSG-HORA
              MOVE GEN-CANT    TO WSG-CANT
              MOVE GEN-TOTAL   TO WSG-TOTAL
              SET GENERACION-HALLADA TO TRUE
           END-IF.

       211000-EVALUAR-RANURA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-VERIFICAR-GENERACION: primera pasada, sin tocar el  *
      * maestro. Cabecera del maestro y momento del catalogo,      *
      * trailer presente y ultimo, cantidad y total recalculados   *
      * iguales a los del trailer y a los del catalogo.            *
      *-----------------------------------------------------------*
       220000-VERIFICAR-GENERACION.

           MOVE WSG-ARCHIVO TO WS-ARCHIVO-RESGUARDO

           OPEN INPUT RESGUARDO

           IF WSX-ESTADO-RESGUARDO NOT = '00'
              MOVE WSC-SIN-ARCHIVO TO WS-MOTIVO
              SET PEDIDO-RECHAZADO TO TRUE
              GO TO 220000-VERIFICAR-GENERACION-EXIT
           END-IF

           SET QUEDAN-RESGUARDOS TO TRUE
           SET TRAILER-PENDIENTE TO TRUE
           MOVE WSC-0 TO WSN-CANT-DETALLE
           MOVE WSC-0 TO WSA-TOTAL-CONTROL

           PERFORM 225000-LEER-RESGUARDO
              THRU 225000-LEER-RESGUARDO-EXIT

           IF FIN-RESGUARDO
              OR NOT RSG-CABECERA
              OR RSG-CAB-MAESTRO NOT = WSV-MAESTRO
              OR RSG-CAB-FECHA NOT = WSG-FECHA
              OR RSG-CAB-HORA NOT = WSG-HORA
              MOVE WSC-CABECERA-MAL TO WS-MOTIVO
              SET PEDIDO-RECHAZADO TO TRUE
              GO TO 220000-VERIFICAR-GENERACION-CIERRE
           END-IF

           PERFORM 225000-LEER-RESGUARDO
              THRU 225000-LEER-RESGUARDO-EXIT

           PERFORM 221000-VERIFICAR-REGISTRO
              THRU 221000-VERIFICAR-REGISTRO-EXIT
               UNTIL FIN-RESGUARDO
                  OR PEDIDO-RECHAZADO

           IF PEDIDO-RECHAZADO
              GO TO 220000-VERIFICAR-GENERACION-CIERRE
           END-IF

           IF TRAILER-PENDIENTE
              MOVE WSC-SIN-TRAILER TO WS-MOTIVO
              SET PEDIDO-RECHAZADO TO TRUE
              GO TO 220000-VERIFICAR-GENERACION-CIERRE
           END-IF

           IF WSN-CANT-DETALLE NOT = WSG-CANT
              MOVE WSC-CANT-DISTINTA TO WS-MOTIVO
              SET PEDIDO-RECHAZADO TO TRUE
              GO TO 220000-VERIFICAR-GENERACION-CIERRE
           END-IF

           IF WSA-TOTAL-CONTROL NOT = WSG-TOTAL
              MOVE WSC-TOTAL-DISTINTO TO WS-MOTIVO
              SET PEDIDO-RECHAZADO TO TRUE
           END-IF.

       220000-VERIFICAR-GENERACION-CIERRE.

           CLOSE RESGUARDO.

       220000-VERIFICAR-GENERACION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 221000-VERIFICAR-REGISTRO: acumula el detalle; al llegar   *
      * al trailer lo compara, y cualquier registro posterior al   *
      * trailer invalida la generacion.                            *
      *-----------------------------------------------------------*
       221000-VERIFICAR-REGISTRO.

           IF TRAILER-LEIDO
              MOVE WSC-TRAS-TRAILER TO WS-MOTIVO
              SET PEDIDO-RECHAZADO TO TRUE
              GO TO 221000-VERIFICAR-REGISTRO-EXIT
           END-IF

           IF RSG-TRAILER
              SET TRAILER-LEIDO TO TRUE
              IF RSG-TRA-CANT NOT = WSN-CANT-DETALLE
                 MOVE WSC-CANT-DISTINTA TO WS-MOTIVO
                 SET PEDIDO-RECHAZADO TO TRUE
                 GO TO 221000-VERIFICAR-REGISTRO-EXIT
              END-IF
              IF RSG-TRA-TOTAL NOT = WSA-TOTAL-CONTROL
                 MOVE WSC-TOTAL-DISTINTO TO WS-MOTIVO
                 SET PEDIDO-RECHAZADO TO TRUE
                 GO TO 221000-VERIFICAR-REGISTRO-EXIT
              END-IF
              GO TO 221000-VERIFICAR-REGISTRO-SIG
           END-IF

           ADD WSC-1 TO WSN-CANT-DETALLE

           EVALUATE WSV-MAESTRO
               WHEN 'MAESTRO'
                  ADD RSG-MAE-PROMEDIO TO WSA-TOTAL-CONTROL
               WHEN 'MATRICULA'
                  IF RSG-MAT-ESTADO = WSC-ACTIVO
                     ADD WSC-1 TO WSA-TOTAL-CONTROL
                  END-IF
               WHEN 'PADRON'
                  IF RSG-PAD-ESTADO = WSC-ACTIVO
                     ADD WSC-1 TO WSA-TOTAL-CONTROL
                  END-IF
               WHEN 'HISTORIAL'
                  ADD RSG-HIS-PROMEDIO TO WSA-TOTAL-CONTROL
               WHEN 'CIERRES'
                  ADD RSG-CIE-FECHA TO WSA-TOTAL-CONTROL
               WHEN 'LOTES'
                  ADD RSG-LOT-CANT TO WSA-TOTAL-CONTROL
           END-EVALUATE.

       221000-VERIFICAR-REGISTRO-SIG.

           PERFORM 225000-LEER-RESGUARDO
              THRU 225000-LEER-RESGUARDO-EXIT.

       221000-VERIFICAR-REGISTRO-EXIT.
           EXIT.

       225000-LEER-RESGUARDO.

           READ RESGUARDO
               AT END
                  SET FIN-RESGUARDO TO TRUE
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre el ultimo registro leido.
           IF WSX-ESTADO-RESGUARDO NOT = '00'
              AND WSX-ESTADO-RESGUARDO NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN ' WS-ARCHIVO-RESGUARDO
                 ' (ESTADO ' WSX-ESTADO-RESGUARDO ')'
              MOVE WSC-ERROR-LECTURA TO WS-MOTIVO
              SET PEDIDO-RECHAZADO TO TRUE
              SET FIN-RESGUARDO    TO TRUE
           END-IF.

       225000-LEER-RESGUARDO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 240000-CONTAR-MAESTRO: cantidad de registros del maestro   *
      * pedido, en WSN-CANT-CONTADOS; un maestro inexistente o     *
      * que no abre cuenta cero.                                   *
      *-----------------------------------------------------------*
       240000-CONTAR-MAESTRO.

           MOVE WSC-0 TO WSN-CANT-CONTADOS
           SET QUEDAN-REGISTROS TO TRUE

           EVALUATE WSV-MAESTRO
               WHEN 'MAESTRO'
                  OPEN INPUT MAESTRO
                  MOVE WSE-ESTADO-MAESTRO   TO WSV-ESTADO-ARCHIVO
               WHEN 'MATRICULA'
                  OPEN INPUT MATRICULA
                  MOVE WSF-ESTADO-MATRICULA TO WSV-ESTADO-ARCHIVO
               WHEN 'PADRON'
                  OPEN INPUT PADRON
                  MOVE WSY-ESTADO-PADRON    TO WSV-ESTADO-ARCHIVO
               WHEN 'HISTORIAL'
                  OPEN INPUT HISTORIAL
                  MOVE WSU-ESTADO-HISTORIAL TO WSV-ESTADO-ARCHIVO
               WHEN 'CIERRES'
                  OPEN INPUT CIERRES
                  MOVE WSJ-ESTADO-CIERRES   TO WSV-ESTADO-ARCHIVO
               WHEN 'LOTES'
                  OPEN INPUT LOTES
                  MOVE WSL-ESTADO-LOTES     TO WSV-ESTADO-ARCHIVO
               WHEN OTHER
                  MOVE '35'                 TO WSV-ESTADO-ARCHIVO
           END-EVALUATE

           IF WSV-ESTADO-ARCHIVO NOT = '00'
              GO TO 240000-CONTAR-MAESTRO-EXIT
           END-IF

           PERFORM 241000-LEER-MAESTRO
              THRU 241000-LEER-MAESTRO-EXIT
               UNTIL FIN-REGISTROS

           PERFORM 245000-CERRAR-MAESTRO
              THRU 245000-CERRAR-MAESTRO-EXIT.

       240000-CONTAR-MAESTRO-EXIT.
           EXIT.

       241000-LEER-MAESTRO.

           EVALUATE WSV-MAESTRO
               WHEN 'MAESTRO'
                  READ MAESTRO NEXT
                      AT END
                         SET FIN-REGISTROS TO TRUE
                  END-READ
                  MOVE WSE-ESTADO-MAESTRO   TO WSV-ESTADO-ARCHIVO
               WHEN 'MATRICULA'
                  READ MATRICULA NEXT
                      AT END
                         SET FIN-REGISTROS TO TRUE
                  END-READ
                  MOVE WSF-ESTADO-MATRICULA TO WSV-ESTADO-ARCHIVO
               WHEN 'PADRON'
                  READ PADRON NEXT
                      AT END
                         SET FIN-REGISTROS TO TRUE
                  END-READ
                  MOVE WSY-ESTADO-PADRON    TO WSV-ESTADO-ARCHIVO
               WHEN 'HISTORIAL'
                  READ HISTORIAL NEXT
                      AT END
                         SET FIN-REGISTROS TO TRUE
                  END-READ
                  MOVE WSU-ESTADO-HISTORIAL TO WSV-ESTADO-ARCHIVO
               WHEN 'CIERRES'
                  READ CIERRES NEXT
                      AT END
                         SET FIN-REGISTROS TO TRUE
                  END-READ
                  MOVE WSJ-ESTADO-CIERRES   TO WSV-ESTADO-ARCHIVO
               WHEN 'LOTES'
                  READ LOTES NEXT
                      AT END
                         SET FIN-REGISTROS TO TRUE
                  END-READ
                  MOVE WSL-ESTADO-LOTES     TO WSV-ESTADO-ARCHIVO
           END-EVALUATE

           IF WSV-ESTADO-ARCHIVO = '00'
              ADD WSC-1 TO WSN-CANT-CONTADOS
           END-IF

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSV-ESTADO-ARCHIVO NOT = '00'
              AND WSV-ESTADO-ARCHIVO NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN ' WSV-MAESTRO
                 ' (ESTADO ' WSV-ESTADO-ARCHIVO ')'
              SET FIN-REGISTROS TO TRUE
           END-IF.

       241000-LEER-MAESTRO-EXIT.
           EXIT.

       245000-CERRAR-MAESTRO.

           EVALUATE WSV-MAESTRO
               WHEN 'MAESTRO'
                  CLOSE MAESTRO
               WHEN 'MATRICULA'
                  CLOSE MATRICULA
               WHEN 'PADRON'
                  CLOSE PADRON
               WHEN 'HISTORIAL'
                  CLOSE HISTORIAL
               WHEN 'CIERRES'
                  CLOSE CIERRES
               WHEN 'LOTES'
                  CLOSE LOTES
           END-EVALUATE.

       245000-CERRAR-MAESTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 250000-RECONSTRUIR-MAESTRO: segunda pasada, con la         *
      * generacion ya verificada. Vuelve a crear el maestro y lo   *
      * carga con el detalle, en el orden de clave en que se       *
      * descargo; una clave repetida se cuenta y se informa.       *
      *-----------------------------------------------------------*
       250000-RECONSTRUIR-MAESTRO.

           EVALUATE WSV-MAESTRO
               WHEN 'MAESTRO'
                  OPEN OUTPUT MAESTRO
               WHEN 'MATRICULA'
                  OPEN OUTPUT MATRICULA
               WHEN 'PADRON'
                  OPEN OUTPUT PADRON
               WHEN 'HISTORIAL'
                  OPEN OUTPUT HISTORIAL
               WHEN 'CIERRES'
                  OPEN OUTPUT CIERRES
               WHEN 'LOTES'
                  OPEN OUTPUT LOTES
           END-EVALUATE

           OPEN INPUT RESGUARDO

           SET QUEDAN-RESGUARDOS TO TRUE
           MOVE WSC-0 TO WSN-CANT-GRABADOS

           PERFORM 225000-LEER-RESGUARDO
              THRU 225000-LEER-RESGUARDO-EXIT

           PERFORM 251000-GRABAR-REGISTRO
              THRU 251000-GRABAR-REGISTRO-EXIT
               UNTIL FIN-RESGUARDO

           CLOSE RESGUARDO

           PERFORM 245000-CERRAR-MAESTRO
              THRU 245000-CERRAR-MAESTRO-EXIT.

       250000-RECONSTRUIR-MAESTRO-EXIT.
           EXIT.

       251000-GRABAR-REGISTRO.

           IF RSG-TRAILER
              SET FIN-RESGUARDO TO TRUE
              GO TO 251000-GRABAR-REGISTRO-EXIT
           END-IF

           IF NOT RSG-DETALLE
              GO TO 251000-GRABAR-REGISTRO-SIG
           END-IF

           EVALUATE WSV-MAESTRO
               WHEN 'MAESTRO'
                  MOVE RSG-CUERPO TO MAE-REC
                  WRITE MAE-REC
                      INVALID KEY
                         ADD WSC-1 TO WSN-CANT-DUPLICADOS
                      NOT INVALID KEY
                         ADD WSC-1 TO WSN-CANT-GRABADOS
                  END-WRITE
               WHEN 'MATRICULA'
                  MOVE RSG-CUERPO TO MAT-REC
                  WRITE MAT-REC
                      INVALID KEY
                         ADD WSC-1 TO WSN-CANT-DUPLICADOS
                      NOT INVALID KEY
                         ADD WSC-1 TO WSN-CANT-GRABADOS
                  END-WRITE
               WHEN 'PADRON'
                  MOVE RSG-CUERPO TO PAD-REC
                  WRITE PAD-REC
                      INVALID KEY
                         ADD WSC-1 TO WSN-CANT-DUPLICADOS
                      NOT INVALID KEY
                         ADD WSC-1 TO WSN-CANT-GRABADOS
                  END-WRITE
               WHEN 'HISTORIAL'
                  MOVE RSG-CUERPO TO HIS-REC
                  WRITE HIS-REC
                      INVALID KEY
                         ADD WSC-1 TO WSN-CANT-DUPLICADOS
                      NOT INVALID KEY
                         ADD WSC-1 TO WSN-CANT-GRABADOS
                  END-WRITE
               WHEN 'CIERRES'
                  MOVE RSG-CUERPO TO CIE-REC
                  WRITE CIE-REC
                      INVALID KEY
                         ADD WSC-1 TO WSN-CANT-DUPLICADOS
                      NOT INVALID KEY
                         ADD WSC-1 TO WSN-CANT-GRABADOS
                  END-WRITE
               WHEN 'LOTES'
                  MOVE RSG-CUERPO TO LOT-REC
                  WRITE LOT-REC
                      INVALID KEY
                         ADD WSC-1 TO WSN-CANT-DUPLICADOS
                      NOT INVALID KEY
                         ADD WSC-1 TO WSN-CANT-GRABADOS
                  END-WRITE
           END-EVALUATE.

       251000-GRABAR-REGISTRO-SIG.

           PERFORM 225000-LEER-RESGUARDO
              THRU 225000-LEER-RESGUARDO-EXIT.

       251000-GRABAR-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 280000-INFORMAR-PEDIDO: renglon del listado con las        *
      * cantidades antes y despues, y registro en CORRIDAS.        *
      *-----------------------------------------------------------*
       280000-INFORMAR-PEDIDO.

           MOVE PED-MAESTRO      TO LD-MAESTRO
           MOVE WSG-ARCHIVO      TO LD-ARCHIVO
           MOVE WSG-FECHA        TO LD-FECHA
           MOVE WSG-CANT         TO LD-CANT-TRAILER
           MOVE WSN-CANT-ANTES   TO LD-CANT-ANTES
           MOVE WSN-CANT-DESPUES TO LD-CANT-DESPUES
           MOVE WS-MOTIVO        TO LD-RESULTADO
           WRITE LIS-REC FROM WS-LINEA-DETALLE

           MOVE WSO-FECHA-INICIO TO LO-FECHA-INICIO
           MOVE WSO-HORA-INICIO  TO LO-HORA-INICIO
           ACCEPT LO-FECHA-FIN FROM DATE YYYYMMDD
           ACCEPT LO-HORA-FIN  FROM TIME
           MOVE SPACES           TO LO-CURSO
           MOVE SPACES           TO LO-PERIODO

           IF WSG-ARCHIVO = SPACES
              MOVE PED-MAESTRO   TO LO-ARCHIVO
           ELSE
              MOVE WSG-ARCHIVO   TO LO-ARCHIVO
           END-IF

           IF PEDIDO-VALIDO
              ADD WSC-1 TO WSA-CANT-RECUPERADOS
              MOVE WSN-CANT-GRABADOS   TO LO-CANT-PROCESADOS
              MOVE WSN-CANT-DUPLICADOS TO LO-CANT-RECHAZADOS
              MOVE WSC-DISP-CERRADA    TO LO-DISPOSICION
              DISPLAY WSV-MAESTRO ' RECUPERADO DESDE ' WSG-ARCHIVO
           ELSE
              ADD WSC-1 TO WSA-CANT-RECHAZADOS
              MOVE WSC-0               TO LO-CANT-PROCESADOS
              MOVE WSC-0               TO LO-CANT-RECHAZADOS
              MOVE WSC-DISP-RECHAZADA  TO LO-DISPOSICION
              DISPLAY PED-MAESTRO ' NO RECUPERADO: ' WS-MOTIVO
           END-IF

           WRITE BIT-REC FROM WS-LINEA-BITACORA.

       280000-INFORMAR-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 300000-FINAL: totales en el listado y por consola, y      *
      * cierre de los archivos.                                   *
      *-----------------------------------------------------------*
       300000-FINAL.

           MOVE WSA-CANT-PEDIDOS     TO LT-CANT-PEDIDOS
           MOVE WSA-CANT-RECUPERADOS TO LT-CANT-RECUPERADOS
           MOVE WSA-CANT-RECHAZADOS  TO LT-CANT-RECHAZADOS
           WRITE LIS-REC FROM WS-LINEA-SEPARADOR
           WRITE LIS-REC FROM WS-LINEA-TOTALES

           DISPLAY '**************************************'
           DISPLAY 'PEDIDOS:              ' WSA-CANT-PEDIDOS
           DISPLAY 'RECUPERADOS:          ' WSA-CANT-RECUPERADOS
           DISPLAY 'RECHAZADOS:           ' WSA-CANT-RECHAZADOS
           DISPLAY '**************************************'

           IF PEDIDOS-DISPONIBLE
              CLOSE PEDIDOS
           END-IF

           IF CATALOGO-DISPONIBLE
              CLOSE GENERACIONES
              CLOSE BITACORA
           END-IF

           CLOSE LISTADO.

       300000-FINAL-EXIT.
           EXIT.

       END-RUN.
