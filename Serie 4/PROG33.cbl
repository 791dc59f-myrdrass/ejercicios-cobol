      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     AVISOS DE RESULTADO POR ALUMNO
      * Tectonics:   cobc
      *
      * Cuando la corrida de notas (PROG02-08-ME, tambien en modo
      * recuperatorio), la rectificacion de PROG12 o la mesa final
      * de PROG23 cambian un legajo, el alumno solo se enteraba
      * pidiendo el analitico de PROG10 en ventanilla. Este
      * programa corre al final de la cadena nocturna: recorre
      * MAESTRO y toma cada legajo grabado en la fecha del aviso
      * (MAE-FECHA-ACT), busca en HISTORIAL la version que esa
      * misma noche quedo reemplazada y arma un aviso por alumno
      * con cada curso que cambio:
      *
      *    NOTA Y CONDICION ANTERIORES Y NUEVAS
      *    ORIGEN DEL CAMBIO   carga normal, recuperatorio,
      *                        rectificacion, mesa final o legajo
      *                        nuevo (sin version anterior)
      *    PROXIMO PASO        RENDIR FINAL si quedo DESAPROBADO,
      *                        RECURSAR si quedo LIBRE, NINGUNO en
      *                        otro caso
      *
      * El legajo regrabado con la misma nota y condicion que tenia
      * no se avisa. Si en la noche hubo mas de un cambio, el
      * anterior es la version que habia antes de la corrida y el
      * origen es el del ultimo cambio.
      *
      * Cada aviso sale impreso en AVISOS, con el domicilio del
      * alumno, y renglon por curso en el archivo delimitado (';')
      * AVISOSMAIL que toma el sistema de correo del campus. Los
      * datos de contacto salen de PADRON (PROG16). El alumno que no
      * figura en el padron o no tiene correo ni domicilio no recibe
      * aviso y queda en la lista de excepciones AVISOSEXC; el que
      * tiene domicilio pero no correo recibe solo el aviso impreso
      * y tambien queda en la lista. Al pie de la lista van los
      * totales de la corrida.
      *
      * La fecha del aviso se toma de FECHACTRL, como en PROG15 (la
      * mesa de control deja la fecha de la corrida a revisar); sin
      * ese archivo, o vacio, es la fecha del dia. Sin HISTORIAL
      * todos los legajos del dia salen como legajo nuevo.
      *
      * Modificaciones:
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG33.

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

           SELECT HISTORIAL     ASSIGN TO "HISTORIAL"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS HIS-CLAVE
                                 FILE STATUS IS WSU-ESTADO-HISTORIAL.

           SELECT PADRON        ASSIGN TO "PADRON"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PAD-ID
                                 FILE STATUS IS WSY-ESTADO-PADRON.

           SELECT FECHA-CONTROL ASSIGN TO "FECHACTRL"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSR-ESTADO-FECHA.

           SELECT AVISOS        ASSIGN TO "AVISOS"
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTERFAZ      ASSIGN TO "AVISOSMAIL"
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPCIONES   ASSIGN TO "AVISOSEXC"
                                 ORGANIZATION IS LINE SEQUENTIAL.

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

      *-----------------------------------------------------------*
      * Versiones anteriores de cada legajo, una por regrabado,   *
      * con el origen del cambio que la reemplazo.                *
      *-----------------------------------------------------------*
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

       FD  FECHA-CONTROL
           LABEL RECORD IS STANDARD.

       01  FEC-REC.
           05 FEC-FECHA          PIC 9(08).

       FD  AVISOS
           LABEL RECORD IS STANDARD.

       01  AVI-REC               PIC X(100).

      *-----------------------------------------------------------*
      * Renglon delimitado por ';' para el correo del campus: uno *
      * por curso avisado (ver 265000).                           *
      *-----------------------------------------------------------*
       FD  INTERFAZ
           LABEL RECORD IS STANDARD.

       01  INT-REC               PIC X(250).

       FD  EXCEPCIONES
           LABEL RECORD IS STANDARD.

       01  EXC-REC               PIC X(100).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-MAX-CAMBIOS      PIC 9(02)       VALUE 60.
          05 WSC-DESAPROBADO      PIC X(11)       VALUE 'DESAPROBADO'.
          05 WSC-LIBRE            PIC X(11)       VALUE 'LIBRE'.
          05 WSC-RENDIR-FINAL     PIC X(12)       VALUE 'RENDIR FINAL'.
          05 WSC-RECURSAR         PIC X(12)       VALUE 'RECURSAR'.
          05 WSC-NINGUNO          PIC X(12)       VALUE 'NINGUNO'.
          05 WSC-CARGA-NORMAL     PIC X(14)       VALUE 'CARGA NORMAL'.
          05 WSC-RECUPERATORIO    PIC X(14)       VALUE
             'RECUPERATORIO'.
          05 WSC-RECTIFICACION    PIC X(14)       VALUE
             'RECTIFICACION'.
          05 WSC-MESA-FINAL       PIC X(14)       VALUE 'MESA FINAL'.
          05 WSC-LEGAJO-NUEVO     PIC X(14)       VALUE 'LEGAJO NUEVO'.
          05 WSC-NO-EN-PADRON     PIC X(30)       VALUE
             'ALUMNO NO FIGURA EN PADRON'.
          05 WSC-SIN-CONTACTO     PIC X(30)       VALUE
             'SIN DATOS DE CONTACTO'.
          05 WSC-SIN-CORREO       PIC X(30)       VALUE
             'SIN CORREO: SOLO AVISO IMPRESO'.

       01 SWITCHES.
          05 WSS-FIN-LEGAJOS      PIC X(01)       VALUE 'N'.
             88 FIN-LEGAJOS                       VALUE 'S'.
             88 QUEDAN-LEGAJOS                    VALUE 'N'.
          05 WSS-FIN-VERSIONES    PIC X(01)       VALUE 'N'.
             88 FIN-VERSIONES                     VALUE 'S'.
             88 QUEDAN-VERSIONES                  VALUE 'N'.
          05 WSS-VERSION-ANTERIOR PIC X(01)       VALUE 'N'.
             88 VERSION-HALLADA                   VALUE 'S'.
             88 VERSION-NO-HALLADA                VALUE 'N'.
          05 WSS-BUSQUEDA-PADRON  PIC X(01)       VALUE 'N'.
             88 ALUMNO-EN-PADRON                  VALUE 'S'.
             88 ALUMNO-NO-EN-PADRON               VALUE 'N'.

       01 INDICES.
          05 WSI-C                PIC 9(02).

       01 VARIABLES.
          05 WSV-FECHA-AVISO      PIC 9(08).
          05 WSV-ID-ALUMNO        PIC X(06)       VALUE SPACES.
          05 WSV-NOMBRE-MAESTRO   PIC X(30).
          05 WSV-NOMBRE-ALUMNO    PIC X(30).
          05 WSV-PROMEDIO-ANT     PIC 9(02)V9(02).
          05 WSV-ESTADO-ANT       PIC X(11).
          05 WSV-ORIGEN           PIC X(14).
          05 WSV-MOTIVO           PIC X(30).

       01 ACUMULADORES.
          05 WSA-CANT-LEGAJOS     PIC 9(06)       VALUE 0.
          05 WSA-SIN-CAMBIO       PIC 9(06)       VALUE 0.
          05 WSA-CANT-CAMBIOS     PIC 9(06)       VALUE 0.
          05 WSA-CANT-ALUMNOS     PIC 9(06)       VALUE 0.
          05 WSA-CANT-IMPRESOS    PIC 9(06)       VALUE 0.
          05 WSA-CANT-CORREOS     PIC 9(06)       VALUE 0.
          05 WSA-CANT-EXCEPCIONES PIC 9(06)       VALUE 0.

       01 CONTROL-MAESTRO.
          05 WSE-ESTADO-MAESTRO   PIC X(02).
          05 WSE-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 MAESTRO-DISPONIBLE                VALUE 'S'.
             88 MAESTRO-NO-DISPONIBLE             VALUE 'N'.

       01 CONTROL-HISTORIAL.
          05 WSU-ESTADO-HISTORIAL PIC X(02).
          05 WSU-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 HISTORIAL-DISPONIBLE              VALUE 'S'.
             88 HISTORIAL-NO-DISPONIBLE           VALUE 'N'.

       01 CONTROL-PADRON.
          05 WSY-ESTADO-PADRON    PIC X(02).
          05 WSY-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 PADRON-DISPONIBLE                 VALUE 'S'.
             88 PADRON-NO-DISPONIBLE              VALUE 'N'.

       01 CONTROL-FECHA.
          05 WSR-ESTADO-FECHA     PIC X(02).

      *-----------------------------------------------------------*
      * Cursos que cambiaron para el alumno en curso; se vacia en *
      * cada corte de alumno, despues de emitir el aviso.         *
      *-----------------------------------------------------------*
       01 TABLA-CAMBIOS.
          05 TCA-CANT             PIC 9(02)       VALUE 0.
          05 TCA-CAMBIO           OCCURS 60 TIMES.
             10 TCA-CURSO         PIC X(06).
             10 TCA-PERIODO       PIC X(06).
             10 TCA-ANTERIOR      PIC X(01).
                88 TCA-CON-ANTERIOR               VALUE 'S'.
                88 TCA-SIN-ANTERIOR               VALUE 'N'.
             10 TCA-PROMEDIO-ANT  PIC 9(02)V9(02).
             10 TCA-ESTADO-ANT    PIC X(11).
             10 TCA-PROMEDIO-NUE  PIC 9(02)V9(02).
             10 TCA-ESTADO-NUE    PIC X(11).
             10 TCA-ORIGEN        PIC X(14).
             10 TCA-PROXIMO-PASO  PIC X(12).

      *-----------------------------------------------------------*
      * Notas editadas para el renglon delimitado: el curso sin   *
      * version anterior lleva la nota anterior vacia.            *
      *-----------------------------------------------------------*
       01 NOTAS-INTERFAZ.
          05 WSM-NOTA-ANT         PIC 99,99.
          05 WSM-NOTA-ANT-X       REDEFINES WSM-NOTA-ANT
                                  PIC X(05).
          05 WSM-NOTA-NUE         PIC 99,99.

       01 WS-LINEA-SEPARADOR      PIC X(90)       VALUE ALL '='.

       01 WS-LINEA-AVISO-TITULO.
          05 FILLER               PIC X(29)       VALUE
             'AVISO DE RESULTADOS - FECHA '.
          05 LA-FECHA             PIC 9(08).

       01 WS-LINEA-AVISO-ALUMNO.
          05 FILLER               PIC X(11)       VALUE 'ALUMNO:'.
          05 LA-ID                PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LA-NOMBRE            PIC X(30).

       01 WS-LINEA-AVISO-DOMICILIO.
          05 FILLER               PIC X(11)       VALUE 'DOMICILIO:'.
          05 LA-DOMICILIO         PIC X(40).

       01 WS-LINEA-AVISO-LOCALIDAD.
          05 FILLER               PIC X(11)       VALUE SPACES.
          05 LA-COD-POSTAL        PIC X(08).
          05 FILLER               PIC X(01)       VALUE SPACES.
          05 LA-LOCALIDAD         PIC X(25).

       01 WS-LINEA-AVISO-CORREO.
          05 FILLER               PIC X(11)       VALUE 'CORREO:'.
          05 LA-EMAIL             PIC X(50).

       01 WS-LINEA-AVISO-COLUMNAS.
          05 FILLER               PIC X(08)       VALUE 'CURSO'.
          05 FILLER               PIC X(08)       VALUE 'PERIODO'.
          05 FILLER               PIC X(07)       VALUE 'NOTA'.
          05 FILLER               PIC X(13)       VALUE 'ANTERIOR'.
          05 FILLER               PIC X(07)       VALUE 'NOTA'.
          05 FILLER               PIC X(13)       VALUE 'NUEVA'.
          05 FILLER               PIC X(14)       VALUE
             'PROXIMO PASO'.
          05 FILLER               PIC X(14)       VALUE 'ORIGEN'.

       01 WS-LINEA-AVISO-CURSO.
          05 LC-CURSO             PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LC-PERIODO           PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LC-NOTA-ANT          PIC Z9,99.
          05 LC-NOTA-ANT-X        REDEFINES LC-NOTA-ANT
                                  PIC X(05).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LC-ESTADO-ANT        PIC X(11).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LC-NOTA-NUE          PIC Z9,99.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LC-ESTADO-NUE        PIC X(11).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LC-PROXIMO-PASO      PIC X(12).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LC-ORIGEN            PIC X(14).

       01 WS-LINEA-EXC-TITULO.
          05 FILLER               PIC X(31)       VALUE
             'EXCEPCIONES DE AVISOS - FECHA '.
          05 LE-FECHA             PIC 9(08).

       01 WS-LINEA-EXC-COLUMNAS.
          05 FILLER               PIC X(08)       VALUE 'ALUMNO'.
          05 FILLER               PIC X(32)       VALUE 'NOMBRE'.
          05 FILLER               PIC X(08)       VALUE 'CURSOS'.
          05 FILLER               PIC X(30)       VALUE 'MOTIVO'.

       01 WS-LINEA-EXCEPCION.
          05 LE-ID                PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LE-NOMBRE            PIC X(30).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LE-CANT-CURSOS       PIC Z9.
          05 FILLER               PIC X(06)       VALUE SPACES.
          05 LE-MOTIVO            PIC X(30).

       01 WS-LINEA-VACIA          PIC X(40)       VALUE
          'NO HAY EXCEPCIONES'.

       01 WS-LINEA-TOTALES-1.
          05 FILLER               PIC X(17)       VALUE
             'LEGAJOS DEL DIA: '.
          05 LS-CANT-LEGAJOS      PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 FILLER               PIC X(13)       VALUE
             'SIN CAMBIOS: '.
          05 LS-SIN-CAMBIO        PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 FILLER               PIC X(18)       VALUE
             'CURSOS AVISADOS: '.
          05 LS-CANT-CAMBIOS      PIC ZZZZZ9.

       01 WS-LINEA-TOTALES-2.
          05 FILLER               PIC X(17)       VALUE
             'ALUMNOS: '.
          05 LS-CANT-ALUMNOS      PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 FILLER               PIC X(13)       VALUE
             'IMPRESOS: '.
          05 LS-CANT-IMPRESOS     PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 FILLER               PIC X(18)       VALUE
             'POR CORREO: '.
          05 LS-CANT-CORREOS      PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 FILLER               PIC X(13)       VALUE
             'EXCEPCIONES: '.
          05 LS-CANT-EXCEPCIONES  PIC ZZZZZ9.


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 100000-INICIO     THRU 100000-INICIO-EXIT
           PERFORM 200000-PROCESO    THRU 200000-PROCESO-EXIT
           PERFORM 300000-FINAL      THRU 300000-FINAL-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 100000-INICIO: resuelve la fecha del aviso, abre las tres  *
      * salidas y los maestros de consulta. HISTORIAL y PADRON son *
      * optativos; sin MAESTRO no hay legajos que avisar.          *
      *-----------------------------------------------------------*
       100000-INICIO.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   AVISOS DE RESULTADO'
           DISPLAY 'Programme: PROG33'
           DISPLAY '**************************************'

           PERFORM 110000-RESOLVER-FECHA
              THRU 110000-RESOLVER-FECHA-EXIT

           OPEN OUTPUT AVISOS
           OPEN OUTPUT INTERFAZ
           OPEN OUTPUT EXCEPCIONES

           MOVE WSV-FECHA-AVISO TO LA-FECHA
           MOVE WSV-FECHA-AVISO TO LE-FECHA
           WRITE EXC-REC FROM WS-LINEA-EXC-TITULO
           WRITE EXC-REC FROM WS-LINEA-EXC-COLUMNAS

           OPEN INPUT HISTORIAL

           IF WSU-ESTADO-HISTORIAL = '00'
              SET HISTORIAL-DISPONIBLE TO TRUE
           ELSE
              SET HISTORIAL-NO-DISPONIBLE TO TRUE
              DISPLAY 'NO SE ENCONTRO EL HISTORIAL DE LEGAJOS:'
              DISPLAY 'TODOS LOS CAMBIOS SALEN COMO LEGAJO NUEVO.'
           END-IF

           OPEN INPUT PADRON

           IF WSY-ESTADO-PADRON = '00'
              SET PADRON-DISPONIBLE TO TRUE
           ELSE
              SET PADRON-NO-DISPONIBLE TO TRUE
              DISPLAY 'NO SE ENCONTRO EL PADRON DE ALUMNOS:'
              DISPLAY 'TODOS LOS ALUMNOS VAN A EXCEPCIONES.'
           END-IF

           OPEN INPUT MAESTRO

           IF WSE-ESTADO-MAESTRO NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL MAESTRO DE NOTAS.'
              DISPLAY 'NO HAY LEGAJOS QUE AVISAR.'
              SET FIN-LEGAJOS TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           SET MAESTRO-DISPONIBLE TO TRUE
           SET QUEDAN-LEGAJOS TO TRUE
           MOVE LOW-VALUES TO MAE-CLAVE

           START MAESTRO KEY NOT < MAE-CLAVE
               INVALID KEY
                  SET FIN-LEGAJOS TO TRUE
           END-START.

       100000-INICIO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 110000-RESOLVER-FECHA: la mesa de control deja en          *
      * FECHACTRL la fecha de la corrida nocturna a avisar; sin    *
      * ese archivo, o vacio, se avisa lo grabado en el dia.       *
      *-----------------------------------------------------------*
       110000-RESOLVER-FECHA.

           ACCEPT WSV-FECHA-AVISO FROM DATE YYYYMMDD

           OPEN INPUT FECHA-CONTROL

           IF WSR-ESTADO-FECHA NOT = '00'
              GO TO 110000-RESOLVER-FECHA-EXIT
           END-IF

           READ FECHA-CONTROL
               AT END
                  CONTINUE
               NOT AT END
                  MOVE FEC-FECHA TO WSV-FECHA-AVISO
           END-READ

           CLOSE FECHA-CONTROL.

       110000-RESOLVER-FECHA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 200000-PROCESO: recorre MAESTRO en orden de clave, que     *
      * arranca por el alumno, de modo que los legajos de cada     *
      * alumno llegan juntos; en cada corte de alumno se emite el  *
      * aviso de los cursos que le cambiaron. El ultimo alumno se  *
      * emite al terminar el recorrido.                            *
      *-----------------------------------------------------------*
       200000-PROCESO.

           PERFORM 210000-LEER-LEGAJO
              THRU 210000-LEER-LEGAJO-EXIT
               UNTIL FIN-LEGAJOS

           PERFORM 250000-EMITIR-AVISO
              THRU 250000-EMITIR-AVISO-EXIT.

       200000-PROCESO-EXIT.
           EXIT.

       210000-LEER-LEGAJO.

           READ MAESTRO NEXT
               AT END
                  SET FIN-LEGAJOS TO TRUE
               NOT AT END
                  IF MAE-ID NOT = WSV-ID-ALUMNO
                     PERFORM 250000-EMITIR-AVISO
                        THRU 250000-EMITIR-AVISO-EXIT
                     MOVE MAE-ID     TO WSV-ID-ALUMNO
                     MOVE MAE-NOMBRE TO WSV-NOMBRE-MAESTRO
                     MOVE WSC-0      TO TCA-CANT
                  END-IF
                  IF MAE-FECHA-ACT = WSV-FECHA-AVISO
                     PERFORM 220000-REGISTRAR-CAMBIO
                        THRU 220000-REGISTRAR-CAMBIO-EXIT
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSE-ESTADO-MAESTRO NOT = '00'
              AND WSE-ESTADO-MAESTRO NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN MAESTRO (ESTADO '
                 WSE-ESTADO-MAESTRO ')'
              SET FIN-LEGAJOS TO TRUE
           END-IF.

       210000-LEER-LEGAJO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-REGISTRAR-CAMBIO: el legajo grabado en la fecha del *
      * aviso se compara con la version que tenia antes de la      *
      * corrida; si la nota o la condicion cambiaron (o el legajo  *
      * es nuevo) se agrega a la tabla del alumno con su proximo   *
      * paso.                                                      *
      *-----------------------------------------------------------*
       220000-REGISTRAR-CAMBIO.

           ADD WSC-1 TO WSA-CANT-LEGAJOS

           PERFORM 230000-BUSCAR-ANTERIOR
              THRU 230000-BUSCAR-ANTERIOR-EXIT

           IF VERSION-HALLADA
              AND WSV-PROMEDIO-ANT = MAE-PROMEDIO
              AND WSV-ESTADO-ANT = MAE-ESTADO
              ADD WSC-1 TO WSA-SIN-CAMBIO
              GO TO 220000-REGISTRAR-CAMBIO-EXIT
           END-IF

           IF TCA-CANT NOT < WSC-MAX-CAMBIOS
              DISPLAY 'TABLA DE CAMBIOS COMPLETA: EL CURSO '
                 MAE-CURSO ' PERIODO ' MAE-PERIODO ' DEL ALUMNO '
                 MAE-ID ' NO SE AVISA.'
              GO TO 220000-REGISTRAR-CAMBIO-EXIT
           END-IF

           ADD WSC-1 TO TCA-CANT
           MOVE TCA-CANT TO WSI-C

           MOVE MAE-CURSO    TO TCA-CURSO(WSI-C)
           MOVE MAE-PERIODO  TO TCA-PERIODO(WSI-C)
           MOVE MAE-PROMEDIO TO TCA-PROMEDIO-NUE(WSI-C)
           MOVE MAE-ESTADO   TO TCA-ESTADO-NUE(WSI-C)

           IF VERSION-HALLADA
              SET TCA-CON-ANTERIOR(WSI-C) TO TRUE
              MOVE WSV-PROMEDIO-ANT TO TCA-PROMEDIO-ANT(WSI-C)
              MOVE WSV-ESTADO-ANT   TO TCA-ESTADO-ANT(WSI-C)
              MOVE WSV-ORIGEN       TO TCA-ORIGEN(WSI-C)
           ELSE
              SET TCA-SIN-ANTERIOR(WSI-C) TO TRUE
              MOVE ZEROS            TO TCA-PROMEDIO-ANT(WSI-C)
              MOVE SPACES           TO TCA-ESTADO-ANT(WSI-C)
              MOVE WSC-LEGAJO-NUEVO TO TCA-ORIGEN(WSI-C)
           END-IF

           IF MAE-ESTADO = WSC-DESAPROBADO
              MOVE WSC-RENDIR-FINAL TO TCA-PROXIMO-PASO(WSI-C)
           ELSE
              IF MAE-ESTADO = WSC-LIBRE
                 MOVE WSC-RECURSAR TO TCA-PROXIMO-PASO(WSI-C)
              ELSE
                 MOVE WSC-NINGUNO TO TCA-PROXIMO-PASO(WSI-C)
              END-IF
           END-IF.

       220000-REGISTRAR-CAMBIO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 230000-BUSCAR-ANTERIOR: recorre las versiones del legajo   *
      * en HISTORIAL (la secuencia crece con cada regrabado) y     *
      * toma la primera reemplazada en la fecha del aviso, que es  *
      * la que habia antes de la corrida; el origen es el de la    *
      * ultima reemplazada esa fecha, que es el ultimo cambio.     *
      *-----------------------------------------------------------*
       230000-BUSCAR-ANTERIOR.

           SET VERSION-NO-HALLADA TO TRUE

           IF HISTORIAL-NO-DISPONIBLE
              GO TO 230000-BUSCAR-ANTERIOR-EXIT
           END-IF

           SET QUEDAN-VERSIONES TO TRUE
           MOVE MAE-ID      TO HIS-ID
           MOVE MAE-CURSO   TO HIS-CURSO
           MOVE MAE-PERIODO TO HIS-PERIODO
           MOVE ZEROS       TO HIS-SECUENCIA

           START HISTORIAL KEY NOT < HIS-CLAVE
               INVALID KEY
                  SET FIN-VERSIONES TO TRUE
           END-START

           PERFORM 235000-LEER-VERSION
              THRU 235000-LEER-VERSION-EXIT
               UNTIL FIN-VERSIONES.

       230000-BUSCAR-ANTERIOR-EXIT.
           EXIT.

       235000-LEER-VERSION.

           READ HISTORIAL NEXT
               AT END
                  SET FIN-VERSIONES TO TRUE
               NOT AT END
                  IF HIS-ID NOT = MAE-ID
                     OR HIS-CURSO NOT = MAE-CURSO
                     OR HIS-PERIODO NOT = MAE-PERIODO
                     SET FIN-VERSIONES TO TRUE
                  ELSE
                     IF HIS-FECHA-REEMPL = WSV-FECHA-AVISO
                        PERFORM 237000-TOMAR-VERSION
                           THRU 237000-TOMAR-VERSION-EXIT
                     END-IF
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSU-ESTADO-HISTORIAL NOT = '00'
              AND WSU-ESTADO-HISTORIAL NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN HISTORIAL (ESTADO '
                 WSU-ESTADO-HISTORIAL ')'
              SET FIN-VERSIONES TO TRUE
           END-IF.

       235000-LEER-VERSION-EXIT.
           EXIT.

       237000-TOMAR-VERSION.

           IF VERSION-NO-HALLADA
              SET VERSION-HALLADA TO TRUE
              MOVE HIS-PROMEDIO TO WSV-PROMEDIO-ANT
              MOVE HIS-ESTADO   TO WSV-ESTADO-ANT
           END-IF

           IF HIS-RECUPERATORIO
              MOVE WSC-RECUPERATORIO TO WSV-ORIGEN
           ELSE
              IF HIS-RECTIFICACION
                 MOVE WSC-RECTIFICACION TO WSV-ORIGEN
              ELSE
                 IF HIS-MESA-FINAL
                    MOVE WSC-MESA-FINAL TO WSV-ORIGEN
                 ELSE
                    MOVE WSC-CARGA-NORMAL TO WSV-ORIGEN
                 END-IF
              END-IF
           END-IF.

       237000-TOMAR-VERSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 250000-EMITIR-AVISO: cierre del alumno anterior. Sin       *
      * cursos cambiados no hay aviso. El alumno debe figurar en   *
      * PADRON con correo o domicilio; si no, queda en la lista de *
      * excepciones. El aviso se imprime siempre que haya algun    *
      * dato de contacto y va al correo solo si hay correo.        *
      *-----------------------------------------------------------*
       250000-EMITIR-AVISO.

           IF TCA-CANT = WSC-0
              GO TO 250000-EMITIR-AVISO-EXIT
           END-IF

           ADD WSC-1 TO WSA-CANT-ALUMNOS
           ADD TCA-CANT TO WSA-CANT-CAMBIOS

           PERFORM 252000-BUSCAR-PADRON
              THRU 252000-BUSCAR-PADRON-EXIT

           IF ALUMNO-NO-EN-PADRON
              MOVE WSC-NO-EN-PADRON TO WSV-MOTIVO
              PERFORM 270000-ASENTAR-EXCEPCION
                 THRU 270000-ASENTAR-EXCEPCION-EXIT
              GO TO 250000-EMITIR-AVISO-EXIT
           END-IF

           IF PAD-EMAIL = SPACES
              AND PAD-DOMICILIO = SPACES
              MOVE WSC-SIN-CONTACTO TO WSV-MOTIVO
              PERFORM 270000-ASENTAR-EXCEPCION
                 THRU 270000-ASENTAR-EXCEPCION-EXIT
              GO TO 250000-EMITIR-AVISO-EXIT
           END-IF

           PERFORM 255000-IMPRIMIR-AVISO
              THRU 255000-IMPRIMIR-AVISO-EXIT

           IF PAD-EMAIL = SPACES
              MOVE WSC-SIN-CORREO TO WSV-MOTIVO
              PERFORM 270000-ASENTAR-EXCEPCION
                 THRU 270000-ASENTAR-EXCEPCION-EXIT
              GO TO 250000-EMITIR-AVISO-EXIT
           END-IF

           ADD WSC-1 TO WSA-CANT-CORREOS

           PERFORM 265000-GRABAR-INTERFAZ
              THRU 265000-GRABAR-INTERFAZ-EXIT
               VARYING WSI-C FROM 1 BY 1 UNTIL WSI-C > TCA-CANT.

       250000-EMITIR-AVISO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 252000-BUSCAR-PADRON: lee el padron por el alumno del      *
      * corte; el nombre oficial sale del padron y, si el alumno   *
      * no esta, del legajo.                                       *
      *-----------------------------------------------------------*
       252000-BUSCAR-PADRON.

           MOVE WSV-NOMBRE-MAESTRO TO WSV-NOMBRE-ALUMNO

      * El switch arranca en NO-EN-PADRON: un error duro de lectura
      * (que no dispara ni INVALID KEY ni NOT INVALID KEY) no debe
      * dejar vigente el resultado del alumno anterior.
           SET ALUMNO-NO-EN-PADRON TO TRUE

           IF PADRON-NO-DISPONIBLE
              GO TO 252000-BUSCAR-PADRON-EXIT
           END-IF

           MOVE WSV-ID-ALUMNO TO PAD-ID

           READ PADRON
               INVALID KEY
                  SET ALUMNO-NO-EN-PADRON TO TRUE
               NOT INVALID KEY
                  SET ALUMNO-EN-PADRON TO TRUE
                  MOVE PAD-NOMBRE TO WSV-NOMBRE-ALUMNO
           END-READ.

       252000-BUSCAR-PADRON-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 255000-IMPRIMIR-AVISO: encabezado del aviso con los datos  *
      * de contacto del padron y un renglon por curso cambiado.    *
      *-----------------------------------------------------------*
       255000-IMPRIMIR-AVISO.

           ADD WSC-1 TO WSA-CANT-IMPRESOS

           MOVE WSV-ID-ALUMNO     TO LA-ID
           MOVE WSV-NOMBRE-ALUMNO TO LA-NOMBRE
           MOVE PAD-DOMICILIO     TO LA-DOMICILIO
           MOVE PAD-COD-POSTAL    TO LA-COD-POSTAL
           MOVE PAD-LOCALIDAD     TO LA-LOCALIDAD
           MOVE PAD-EMAIL         TO LA-EMAIL

           WRITE AVI-REC FROM WS-LINEA-SEPARADOR
           WRITE AVI-REC FROM WS-LINEA-AVISO-TITULO
           WRITE AVI-REC FROM WS-LINEA-AVISO-ALUMNO
           WRITE AVI-REC FROM WS-LINEA-AVISO-DOMICILIO
           WRITE AVI-REC FROM WS-LINEA-AVISO-LOCALIDAD
           WRITE AVI-REC FROM WS-LINEA-AVISO-CORREO
           WRITE AVI-REC FROM WS-LINEA-AVISO-COLUMNAS

           PERFORM 257000-IMPRIMIR-CURSO
              THRU 257000-IMPRIMIR-CURSO-EXIT
               VARYING WSI-C FROM 1 BY 1 UNTIL WSI-C > TCA-CANT.

       255000-IMPRIMIR-AVISO-EXIT.
           EXIT.

       257000-IMPRIMIR-CURSO.

           MOVE TCA-CURSO(WSI-C)        TO LC-CURSO
           MOVE TCA-PERIODO(WSI-C)      TO LC-PERIODO
           MOVE TCA-ESTADO-ANT(WSI-C)   TO LC-ESTADO-ANT
           MOVE TCA-PROMEDIO-NUE(WSI-C) TO LC-NOTA-NUE
           MOVE TCA-ESTADO-NUE(WSI-C)   TO LC-ESTADO-NUE
           MOVE TCA-PROXIMO-PASO(WSI-C) TO LC-PROXIMO-PASO
           MOVE TCA-ORIGEN(WSI-C)       TO LC-ORIGEN

           IF TCA-CON-ANTERIOR(WSI-C)
              MOVE TCA-PROMEDIO-ANT(WSI-C) TO LC-NOTA-ANT
           ELSE
              MOVE SPACES TO LC-NOTA-ANT-X
           END-IF

           WRITE AVI-REC FROM WS-LINEA-AVISO-CURSO.

       257000-IMPRIMIR-CURSO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 265000-GRABAR-INTERFAZ: renglon delimitado por ';' para el *
      * sistema de correo, uno por curso avisado: alumno; correo;  *
      * nombre; curso; periodo; nota y condicion anteriores; nota  *
      * y condicion nuevas; proximo paso; origen; fecha. Los       *
      * campos van sin los blancos de relleno.                     *
      *-----------------------------------------------------------*
       265000-GRABAR-INTERFAZ.

           IF TCA-CON-ANTERIOR(WSI-C)
              MOVE TCA-PROMEDIO-ANT(WSI-C) TO WSM-NOTA-ANT
           ELSE
              MOVE SPACES TO WSM-NOTA-ANT-X
           END-IF

           MOVE TCA-PROMEDIO-NUE(WSI-C) TO WSM-NOTA-NUE

           MOVE SPACES TO INT-REC

           STRING WSV-ID-ALUMNO           DELIMITED BY SPACE
                  ';'                     DELIMITED BY SIZE
                  PAD-EMAIL               DELIMITED BY SPACE
                  ';'                     DELIMITED BY SIZE
                  WSV-NOMBRE-ALUMNO       DELIMITED BY '  '
                  ';'                     DELIMITED BY SIZE
                  TCA-CURSO(WSI-C)        DELIMITED BY SPACE
                  ';'                     DELIMITED BY SIZE
                  TCA-PERIODO(WSI-C)      DELIMITED BY SPACE
                  ';'                     DELIMITED BY SIZE
                  WSM-NOTA-ANT-X          DELIMITED BY SPACE
                  ';'                     DELIMITED BY SIZE
                  TCA-ESTADO-ANT(WSI-C)   DELIMITED BY SPACE
                  ';'                     DELIMITED BY SIZE
                  WSM-NOTA-NUE            DELIMITED BY SIZE
                  ';'                     DELIMITED BY SIZE
                  TCA-ESTADO-NUE(WSI-C)   DELIMITED BY SPACE
                  ';'                     DELIMITED BY SIZE
                  TCA-PROXIMO-PASO(WSI-C) DELIMITED BY '  '
                  ';'                     DELIMITED BY SIZE
                  TCA-ORIGEN(WSI-C)       DELIMITED BY '  '
                  ';'                     DELIMITED BY SIZE
                  WSV-FECHA-AVISO         DELIMITED BY SIZE
             INTO INT-REC
           END-STRING

           WRITE INT-REC.

       265000-GRABAR-INTERFAZ-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 270000-ASENTAR-EXCEPCION: renglon de la lista de           *
      * excepciones con el alumno, los cursos que cambiaron y el   *
      * motivo por el que el aviso no le llega completo.           *
      *-----------------------------------------------------------*
       270000-ASENTAR-EXCEPCION.

           ADD WSC-1 TO WSA-CANT-EXCEPCIONES

           MOVE WSV-ID-ALUMNO     TO LE-ID
           MOVE WSV-NOMBRE-ALUMNO TO LE-NOMBRE
           MOVE TCA-CANT          TO LE-CANT-CURSOS
           MOVE WSV-MOTIVO        TO LE-MOTIVO

           WRITE EXC-REC FROM WS-LINEA-EXCEPCION.

       270000-ASENTAR-EXCEPCION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 300000-FINAL: leyenda si no hubo excepciones, renglones de *
      * totales al pie de la lista, los mismos numeros por         *
      * consola, y cierre de los archivos.                         *
      *-----------------------------------------------------------*
       300000-FINAL.

           IF WSA-CANT-EXCEPCIONES = WSC-0
              WRITE EXC-REC FROM WS-LINEA-VACIA
           END-IF

           MOVE WSA-CANT-LEGAJOS     TO LS-CANT-LEGAJOS
           MOVE WSA-SIN-CAMBIO       TO LS-SIN-CAMBIO
           MOVE WSA-CANT-CAMBIOS     TO LS-CANT-CAMBIOS
           MOVE WSA-CANT-ALUMNOS     TO LS-CANT-ALUMNOS
           MOVE WSA-CANT-IMPRESOS    TO LS-CANT-IMPRESOS
           MOVE WSA-CANT-CORREOS     TO LS-CANT-CORREOS
           MOVE WSA-CANT-EXCEPCIONES TO LS-CANT-EXCEPCIONES
           WRITE EXC-REC FROM WS-LINEA-TOTALES-1
           WRITE EXC-REC FROM WS-LINEA-TOTALES-2

           DISPLAY '**************************************'
           DISPLAY 'FECHA DEL AVISO:      ' WSV-FECHA-AVISO
           DISPLAY 'LEGAJOS DEL DIA:      ' LS-CANT-LEGAJOS
           DISPLAY 'SIN CAMBIOS:          ' LS-SIN-CAMBIO
           DISPLAY 'CURSOS AVISADOS:      ' LS-CANT-CAMBIOS
           DISPLAY 'ALUMNOS:              ' LS-CANT-ALUMNOS
           DISPLAY 'AVISOS IMPRESOS:      ' LS-CANT-IMPRESOS
           DISPLAY 'AVISOS POR CORREO:    ' LS-CANT-CORREOS
           DISPLAY 'EXCEPCIONES:          ' LS-CANT-EXCEPCIONES
           DISPLAY '**************************************'

           IF MAESTRO-DISPONIBLE
              CLOSE MAESTRO
           END-IF

           IF HISTORIAL-DISPONIBLE
              CLOSE HISTORIAL
           END-IF

           IF PADRON-DISPONIBLE
              CLOSE PADRON
           END-IF

           CLOSE AVISOS
           CLOSE INTERFAZ
           CLOSE EXCEPCIONES.

       300000-FINAL-EXIT.
           EXIT.

       END-RUN.
