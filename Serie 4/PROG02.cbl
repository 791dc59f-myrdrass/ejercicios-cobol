      *              PROG06 pueden mostrar esas versiones, para
      *              responder que nota tenia el alumno antes del
      *              recuperatorio cuando discute el resultado.
      * 15/10/2026 - Antes de tomarle las notas a un alumno
      *              matriculado se verifican sus correlatividades
      *              contra el maestro CORRELATIVAS (mantenido por
      *              PROG19): si el curso exige previas para la
      *              carrera y plan del alumno en PADRON y alguna
      *              no figura APROBADA en sus legajos de MAESTRO,
      *              el alumno se rechaza por el mismo circuito de
      *              auditoria y reporte que la falta de matricula
      *              (motivo SIN CORREL.). Este anio se aprobaron
      *              cursos que el alumno no podia cursar y recien
      *              se detecto con el acta firmada. Sin
      *              CORRELATIVAS o sin PADRON en el sitio, o sin el
      *              alumno en el padron, no se controla.
      * 15/10/2026 - La correlativa aprobada por final en mesa de
      *              examen (condicion APROB.FINAL que graba PROG23)
      *              habilita la carga igual que la aprobada en la
      *              cursada.
      * 15/10/2026 - La correlativa otorgada por equivalencia
      *              (condicion EQUIVALENTE que graba PROG25)
      *              habilita la carga igual que la aprobada.
      * 15/10/2026 - OMISION-SELLO deja de aceptar texto libre: el
      *              operador de la orden es un identificador del
      *              maestro OPERADORES (PROG29) y la omision solo
      *              se acepta si existe, esta activo y tiene rol A
      *              (autorizante); si no, el curso no arranca,
      *              igual que sin orden. El identificador queda en
      *              AUDITORIA (campo nuevo al final del renglon) y,
      *              con el nombre, en el renglon de REPORTE.
      * 15/10/2026 - Cada alumno lleva la comision de la que vino en
      *              la fusion de PROG17, tomada del archivo
      *              ORIGEN-curso que este emite junto con el
      *              ALUMNOS-curso fundido: la comision se graba en
      *              el legajo de MAESTRO (MAE-COMISION, campo nuevo
      *              al final del registro) y en cada renglon de
      *              AUDITORIA del alumno. Sin ORIGEN-curso (curso
      *              de un solo archivo) o sin el alumno en el, la
      *              comision queda en blanco; el recuperatorio no
      *              borra la comision que ya tenia el legajo.
      * 15/10/2026 - El curso solo se procesa dentro de la ventana
      *              que fija el calendario academico PERIODOS
      *              (mantenido por PROG31) para su periodo: desde
      *              el inicio del periodo hasta el limite de carga
      *              de notas, o hasta el limite de recuperatorio
      *              si la corrida es modo R. Fuera de la ventana el
      *              curso no arranca y queda en CORRIDAS con
      *              disposicion FUERAPLAZO, salvo orden expresa en
      *              OMISION-PLAZO de un operador autorizante
      *              habilitado (mismo circuito que OMISION-SELLO),
      *              que queda asentada en AUDITORIA y en REPORTE.
      *              El curso retomado de un CHECKPOINT no se vuelve
      *              a controlar: arranco dentro de la ventana. Sin
      *              PERIODOS en el sitio, o sin el periodo vigente
      *              en el, no se controla.
      * 15/10/2026 - PAD-REC suma al final los datos de contacto del
      *              alumno (correo, domicilio, localidad y codigo
      *              postal) que mantiene PROG16 (registro de 180
      *              posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG02-08-ME.
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSX-ESTADO-ASIST.

           SELECT ORIGEN        ASSIGN TO DYNAMIC
                                 WS-ARCHIVO-ORIGEN
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSX-ESTADO-ORIGEN.

           SELECT PADRON        ASSIGN TO "PADRON"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSW-ESTADO-OMISION.

           SELECT OMIPLAZO      ASSIGN TO "OMISION-PLAZO"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSW-ESTADO-OMI-PLAZO.

           SELECT OPERADORES    ASSIGN TO "OPERADORES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS OPE-ID
                                 FILE STATUS IS WSW-ESTADO-OPERADORES.

           SELECT HISTORIAL     ASSIGN TO "HISTORIAL"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS HIS-CLAVE
                                 FILE STATUS IS WSU-ESTADO-HISTORIAL.

           SELECT CORRELATIVAS  ASSIGN TO "CORRELATIVAS"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS COR-CLAVE
                                 FILE STATUS IS WSQ-ESTADO-CORRELAT.

           SELECT PERIODOS      ASSIGN TO "PERIODOS"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PER-PERIODO
                                 FILE STATUS IS WSJ-ESTADO-PERIODOS.

       DATA DIVISION.

       FILE SECTION.
              88 MAE-OBJETADO            VALUE 'R'.
              88 MAE-SIN-CONFIRMAR       VALUE SPACE.
           05 MAE-FECHA-CONF     PIC 9(08).
           05 MAE-COMISION       PIC X(02).

       FD  MATRICULA
           LABEL RECORD IS STANDARD.
           05 ASI-CLASES-DICT    PIC 9(03).
           05 ASI-CLASES-ASIST   PIC 9(03).

      *-----------------------------------------------------------*
      * Comision de origen de cada alumno del curso, que emite    *
      * PROG17 al fundir los archivos de las comisiones.          *
      *-----------------------------------------------------------*
       FD  ORIGEN
           LABEL RECORD IS STANDARD.

       01  ORI-REC.
           05 ORI-ID             PIC X(06).
           05 ORI-COMISION       PIC X(02).
           05 ORI-ARCHIVO        PIC X(26).

       FD  PADRON
           LABEL RECORD IS STANDARD.

           05 PAD-ESTADO         PIC X(01).
              88 PAD-ACTIVO              VALUE 'A'.
              88 PAD-BAJA                VALUE 'B'.
           05 PAD-EMAIL          PIC X(50).
           05 PAD-DOMICILIO      PIC X(40).
           05 PAD-LOCALIDAD      PIC X(25).
           05 PAD-COD-POSTAL     PIC X(08).

      *-----------------------------------------------------------*
      * Sello de validacion que estampa PROG03 por curso+periodo  *
      *-----------------------------------------------------------*
      * Orden expresa del operador de procesar un curso sin sello *
      * de validacion vigente; la omision queda asentada en       *
      * AUDITORIA y en REPORTE. El operador es un identificador   *
      * de OPERADORES; el resto del antiguo campo de texto libre  *
      * queda sin uso.                                            *
      *-----------------------------------------------------------*
       FD  OMISION
           LABEL RECORD IS STANDARD.
       01  OMI-REC.
           05 OMI-CURSO          PIC X(06).
           05 OMI-PERIODO        PIC X(06).
           05 OMI-OPERADOR       PIC X(06).
           05 FILLER             PIC X(14).

      *-----------------------------------------------------------*
      * Orden expresa de un operador autorizante de procesar un   *
      * curso fuera de la ventana del calendario academico; mismo *
      * formato que OMISION-SELLO.                                *
      *-----------------------------------------------------------*
       FD  OMIPLAZO
           LABEL RECORD IS STANDARD.

       01  OMP-REC.
           05 OMP-CURSO          PIC X(06).
           05 OMP-PERIODO        PIC X(06).
           05 OMP-OPERADOR       PIC X(06).
           05 FILLER             PIC X(14).

      *-----------------------------------------------------------*
      * Operadores habilitados que mantiene PROG29.               *
      *-----------------------------------------------------------*
       FD  OPERADORES
           LABEL RECORD IS STANDARD.

       01  OPE-REC.
           05 OPE-ID             PIC X(06).
           05 OPE-NOMBRE         PIC X(30).
           05 OPE-ROL            PIC X(01).
              88 OPE-ROL-CIERRE          VALUE 'C'.
              88 OPE-ROL-RECTIFICACION   VALUE 'R'.
              88 OPE-ROL-AUTORIZANTE     VALUE 'A'.
              88 OPE-ROL-MATRICULA       VALUE 'M'.
           05 OPE-ESTADO         PIC X(01).
              88 OPE-ACTIVO              VALUE 'A'.
              88 OPE-INACTIVO            VALUE 'I'.
           05 OPE-FECHA-ACT      PIC 9(08).

      *-----------------------------------------------------------*
      * Versiones anteriores de los legajos de MAESTRO: antes de  *
           05 HIS-FECHA-ACT      PIC 9(08).
           05 HIS-FECHA-REEMPL   PIC 9(08).

      *-----------------------------------------------------------*
      * Correlatividades por carrera+plan+curso que mantiene      *
      * PROG19: las previas que el alumno debe tener APROBADAS en *
      * MAESTRO para recibir notas en el curso.                   *
      *-----------------------------------------------------------*
       FD  CORRELATIVAS
           LABEL RECORD IS STANDARD.

       01  COR-REC.
           05 COR-CLAVE.
              10 COR-CARRERA     PIC X(06).
              10 COR-PLAN        PIC X(04).
              10 COR-CURSO       PIC X(06).
           05 COR-CANT-PREVIAS   PIC 9(02).
           05 COR-TAB-PREVIAS    OCCURS 10 TIMES.
              10 COR-PREVIA      PIC X(06).
           05 COR-ESTADO         PIC X(01).
              88 COR-ACTIVO              VALUE 'A'.
              88 COR-BAJA                VALUE 'B'.

      *-----------------------------------------------------------*
      * Calendario academico por periodo que mantiene PROG31: la  *
      * ventana de la corrida va del inicio del periodo al limite *
      * de carga (o al de recuperatorio en modo R).               *
      *-----------------------------------------------------------*
       FD  PERIODOS
           LABEL RECORD IS STANDARD.

       01  PER-REC.
           05 PER-PERIODO        PIC X(06).
           05 PER-FECHAS.
              10 PER-FECHA-INICIO   PIC 9(08).
              10 PER-FECHA-FIN      PIC 9(08).
              10 PER-LIMITE-CARGA   PIC 9(08).
              10 PER-LIMITE-RECUP   PIC 9(08).
              10 PER-LIMITE-CIERRE  PIC 9(08).
           05 PER-ESTADO         PIC X(01).
              88 PER-ACTIVO              VALUE 'A'.
              88 PER-BAJA                VALUE 'B'.
           05 PER-FECHA-ACT      PIC 9(08).

       WORKING-STORAGE SECTION.

       01 VARIABLES.
          05 WSC-100               PIC 9(03)      VALUE 100.
          05 WSC-APROBADO         PIC X(08)       VALUE 'APROBADO'.
          05 WSC-DESAPROBADO      PIC X(11)       VALUE 'DESAPROBADO'.
          05 WSC-APROB-FINAL      PIC X(11)       VALUE 'APROB.FINAL'.
          05 WSC-EQUIVALENTE      PIC X(11)       VALUE 'EQUIVALENTE'.
          05 WSC-LIBRE            PIC X(11)       VALUE 'LIBRE'.
          05 WSC-MAX-ASISTENCIA   PIC 9(04)       VALUE 1000.
          05 WSC-MAX-ORIGEN       PIC 9(04)       VALUE 2000.
          05 WSC-NO-MATRICULADO   PIC X(11)       VALUE 'SIN MATRIC.'.
          05 WSC-CANT-INVALIDA    PIC X(11)       VALUE 'CANT.INVAL.'.
          05 WSC-PESO-INVALIDO    PIC X(11)       VALUE 'PESO INVAL.'.
          05 WSC-SIN-CORRELATIVA  PIC X(11)       VALUE 'SIN CORREL.'.
          05 WSC-MAX-PREVIAS      PIC 9(02)       VALUE 10.
          05 WSC-ID-CABECERA      PIC X(06)       VALUE '000000'.
          05 WSC-ID-TRAILER       PIC X(06)       VALUE '999999'.
          05 WSC-CORRIDA-EN-CURSO PIC X(01)       VALUE 'E'.
          05 WSC-DISP-INCOMPLETA  PIC X(10)       VALUE 'INCOMPLETA'.
          05 WSC-DISP-SALTEADA    PIC X(10)       VALUE 'SALTEADA'.
          05 WSC-DISP-SIN-SELLO   PIC X(10)       VALUE 'SIN SELLO'.
          05 WSC-DISP-FUERA-PLAZO PIC X(10)       VALUE 'FUERAPLAZO'.
          05 WSC-SIN-OPERADORES   PIC X(30)       VALUE
             'MAESTRO OPERADORES AUSENTE'.
          05 WSC-OPER-NO-INF      PIC X(30)       VALUE
             'OPERADOR EN BLANCO'.
          05 WSC-OPER-INEXISTENTE PIC X(30)       VALUE
             'OPERADOR INEXISTENTE'.
          05 WSC-OPER-INACTIVO    PIC X(30)       VALUE
             'OPERADOR INACTIVO'.
          05 WSC-OPER-SIN-ROL     PIC X(30)       VALUE
             'OPERADOR SIN ROL AUTORIZANTE'.

       01 INDICES.
          05 WSI-I                PIC 9(02).
          05 WSI-A                PIC 9(04).
          05 WSI-P                PIC 9(02).

       01 SWITCHES.
          05 WSS-FIN-ALUMNOS      PIC X(01)       VALUE 'N'.
          05 WSS-BUSQUEDA-ASIST   PIC X(01)       VALUE 'N'.
             88 ASISTENCIA-HALLADA                VALUE 'S'.
             88 ASISTENCIA-NO-HALLADA             VALUE 'N'.
          05 WSS-FIN-ORIGEN       PIC X(01)       VALUE 'N'.
             88 FIN-ORIGEN                        VALUE 'S'.
             88 QUEDAN-ORIGENES                   VALUE 'N'.
          05 WSS-BUSQUEDA-ORIGEN  PIC X(01)       VALUE 'N'.
             88 ORIGEN-HALLADO                    VALUE 'S'.
             88 ORIGEN-NO-HALLADO                 VALUE 'N'.
          05 WSS-ESTADO-PREVIAS   PIC X(01)       VALUE 'S'.
             88 CORRELATIVAS-CUMPLIDAS            VALUE 'S'.
             88 CORRELATIVAS-INCUMPLIDAS          VALUE 'N'.
          05 WSS-ESTADO-PREVIA    PIC X(01)       VALUE 'N'.
             88 PREVIA-APROBADA                   VALUE 'S'.
             88 PREVIA-PENDIENTE                  VALUE 'N'.
          05 WSS-FIN-LEGAJOS      PIC X(01)       VALUE 'N'.
             88 FIN-LEGAJOS                       VALUE 'S'.
             88 QUEDAN-LEGAJOS                    VALUE 'N'.

       01 CONTADORES.
          05 WSN-CANT-NOTAS       PIC 9(02).
       01 WS-ARCHIVO-ALUMNOS      PIC X(26)       VALUE 'ALUMNOS'.
       01 WS-ARCHIVO-REPORTE      PIC X(20)       VALUE 'REPORTE'.
       01 WS-ARCHIVO-ASISTENCIA   PIC X(20)       VALUE 'ASISTENCIA'.
       01 WS-ARCHIVO-ORIGEN       PIC X(20)       VALUE 'ORIGEN'.
       01 WS-ARCHIVO-CRUDO        PIC X(26).

       01 CONTROL-CHECKPOINT.
             88 CURSO-CERRADO                     VALUE 'S'.
             88 CURSO-ABIERTO                     VALUE 'N'.

       01 CONTROL-PERIODOS.
          05 WSJ-ESTADO-PERIODOS  PIC X(02).
          05 WSJ-DISP-PERIODOS    PIC X(01)       VALUE 'N'.
             88 PERIODOS-DISPONIBLE               VALUE 'S'.
             88 PERIODOS-NO-DISPONIBLE            VALUE 'N'.
          05 WSJ-ESTADO-PLAZO     PIC X(01)       VALUE 'S'.
             88 CURSO-EN-PLAZO                    VALUE 'S'.
             88 CURSO-FUERA-PLAZO                 VALUE 'N'.
          05 WSJ-APERTURA-PLAZO   PIC 9(08).
          05 WSJ-LIMITE-PLAZO     PIC 9(08).
          05 WSJ-ESTADO-SALTEO    PIC X(01)       VALUE 'N'.
             88 SALTEADO-POR-PLAZO                VALUE 'S'.
             88 NO-SALTEADO-POR-PLAZO             VALUE 'N'.

       01 TABLAS.
          05 WST-TAB-NOTAS        OCCURS 1 TO 10 TIMES
                                   DEPENDING ON WSN-CANT-NOTAS.
          05 WSX-ESTADO-ASIST     PIC X(02).
          05 WSX-PORCENTAJE       PIC 9(03)V9(02).

      *-----------------------------------------------------------*
      * Tabla de comisiones de origen del curso en proceso,       *
      * cargada desde ORIGEN-curso al inicio del curso; 204000 la *
      * consulta por alumno.                                      *
      *-----------------------------------------------------------*
       01 TABLA-ORIGEN.
          05 TCO-CANT             PIC 9(04)       VALUE 0.
          05 TCO-ALUMNO           OCCURS 2000 TIMES.
             10 TCO-ID            PIC X(06).
             10 TCO-COMISION      PIC X(02).

       01 CONTROL-ORIGEN.
          05 WSX-ESTADO-ORIGEN    PIC X(02).
          05 WSX-COMISION-ALUMNO  PIC X(02).

       01 CONTROL-PADRON.
          05 WSY-ESTADO-PADRON    PIC X(02).
          05 WSY-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
          05 WSW-FIN-OMISION      PIC X(01)       VALUE 'N'.
             88 FIN-OMISION                       VALUE 'S'.
             88 QUEDAN-OMISIONES                  VALUE 'N'.
          05 WSW-OPERADOR         PIC X(06).
          05 WSW-NOMBRE-OPERADOR  PIC X(30).
          05 WSW-ESTADO-OPERADORES PIC X(02).
          05 WSW-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 OPERADORES-DISPONIBLE             VALUE 'S'.
             88 OPERADORES-NO-DISPONIBLE          VALUE 'N'.
          05 WSW-ESTADO-OPERADOR  PIC X(01)       VALUE 'N'.
             88 OPERADOR-HABILITADO               VALUE 'S'.
             88 OPERADOR-RECHAZADO                VALUE 'N'.
          05 WSW-MOTIVO-OPERADOR  PIC X(30).
          05 WSW-OPERADOR-ORDEN   PIC X(06).
          05 WSW-ESTADO-OMI-PLAZO PIC X(02).
          05 WSW-ESTADO-BUSQ-PLAZO PIC X(01)      VALUE 'N'.
             88 PLAZO-AUTORIZADO                  VALUE 'S'.
             88 PLAZO-NO-AUTORIZADO               VALUE 'N'.
          05 WSW-OPERADOR-PLAZO   PIC X(06).
          05 WSW-NOMBRE-PLAZO     PIC X(30).

       01 CONTROL-CORRELATIVAS.
          05 WSQ-ESTADO-CORRELAT  PIC X(02).
          05 WSQ-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 CORRELATIVAS-DISPONIBLE           VALUE 'S'.
             88 CORRELATIVAS-NO-DISPONIBLE        VALUE 'N'.
          05 WSQ-PREVIA-FALTANTE  PIC X(06).

       01 CONTROL-BALANCE.
          05 WSB-CANT-INFORMADA   PIC 9(06)       VALUE 0.
          05 LA-VALOR-CRUDO       PIC ZZZ9,99.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LA-RESULTADO         PIC X(09).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LA-OPERADOR          PIC X(06)       VALUE SPACES.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LA-COMISION          PIC X(02)       VALUE SPACES.

       01 WS-LINEA-CONTROL.
          05 LC-ETQ-INCOMPLETA    PIC X(20)       VALUE
       01 WS-LINEA-OMISION.
          05 LM-ETQ-OMISION       PIC X(33)       VALUE
             'PROCESADO SIN SELLO - AUTORIZA:  '.
          05 LM-OPERADOR          PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-NOMBRE-OPERADOR   PIC X(30).

       01 WS-LINEA-OMISION-PLAZO.
          05 LF-ETQ-OMISION       PIC X(33)       VALUE
             'PROCESADO FUERA DE PLAZO - AUT.: '.
          05 LF-OPERADOR          PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LF-NOMBRE-OPERADOR   PIC X(30).

       01 WS-LINEA-DIF-PADRON.
          05 LP-ETQ-DIFIERE       PIC X(27)       VALUE
           PERFORM 109950-ABRIR-HISTORIAL
              THRU 109950-ABRIR-HISTORIAL-EXIT

           PERFORM 109970-ABRIR-CORRELATIVAS
              THRU 109970-ABRIR-CORRELATIVAS-EXIT

           PERFORM 109980-ABRIR-PERIODOS
              THRU 109980-ABRIR-PERIODOS-EXIT

           PERFORM 120000-ABRIR-PARAMETRO
              THRU 120000-ABRIR-PARAMETRO-EXIT

                 THRU 066000-VERIFICAR-SELLO-EXIT
           END-IF

           IF CURSO-A-PROCESAR
              PERFORM 069000-VERIFICAR-PLAZO
                 THRU 069000-VERIFICAR-PLAZO-EXIT
           END-IF

           IF CURSO-A-PROCESAR
              PERFORM 100000-INICIO     THRU 100000-INICIO-EXIT
              PERFORM 200000-PROCESO    THRU 200000-PROCESO-EXIT
           SET SELLO-FALTANTE       TO TRUE
           SET OMISION-NO-AUTORIZADA TO TRUE
           SET NO-SALTEADO-POR-SELLO TO TRUE
           SET CURSO-EN-PLAZO        TO TRUE
           SET PLAZO-NO-AUTORIZADO   TO TRUE
           SET NO-SALTEADO-POR-PLAZO TO TRUE
           MOVE SPACES TO WSZ-FECHA-GEN-SELLO
           SET QUEDAN-ALUMNOS       TO TRUE
           SET CABECERA-ERRONEA     TO TRUE
           MOVE WSC-0  TO WSA-CANT-RECHAZADOS
           MOVE WSC-0  TO WSA-CANT-LIBRES
           MOVE WSC-0  TO TA-CANT
           MOVE WSC-0  TO TCO-CANT
           MOVE SPACES TO LA-COMISION
           MOVE WSC-0  TO WSM-PROMEDIO-CLASE
           MOVE SPACES TO WSK-ULTIMO-ID.

      * 055000-RESOLVER-ARCHIVOS: arma los nombres de archivo del *
      * curso en proceso: la entrada es el archivo depurado por   *
      * PROG03 (ALUMNOS-curso-OK o RECUPERATORIO-curso-OK segun   *
      * el modo) y la salida es REPORTE-curso; ASISTENCIA-curso y *
      * ORIGEN-curso acompanian a la entrada. Si PARAMETRO no     *
      * informa curso se usan los nombres historicos sin curso    *
      * (ALUMNOS-OK / RECUPERATORIO-OK), como en las corridas de  *
      * un solo curso.                                            *

           MOVE 'REPORTE'    TO WS-ARCHIVO-REPORTE
           MOVE 'ASISTENCIA' TO WS-ARCHIVO-ASISTENCIA
           MOVE 'ORIGEN'     TO WS-ARCHIVO-ORIGEN

           IF WSP-CURSO NOT = SPACES
              IF WSP-MODO-RECUPERATORIO
              STRING 'ASISTENCIA-'       DELIMITED BY SIZE
                     WSP-CURSO           DELIMITED BY SPACE
                INTO WS-ARCHIVO-ASISTENCIA
              MOVE SPACES TO WS-ARCHIVO-ORIGEN
              STRING 'ORIGEN-'           DELIMITED BY SIZE
                     WSP-CURSO           DELIMITED BY SPACE
                INTO WS-ARCHIVO-ORIGEN
           END-IF

      * La corrida consume el archivo depurado por PROG03, que
              DISPLAY '(CURSO ' WSP-CURSO ' PERIODO ' WSP-PERIODO
                 '):'
              DISPLAY 'EL CURSO NO SE PROCESA. CORRER PROG03 O'
              DISPLAY 'REGISTRAR LA OMISION EN OMISION-SELLO'
              DISPLAY 'CON UN OPERADOR AUTORIZANTE HABILITADO.'
              DISPLAY '**************************************'
           END-IF.

      * autoriza) de procesar un curso sin sello vigente; se lo   *
      * recorre completo buscando el curso en proceso. Es chico y *
      * se abre y cierra por curso, como PROG10 hacia con el log. *
      * OPERADORES se abre y cierra con el: sin ese maestro nadie *
      * puede autorizar la omision.                               *
      *-----------------------------------------------------------*
       067000-BUSCAR-OMISION.

              GO TO 067000-BUSCAR-OMISION-EXIT
           END-IF

           OPEN INPUT OPERADORES

           IF WSW-ESTADO-OPERADORES = '00'
              SET OPERADORES-DISPONIBLE TO TRUE
           ELSE
              SET OPERADORES-NO-DISPONIBLE TO TRUE
           END-IF

           SET QUEDAN-OMISIONES TO TRUE

           PERFORM 067500-LEER-OMISION
              THRU 067500-LEER-OMISION-EXIT
               UNTIL FIN-OMISION

           IF OPERADORES-DISPONIBLE
              CLOSE OPERADORES
           END-IF

           CLOSE OMISION.

       067000-BUSCAR-OMISION-EXIT.
               NOT AT END
                  IF OMI-CURSO = WSP-CURSO
                     AND OMI-PERIODO = WSP-PERIODO
                     MOVE OMI-OPERADOR TO WSW-OPERADOR-ORDEN
                     PERFORM 068000-VERIFICAR-OPERADOR
                        THRU 068000-VERIFICAR-OPERADOR-EXIT
                     IF OPERADOR-HABILITADO
                        SET OMISION-AUTORIZADA TO TRUE
                        MOVE OMI-OPERADOR TO WSW-OPERADOR
                        MOVE OPE-NOMBRE   TO WSW-NOMBRE-OPERADOR
                        SET FIN-OMISION TO TRUE
                     ELSE
                        DISPLAY 'OMISION-SELLO NO ACEPTADA (OPERADOR '
                           OMI-OPERADOR '): ' WSW-MOTIVO-OPERADOR
                     END-IF
                  END-IF
           END-READ

       067500-LEER-OMISION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 068000-VERIFICAR-OPERADOR: quien ordena la omision debe   *
      * figurar en OPERADORES, estar activo y tener el rol        *
      * autorizante. Si no, la orden no se acepta y el motivo     *
      * queda en WSW-MOTIVO-OPERADOR para la consola; el curso    *
      * sigue buscando otra orden valida en el archivo. Sirve a   *
      * OMISION-SELLO y a OMISION-PLAZO: quien lo invoca deja el  *
      * operador de la orden en WSW-OPERADOR-ORDEN.               *
      *-----------------------------------------------------------*
       068000-VERIFICAR-OPERADOR.

           SET OPERADOR-RECHAZADO TO TRUE

           IF OPERADORES-NO-DISPONIBLE
              MOVE WSC-SIN-OPERADORES TO WSW-MOTIVO-OPERADOR
              GO TO 068000-VERIFICAR-OPERADOR-EXIT
           END-IF

           IF WSW-OPERADOR-ORDEN = SPACES
              MOVE WSC-OPER-NO-INF TO WSW-MOTIVO-OPERADOR
              GO TO 068000-VERIFICAR-OPERADOR-EXIT
           END-IF

           MOVE WSW-OPERADOR-ORDEN TO OPE-ID

           READ OPERADORES
               INVALID KEY
                  MOVE WSC-OPER-INEXISTENTE TO WSW-MOTIVO-OPERADOR
                  GO TO 068000-VERIFICAR-OPERADOR-EXIT
           END-READ

           IF WSW-ESTADO-OPERADORES NOT = '00'
              MOVE WSC-OPER-INEXISTENTE TO WSW-MOTIVO-OPERADOR
              GO TO 068000-VERIFICAR-OPERADOR-EXIT
           END-IF

           IF NOT OPE-ACTIVO
              MOVE WSC-OPER-INACTIVO TO WSW-MOTIVO-OPERADOR
              GO TO 068000-VERIFICAR-OPERADOR-EXIT
           END-IF

           IF NOT OPE-ROL-AUTORIZANTE
              MOVE WSC-OPER-SIN-ROL TO WSW-MOTIVO-OPERADOR
              GO TO 068000-VERIFICAR-OPERADOR-EXIT
           END-IF

           SET OPERADOR-HABILITADO TO TRUE.

       068000-VERIFICAR-OPERADOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 069000-VERIFICAR-PLAZO: la corrida del curso tiene que    *
      * caer dentro de la ventana que el calendario PERIODOS      *
      * (PROG31) fija para su periodo: desde el inicio del        *
      * periodo hasta el limite de carga de notas, o hasta el     *
      * limite de recuperatorio si la corrida es modo R. Fuera de *
      * la ventana el curso no arranca, salvo orden expresa de un *
      * operador autorizante en OMISION-PLAZO, que 100000 asienta *
      * en AUDITORIA y en REPORTE. El curso que se retoma de un   *
      * CHECKPOINT arranco dentro de la ventana y no se vuelve a  *
      * controlar. Sin PERIODOS, o sin el periodo vigente en el,  *
      * no hay calendario contra el cual controlar.               *
      *-----------------------------------------------------------*
       069000-VERIFICAR-PLAZO.

           IF WSP-CURSO = SPACES
              OR PERIODOS-NO-DISPONIBLE
              GO TO 069000-VERIFICAR-PLAZO-EXIT
           END-IF

           IF CHECKPOINT-PRESENTE
              AND WSH-CURSO   = WSP-CURSO
              AND WSH-PERIODO = WSP-PERIODO
              AND WSH-ARCHIVO = WS-ARCHIVO-ALUMNOS
              AND WSH-ULTIMO-ID NOT = SPACES
              GO TO 069000-VERIFICAR-PLAZO-EXIT
           END-IF

           MOVE WSP-PERIODO TO PER-PERIODO

           READ PERIODOS
               INVALID KEY
                  DISPLAY 'EL PERIODO ' WSP-PERIODO
                     ' NO FIGURA EN PERIODOS: NO SE CONTROLA EL PLAZO.'
                  GO TO 069000-VERIFICAR-PLAZO-EXIT
           END-READ

           IF WSJ-ESTADO-PERIODOS NOT = '00'
              OR NOT PER-ACTIVO
              GO TO 069000-VERIFICAR-PLAZO-EXIT
           END-IF

           MOVE PER-FECHA-INICIO TO WSJ-APERTURA-PLAZO

           IF WSP-MODO-RECUPERATORIO
              MOVE PER-LIMITE-RECUP TO WSJ-LIMITE-PLAZO
           ELSE
              MOVE PER-LIMITE-CARGA TO WSJ-LIMITE-PLAZO
           END-IF

           IF WSO-FECHA-INICIO < WSJ-APERTURA-PLAZO
              OR WSO-FECHA-INICIO > WSJ-LIMITE-PLAZO
              SET CURSO-FUERA-PLAZO TO TRUE
           ELSE
              GO TO 069000-VERIFICAR-PLAZO-EXIT
           END-IF

           PERFORM 069500-BUSCAR-OMISION-PLAZO
              THRU 069500-BUSCAR-OMISION-PLAZO-EXIT

           IF PLAZO-NO-AUTORIZADO
              SET CURSO-SALTEADO     TO TRUE
              SET SALTEADO-POR-PLAZO TO TRUE
              DISPLAY '**************************************'
              DISPLAY 'EL CURSO ' WSP-CURSO ' PERIODO ' WSP-PERIODO
              DISPLAY 'ESTA FUERA DE LA VENTANA DEL CALENDARIO'
              DISPLAY '(DEL ' WSJ-APERTURA-PLAZO ' AL '
                 WSJ-LIMITE-PLAZO '):'
              DISPLAY 'EL CURSO NO SE PROCESA. REGISTRAR LA'
              DISPLAY 'ORDEN EN OMISION-PLAZO CON UN OPERADOR'
              DISPLAY 'AUTORIZANTE HABILITADO, O PRORROGAR EL'
              DISPLAY 'PLAZO EN PERIODOS (PROG31).'
              DISPLAY '**************************************'
           END-IF.

       069000-VERIFICAR-PLAZO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 069500-BUSCAR-OMISION-PLAZO: el archivo OMISION-PLAZO     *
      * trae la orden expresa de procesar un curso fuera de la    *
      * ventana del calendario; se lo recorre y se valida al      *
      * operador igual que en 067000 con OMISION-SELLO.           *
      *-----------------------------------------------------------*
       069500-BUSCAR-OMISION-PLAZO.

           SET PLAZO-NO-AUTORIZADO TO TRUE

           OPEN INPUT OMIPLAZO

           IF WSW-ESTADO-OMI-PLAZO NOT = '00'
              GO TO 069500-BUSCAR-OMISION-PLAZO-EXIT
           END-IF

           OPEN INPUT OPERADORES

           IF WSW-ESTADO-OPERADORES = '00'
              SET OPERADORES-DISPONIBLE TO TRUE
           ELSE
              SET OPERADORES-NO-DISPONIBLE TO TRUE
           END-IF

           SET QUEDAN-OMISIONES TO TRUE

           PERFORM 069600-LEER-OMISION-PLAZO
              THRU 069600-LEER-OMISION-PLAZO-EXIT
               UNTIL FIN-OMISION

           IF OPERADORES-DISPONIBLE
              CLOSE OPERADORES
           END-IF

           CLOSE OMIPLAZO.

       069500-BUSCAR-OMISION-PLAZO-EXIT.
           EXIT.

       069600-LEER-OMISION-PLAZO.

           READ OMIPLAZO
               AT END
                  SET FIN-OMISION TO TRUE
               NOT AT END
                  IF OMP-CURSO = WSP-CURSO
                     AND OMP-PERIODO = WSP-PERIODO
                     MOVE OMP-OPERADOR TO WSW-OPERADOR-ORDEN
                     PERFORM 068000-VERIFICAR-OPERADOR
                        THRU 068000-VERIFICAR-OPERADOR-EXIT
                     IF OPERADOR-HABILITADO
                        SET PLAZO-AUTORIZADO TO TRUE
                        MOVE OMP-OPERADOR TO WSW-OPERADOR-PLAZO
                        MOVE OPE-NOMBRE   TO WSW-NOMBRE-PLAZO
                        SET FIN-OMISION TO TRUE
                     ELSE
                        DISPLAY 'OMISION-PLAZO NO ACEPTADA (OPERADOR '
                           OMP-OPERADOR '): ' WSW-MOTIVO-OPERADOR
                     END-IF
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre el ultimo renglon leido.
           IF WSW-ESTADO-OMI-PLAZO NOT = '00'
              AND WSW-ESTADO-OMI-PLAZO NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN OMISION-PLAZO (ESTADO '
                 WSW-ESTADO-OMI-PLAZO ')'
              SET FIN-OMISION TO TRUE
           END-IF.

       069600-LEER-OMISION-PLAZO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 085000-GRABAR-BITACORA: registro del curso+periodo en la  *
      * bitacora CORRIDAS, con fecha/hora de inicio y fin, el     *
      * archivo de entrada, los totales y la disposicion final:   *
      * SALTEADA (restart o curso cerrado por acta), SIN SELLO,   *
      * FUERAPLAZO (fuera de la ventana del calendario),          *
      * INCOMPLETA (no balanceo), RESTART (retomada de un         *
      * checkpoint y cerrada) o CERRADA. Con este registro la     *
      * mesa de control distingue a la manana el curso que no     *
      * corrio del que se detuvo o quedo incompleto.              *
      *-----------------------------------------------------------*
       085000-GRABAR-BITACORA.

              IF SALTEADO-POR-SELLO
                 MOVE WSC-DISP-SIN-SELLO TO LO-DISPOSICION
              ELSE
                 IF SALTEADO-POR-PLAZO
                    MOVE WSC-DISP-FUERA-PLAZO TO LO-DISPOSICION
                 ELSE
                    MOVE WSC-DISP-SALTEADA TO LO-DISPOSICION
                 END-IF
              END-IF
           ELSE
              IF CORRIDA-DESBALANCEADA
              CLOSE SELLOS
           END-IF

           IF CORRELATIVAS-DISPONIBLE
              CLOSE CORRELATIVAS
           END-IF

           IF PERIODOS-DISPONIBLE
              CLOSE PERIODOS
           END-IF

           CLOSE HISTORIAL
           CLOSE BITACORA.

           PERFORM 109000-CARGAR-ASISTENCIA
              THRU 109000-CARGAR-ASISTENCIA-EXIT

           PERFORM 109600-CARGAR-ORIGEN
              THRU 109600-CARGAR-ORIGEN-EXIT

           PERFORM 106000-ABRIR-REPORTE THRU 106000-ABRIR-REPORTE-EXIT

           IF OMISION-AUTORIZADA
                 THRU 114000-ASENTAR-OMISION-EXIT
           END-IF

           IF PLAZO-AUTORIZADO
              PERFORM 114500-ASENTAR-OMISION-PLAZO
                 THRU 114500-ASENTAR-OMISION-PLAZO-EXIT
           END-IF

           IF QUEDAN-ALUMNOS
              PERFORM 110000-LEER-ALUMNO THRU 110000-LEER-ALUMNO-EXIT
           END-IF
       109500-LEER-ASISTENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 109600-CARGAR-ORIGEN: carga la comision de origen de los  *
      * alumnos del curso desde ORIGEN-curso, que PROG17 emite    *
      * junto con el archivo fundido. El curso que llega en un    *
      * solo archivo no tiene ORIGEN-curso: la tabla queda vacia  *
      * y los legajos quedan sin comision. Un curso con mas       *
      * alumnos que la tabla deja el excedente sin comision, con  *
      * aviso por consola.                                        *
      *-----------------------------------------------------------*
       109600-CARGAR-ORIGEN.

           OPEN INPUT ORIGEN

           IF WSX-ESTADO-ORIGEN NOT = '00'
              DISPLAY 'SIN ARCHIVO ' WS-ARCHIVO-ORIGEN
                 ': LOS LEGAJOS QUEDAN SIN COMISION.'
              GO TO 109600-CARGAR-ORIGEN-EXIT
           END-IF

           SET QUEDAN-ORIGENES TO TRUE

           PERFORM 109700-LEER-ORIGEN
              THRU 109700-LEER-ORIGEN-EXIT
               UNTIL FIN-ORIGEN

           CLOSE ORIGEN.

       109600-CARGAR-ORIGEN-EXIT.
           EXIT.

       109700-LEER-ORIGEN.

           READ ORIGEN
               AT END
                  SET FIN-ORIGEN TO TRUE
               NOT AT END
                  IF TCO-CANT < WSC-MAX-ORIGEN
                     ADD WSC-1 TO TCO-CANT
                     MOVE ORI-ID       TO TCO-ID(TCO-CANT)
                     MOVE ORI-COMISION TO TCO-COMISION(TCO-CANT)
                  ELSE
                     DISPLAY 'TABLA DE ORIGEN COMPLETA: EL'
                     DISPLAY 'ALUMNO ' ORI-ID ' QUEDA SIN COMISION.'
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre el ultimo renglon leido.
           IF WSX-ESTADO-ORIGEN NOT = '00'
              AND WSX-ESTADO-ORIGEN NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN ' WS-ARCHIVO-ORIGEN
                 ' (ESTADO ' WSX-ESTADO-ORIGEN ')'
              SET FIN-ORIGEN TO TRUE
           END-IF.

       109700-LEER-ORIGEN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 103000-ABRIR-MATRICULA: MATRICULA es un maestro que debe  *
      * llegar ya cargado al sitio; si todavia no existe (curso   *
       109950-ABRIR-HISTORIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 109970-ABRIR-CORRELATIVAS: CORRELATIVAS es el maestro de  *
      * correlatividades que mantiene PROG19; puede no existir    *
      * todavia en el sitio, y en ese caso ningun curso exige     *
      * previas y las notas se toman como siempre.                *
      *-----------------------------------------------------------*
       109970-ABRIR-CORRELATIVAS.

           OPEN INPUT CORRELATIVAS

           IF WSQ-ESTADO-CORRELAT = '00'
              SET CORRELATIVAS-DISPONIBLE TO TRUE
           ELSE
              SET CORRELATIVAS-NO-DISPONIBLE TO TRUE
           END-IF.

       109970-ABRIR-CORRELATIVAS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 109980-ABRIR-PERIODOS: PERIODOS es el calendario          *
      * academico que mantiene PROG31; puede no existir todavia   *
      * en el sitio, y en ese caso no hay ventana contra la cual  *
      * controlar las corridas, que siguen como siempre.          *
      *-----------------------------------------------------------*
       109980-ABRIR-PERIODOS.

           OPEN INPUT PERIODOS

           IF WSJ-ESTADO-PERIODOS = '00'
              SET PERIODOS-DISPONIBLE TO TRUE
           ELSE
              SET PERIODOS-NO-DISPONIBLE TO TRUE
              DISPLAY 'NO SE ENCONTRO EL CALENDARIO PERIODOS:'
              DISPLAY 'NO SE CONTROLAN LOS PLAZOS DE CARGA.'
           END-IF.

       109980-ABRIR-PERIODOS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 110000-LEER-ALUMNO: ademas de la lectura de adelanto,     *
      * clasifica los registros de control: el trailer corta la   *
      *-----------------------------------------------------------*
      * 114000-ASENTAR-OMISION: la orden del operador de procesar *
      * el curso sin sello vigente queda asentada en AUDITORIA    *
      * (con el curso en el campo del alumno y el operador al     *
      * final del renglon) y como renglon de control en REPORTE,  *
      * ademas de la consola: una omision del circuito de         *
      * validacion tiene que poder reconstruirse.                 *
      *-----------------------------------------------------------*
       114000-ASENTAR-OMISION.

           DISPLAY '**************************************'
           DISPLAY 'EL CURSO ' WSP-CURSO ' PERIODO ' WSP-PERIODO
           DISPLAY 'SE PROCESA SIN SELLO DE VALIDACION POR'
           DISPLAY 'ORDEN DE: ' WSW-OPERADOR ' ' WSW-NOMBRE-OPERADOR
           DISPLAY '**************************************'

           MOVE WSP-CURSO   TO LA-ID
           MOVE WSC-0       TO LA-NRO-NOTA
           MOVE WSC-0       TO LA-VALOR-CRUDO
           MOVE 'SIN SELLO' TO LA-RESULTADO
           MOVE WSW-OPERADOR TO LA-OPERADOR

           ACCEPT LA-FECHA FROM DATE YYYYMMDD
           ACCEPT LA-HORA  FROM TIME

           WRITE AUD-REC FROM WS-LINEA-AUDITORIA

      * Los renglones de notas no llevan operador.
           MOVE SPACES TO LA-OPERADOR

           MOVE WSW-OPERADOR        TO LM-OPERADOR
           MOVE WSW-NOMBRE-OPERADOR TO LM-NOMBRE-OPERADOR

           WRITE REP-REC FROM WS-LINEA-OMISION.

       114000-ASENTAR-OMISION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 114500-ASENTAR-OMISION-PLAZO: la orden de procesar el     *
      * curso fuera de la ventana del calendario queda asentada   *
      * igual que la omision del sello en 114000: en AUDITORIA,   *
      * en REPORTE y en la consola.                               *
      *-----------------------------------------------------------*
       114500-ASENTAR-OMISION-PLAZO.

           DISPLAY '**************************************'
           DISPLAY 'EL CURSO ' WSP-CURSO ' PERIODO ' WSP-PERIODO
           DISPLAY 'SE PROCESA FUERA DE PLAZO (VENTANA DEL '
              WSJ-APERTURA-PLAZO ' AL ' WSJ-LIMITE-PLAZO ')'
           DISPLAY 'POR ORDEN DE: ' WSW-OPERADOR-PLAZO ' '
              WSW-NOMBRE-PLAZO
           DISPLAY '**************************************'

           MOVE WSP-CURSO   TO LA-ID
           MOVE WSC-0       TO LA-NRO-NOTA
           MOVE WSC-0       TO LA-VALOR-CRUDO
           MOVE 'FUERAPLAZ' TO LA-RESULTADO
           MOVE WSW-OPERADOR-PLAZO TO LA-OPERADOR

           ACCEPT LA-FECHA FROM DATE YYYYMMDD
           ACCEPT LA-HORA  FROM TIME

           WRITE AUD-REC FROM WS-LINEA-AUDITORIA

      * Los renglones de notas no llevan operador.
           MOVE SPACES TO LA-OPERADOR

           MOVE WSW-OPERADOR-PLAZO TO LF-OPERADOR
           MOVE WSW-NOMBRE-PLAZO   TO LF-NOMBRE-OPERADOR

           WRITE REP-REC FROM WS-LINEA-OMISION-PLAZO.

       114500-ASENTAR-OMISION-PLAZO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 115000-VERIFICAR-CABECERA: el primer registro del archivo *
      * debe ser la cabecera de control y su curso y periodo      *
      * a la vista contra el trailer de la oficina emisora.
              IF ALU-ID > WSK-ULTIMO-ID
                 AND ALU-ID NOT = WSC-ID-CABECERA
                 PERFORM 204000-RESOLVER-COMISION
                    THRU 204000-RESOLVER-COMISION-EXIT

                 PERFORM 205000-VALIDAR-MATRICULA
                    THRU 205000-VALIDAR-MATRICULA-EXIT

                 SET CORRELATIVAS-CUMPLIDAS TO TRUE
                 IF ALUMNO-MATRICULADO
                    PERFORM 209000-VALIDAR-CORRELATIVAS
                       THRU 209000-VALIDAR-CORRELATIVAS-EXIT
                 END-IF

                 IF ALUMNO-MATRICULADO
                    AND CORRELATIVAS-CUMPLIDAS
                    PERFORM 206000-VALIDAR-CANT-NOTAS
                       THRU 206000-VALIDAR-CANT-NOTAS-EXIT

                          THRU 238000-RECHAZAR-CANT-NOTAS-EXIT
                    END-IF
                 ELSE
                    IF ALUMNO-NO-MATRICULADO
                       PERFORM 235000-RECHAZAR-NO-MATRICULADO
                          THRU 235000-RECHAZAR-NO-MATRICULADO-EXIT
                    ELSE
                       PERFORM 234000-RECHAZAR-CORRELATIVAS
                          THRU 234000-RECHAZAR-CORRELATIVAS-EXIT
                    END-IF
                 END-IF

                 PERFORM 290000-ACTUALIZAR-CHECKPOINT
       200000-PROCESO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 204000-RESOLVER-COMISION: la comision de origen del       *
      * alumno en proceso, para el legajo y para sus renglones de *
      * AUDITORIA; en blanco si no figura en ORIGEN-curso.        *
      *-----------------------------------------------------------*
       204000-RESOLVER-COMISION.

           MOVE SPACES TO WSX-COMISION-ALUMNO
           SET ORIGEN-NO-HALLADO TO TRUE

           PERFORM 204500-BUSCAR-COMISION
              THRU 204500-BUSCAR-COMISION-EXIT
               VARYING WSI-A FROM 1 BY 1
                 UNTIL WSI-A > TCO-CANT
                    OR ORIGEN-HALLADO

           IF ORIGEN-HALLADO
      * El VARYING incrementa el subindice antes de probar el
      * corte: al salir con el alumno hallado, WSI-A quedo uno
      * despues del renglon encontrado.
              SUBTRACT WSC-1 FROM WSI-A
              MOVE TCO-COMISION(WSI-A) TO WSX-COMISION-ALUMNO
           END-IF

           MOVE WSX-COMISION-ALUMNO TO LA-COMISION.

       204000-RESOLVER-COMISION-EXIT.
           EXIT.

       204500-BUSCAR-COMISION.

           IF TCO-ID(WSI-A) = ALU-ID
              SET ORIGEN-HALLADO TO TRUE
           END-IF.

       204500-BUSCAR-COMISION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 205000-VALIDAR-MATRICULA: confirma contra el maestro de   *
      * matricula que el alumno este inscripto y activo en el     *
       205000-VALIDAR-MATRICULA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 209000-VALIDAR-CORRELATIVAS: busca en CORRELATIVAS las    *
      * previas del curso de la corrida para la carrera y plan    *
      * del alumno en PADRON, y verifica que cada una figure      *
      * APROBADA en algun legajo del alumno en MAESTRO (cualquier *
      * periodo). La primera previa que falta corta la            *
      * verificacion y queda en WSQ-PREVIA-FALTANTE.              *
      *-----------------------------------------------------------*
       209000-VALIDAR-CORRELATIVAS.

           SET CORRELATIVAS-CUMPLIDAS TO TRUE
           MOVE SPACES TO WSQ-PREVIA-FALTANTE

           IF CORRELATIVAS-NO-DISPONIBLE
              OR PADRON-NO-DISPONIBLE
              GO TO 209000-VALIDAR-CORRELATIVAS-EXIT
           END-IF

           MOVE ALU-ID TO PAD-ID

           READ PADRON
               INVALID KEY
                  GO TO 209000-VALIDAR-CORRELATIVAS-EXIT
           END-READ

           IF WSY-ESTADO-PADRON NOT = '00'
              GO TO 209000-VALIDAR-CORRELATIVAS-EXIT
           END-IF

           MOVE PAD-CARRERA TO COR-CARRERA
           MOVE PAD-PLAN    TO COR-PLAN
           MOVE WSP-CURSO   TO COR-CURSO

           READ CORRELATIVAS
               INVALID KEY
                  GO TO 209000-VALIDAR-CORRELATIVAS-EXIT
           END-READ

           IF WSQ-ESTADO-CORRELAT NOT = '00'
              OR COR-BAJA
              OR COR-CANT-PREVIAS IS NOT NUMERIC
              GO TO 209000-VALIDAR-CORRELATIVAS-EXIT
           END-IF

           PERFORM 209300-VERIFICAR-UNA-PREVIA
              THRU 209300-VERIFICAR-UNA-PREVIA-EXIT
               VARYING WSI-P FROM 1 BY 1
                 UNTIL WSI-P > COR-CANT-PREVIAS
                    OR WSI-P > WSC-MAX-PREVIAS
                    OR CORRELATIVAS-INCUMPLIDAS.

       209000-VALIDAR-CORRELATIVAS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 209300-VERIFICAR-UNA-PREVIA: recorre los legajos del      *
      * alumno en la previa (la clave de MAESTRO es alumno+curso+ *
      * periodo, asi que quedan contiguos) buscando uno aprobado. *
      * 270000 relee el legajo del curso por clave antes de       *
      * grabarlo, asi que este recorrido no lo afecta.            *
      *-----------------------------------------------------------*
       209300-VERIFICAR-UNA-PREVIA.

           SET PREVIA-PENDIENTE TO TRUE

           IF COR-PREVIA(WSI-P) = SPACES
              SET PREVIA-APROBADA TO TRUE
              GO TO 209300-VERIFICAR-UNA-PREVIA-EXIT
           END-IF

           SET QUEDAN-LEGAJOS TO TRUE
           MOVE ALU-ID            TO MAE-ID
           MOVE COR-PREVIA(WSI-P) TO MAE-CURSO
           MOVE LOW-VALUES        TO MAE-PERIODO

           START MAESTRO KEY NOT < MAE-CLAVE
               INVALID KEY
                  SET FIN-LEGAJOS TO TRUE
           END-START

           PERFORM 209600-LEER-LEGAJO-PREVIA
              THRU 209600-LEER-LEGAJO-PREVIA-EXIT
               UNTIL FIN-LEGAJOS

           IF PREVIA-PENDIENTE
              SET CORRELATIVAS-INCUMPLIDAS TO TRUE
              MOVE COR-PREVIA(WSI-P) TO WSQ-PREVIA-FALTANTE
           END-IF.

       209300-VERIFICAR-UNA-PREVIA-EXIT.
           EXIT.

       209600-LEER-LEGAJO-PREVIA.

           READ MAESTRO NEXT
               AT END
                  SET FIN-LEGAJOS TO TRUE
               NOT AT END
                  IF MAE-ID NOT = ALU-ID
                     OR MAE-CURSO NOT = COR-PREVIA(WSI-P)
                     SET FIN-LEGAJOS TO TRUE
                  ELSE
                     IF MAE-ESTADO = WSC-APROBADO
                        OR MAE-ESTADO = WSC-APROB-FINAL
                        OR MAE-ESTADO = WSC-EQUIVALENTE
                        SET PREVIA-APROBADA TO TRUE
                        SET FIN-LEGAJOS     TO TRUE
                     END-IF
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

       209600-LEER-LEGAJO-PREVIA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 206000-VALIDAR-CANT-NOTAS: la cantidad de notas leida del *
      * archivo de alumnos es la que dimensiona WST-TAB-NOTAS; si *
           ACCEPT MAE-FECHA-ACT FROM DATE YYYYMMDD
           SET MAE-SIN-CONFIRMAR TO TRUE
           MOVE WSC-0            TO MAE-FECHA-CONF
           MOVE WSX-COMISION-ALUMNO TO MAE-COMISION

      * La confirmacion del central tambien se deja pendiente al
      * regrabar: un resultado recalculado ya no es el que el
      * central confirmo, y PROG13 la repondra con el proximo
      * retorno del lote. La comision solo se pisa si viene
      * informada: cuando WSX-COMISION-ALUMNO queda en blanco
      * (el alumno no figura en ORIGEN-curso, o el curso no tiene
      * ORIGEN-curso) el legajo conserva la comision que tenia.
           READ MAESTRO
               INVALID KEY
                  WRITE MAE-REC
                  ACCEPT MAE-FECHA-ACT FROM DATE YYYYMMDD
                  SET MAE-SIN-CONFIRMAR TO TRUE
                  MOVE WSC-0            TO MAE-FECHA-CONF
                  IF WSX-COMISION-ALUMNO NOT = SPACES
                     MOVE WSX-COMISION-ALUMNO TO MAE-COMISION
                  END-IF
                  REWRITE MAE-REC
           END-READ.

       277000-GRABAR-CON-SECUENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 234000-RECHAZAR-CORRELATIVAS: el alumno esta matriculado  *
      * pero adeuda una previa del curso: se rechaza por el mismo *
      * circuito de auditoria y reporte que 235000, y no se le    *
      * calculan ni graban notas.                                 *
      *-----------------------------------------------------------*
       234000-RECHAZAR-CORRELATIVAS.

           DISPLAY '**************************************'
           DISPLAY 'ALUMNO ' ALU-ID ' ADEUDA LA CORRELATIVA '
              WSQ-PREVIA-FALTANTE
           DISPLAY 'DEL CURSO ' WSP-CURSO ' PERIODO ' WSP-PERIODO
           DISPLAY 'SE RECHAZA EL INGRESO DE NOTAS.'
           DISPLAY '**************************************'

           MOVE WSC-SIN-CORRELATIVA TO WSS-MOTIVO-RECHAZO
           MOVE WSC-0               TO LA-NRO-NOTA
           MOVE WSC-0               TO LA-VALOR-CRUDO

           PERFORM 236000-GRABAR-AUDITORIA-RECHAZO
              THRU 236000-GRABAR-AUDITORIA-RECHAZO-EXIT
           PERFORM 237000-IMPRIMIR-RECHAZO
              THRU 237000-IMPRIMIR-RECHAZO-EXIT

           ADD 1 TO WSA-CANT-RECHAZADOS.

       234000-RECHAZAR-CORRELATIVAS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 235000-RECHAZAR-NO-MATRICULADO: el alumno no figura en la *
      * matricula del curso y periodo de la corrida (o figura de  *

      *-----------------------------------------------------------*
      * 236000-GRABAR-AUDITORIA-RECHAZO: registra en AUDITORIA el *
      * rechazo de un alumno (por falta de matricula, previa      *
      * adeudada, cantidad de notas invalida o peso de nota       *
      * invalido), compartido por todos los casos. LA-NRO-NOTA y  *
      * LA-VALOR-CRUDO quedan a cargo de quien la invoca, para    *
      * que quede el valor que realmente causo el rechazo en      *
      * lugar de un cero fijo.                                    *
      *-----------------------------------------------------------*
       236000-GRABAR-AUDITORIA-RECHAZO.

