      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     AVANCE DE CARRERA Y CANDIDATOS AL EGRESO
      * Tectonics:   cobc
      *
      * PADRON sabe la carrera y el plan de cada alumno y MAESTRO
      * cada curso que aprobo, pero nada juntaba las dos cosas:
      * PROG06 lista la historia del alumno, no lo que le falta, y
      * el control de egreso se hacia a mano contra analiticos
      * impresos. Este programa recorre los alumnos activos de
      * PADRON y, para cada curso de su plan en PLANES (mantenido
      * por PROG20), informa en AVANCE si el curso esta APROBADO
      * (algun legajo aprobado en MAESTRO, cualquier periodo), EN
      * CURSO (inscripcion activa en MATRICULA para el periodo en
      * curso, que se toma del archivo AVANCEPAR) o PENDIENTE, con
      * el porcentaje de avance del alumno.
      *
      * El porcentaje se calcula sobre lo que el plan exige: todos
      * los cursos obligatorios mas la cantidad de electivos que
      * fija la cabecera del plan; los electivos aprobados por
      * encima de esa cantidad no suman. El alumno que cumple todo
      * lo exigido sale ademas en EGRESO, el listado de candidatos
      * al certificado de egreso, con su promedio sobre los cursos
      * del plan aprobados.
      *
      * Sin AVANCEPAR no hay periodo en curso y ningun curso sale
      * EN CURSO, pero el avance se emite igual. Sin PADRON, PLANES
      * o MAESTRO no hay nada que auditar.
      *
      * Modificaciones:
      * 15/10/2026 - El curso aprobado por final en mesa de examen
      *              (APROB.FINAL, grabado por PROG23) cuenta como
      *              APROBADO en el avance y en el egreso.
      * 15/10/2026 - El curso otorgado por equivalencia
      *              (EQUIVALENTE, grabado por PROG25) cuenta como
      *              APROBADO en el avance y en el egreso.
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      * 15/10/2026 - PAD-REC suma al final los datos de contacto del
      *              alumno (correo, domicilio, localidad y codigo
      *              postal) que mantiene PROG16 (registro de 180
      *              posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG21.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PADRON        ASSIGN TO "PADRON"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PAD-ID
                                 FILE STATUS IS WSY-ESTADO-PADRON.

           SELECT PLANES        ASSIGN TO "PLANES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PLA-CLAVE
                                 FILE STATUS IS WSG-ESTADO-PLANES.

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

           SELECT PARAMAVANCE   ASSIGN TO "AVANCEPAR"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSR-ESTADO-PARAM.

           SELECT AVANCE        ASSIGN TO "AVANCE"
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EGRESO        ASSIGN TO "EGRESO"
                                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

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

      *-----------------------------------------------------------*
      * Plan de estudios que mantiene PROG20: la cabecera del     *
      * plan (curso '000000') guarda los electivos exigidos en    *
      * lugar de anio y caracter.                                 *
      *-----------------------------------------------------------*
       FD  PLANES
           LABEL RECORD IS STANDARD.

       01  PLA-REC.
           05 PLA-CLAVE.
              10 PLA-CARRERA     PIC X(06).
              10 PLA-PLAN        PIC X(04).
              10 PLA-CURSO       PIC X(06).
           05 PLA-DATOS.
              10 PLA-ANIO        PIC 9(01).
              10 PLA-CARACTER    PIC X(01).
                 88 PLA-OBLIGATORIO      VALUE 'O'.
                 88 PLA-ELECTIVO         VALUE 'E'.
           05 PLA-DATOS-CABECERA REDEFINES PLA-DATOS.
              10 PLA-ELECTIVAS   PIC 9(02).
           05 PLA-ESTADO         PIC X(01).
              88 PLA-ACTIVO              VALUE 'A'.
              88 PLA-BAJA                VALUE 'B'.

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

       FD  PARAMAVANCE
           LABEL RECORD IS STANDARD.

       01  AVP-REC.
           05 AVP-PERIODO        PIC X(06).

       FD  AVANCE
           LABEL RECORD IS STANDARD.

       01  AVA-REC               PIC X(100).

       FD  EGRESO
           LABEL RECORD IS STANDARD.

       01  EGR-REC               PIC X(100).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-100              PIC 9(03)       VALUE 100.
          05 WSC-CURSO-CABECERA   PIC X(06)       VALUE '000000'.
          05 WSC-APROBADO         PIC X(11)       VALUE 'APROBADO'.
          05 WSC-APROB-FINAL      PIC X(11)       VALUE 'APROB.FINAL'.
          05 WSC-EQUIVALENTE      PIC X(11)       VALUE 'EQUIVALENTE'.
          05 WSC-OBLIGATORIO      PIC X(11)       VALUE 'OBLIGATORIO'.
          05 WSC-ELECTIVO         PIC X(11)       VALUE 'ELECTIVO'.
          05 WSC-SIT-APROBADO     PIC X(10)       VALUE 'APROBADO'.
          05 WSC-SIT-EN-CURSO     PIC X(10)       VALUE 'EN CURSO'.
          05 WSC-SIT-PENDIENTE    PIC X(10)       VALUE 'PENDIENTE'.

       01 SWITCHES.
          05 WSS-FIN-PADRON       PIC X(01)       VALUE 'N'.
             88 FIN-PADRON                        VALUE 'S'.
          05 WSS-FIN-PLAN         PIC X(01)       VALUE 'N'.
             88 FIN-PLAN                          VALUE 'S'.
             88 QUEDAN-CURSOS-PLAN                VALUE 'N'.
          05 WSS-FIN-LEGAJOS      PIC X(01)       VALUE 'N'.
             88 FIN-LEGAJOS                       VALUE 'S'.
             88 QUEDAN-LEGAJOS                    VALUE 'N'.
          05 WSS-SITUACION        PIC X(01)       VALUE 'P'.
             88 CURSO-APROBADO                    VALUE 'A'.
             88 CURSO-EN-CURSO                    VALUE 'C'.
             88 CURSO-PENDIENTE                   VALUE 'P'.
          05 WSS-CORRIDA          PIC X(01)       VALUE 'S'.
             88 CORRIDA-EXITOSA                   VALUE 'S'.
             88 CORRIDA-FALLIDA                   VALUE 'N'.

       01 CONTADORES.
          05 WSN-OBLIG-TOTAL      PIC 9(03).
          05 WSN-OBLIG-APROB      PIC 9(03).
          05 WSN-ELECT-APROB      PIC 9(03).
          05 WSN-ELECT-EXIGIDOS   PIC 9(02).
          05 WSN-ELECT-COMPUTADOS PIC 9(03).
          05 WSN-EN-CURSO         PIC 9(03).
          05 WSN-PENDIENTES       PIC 9(03).
          05 WSN-REQUERIDOS       PIC 9(03).
          05 WSN-CUMPLIDOS        PIC 9(03).
          05 WSN-CURSOS-APROB     PIC 9(03).

       01 ACUMULADORES.
          05 WSA-CANT-ALUMNOS     PIC 9(06)       VALUE 0.
          05 WSA-CANT-SIN-PLAN    PIC 9(06)       VALUE 0.
          05 WSA-CANT-CANDIDATOS  PIC 9(06)       VALUE 0.
          05 WSA-ACUM-NOTAS       PIC 9(05)V9(02).

       01 VARIABLES.
          05 WSV-PERIODO          PIC X(06)       VALUE SPACES.
          05 WSV-PORCENTAJE       PIC 9(03)V9(01).
          05 WSV-PROMEDIO         PIC 9(02)V9(02).
          05 WSV-PERIODO-APROB    PIC X(06).
          05 WSV-NOTA-APROB       PIC 9(02)V9(02).

       01 CONTROL-PADRON.
          05 WSY-ESTADO-PADRON    PIC X(02).

       01 CONTROL-PLANES.
          05 WSG-ESTADO-PLANES    PIC X(02).

       01 CONTROL-MAESTRO.
          05 WSE-ESTADO-MAESTRO   PIC X(02).

       01 CONTROL-MATRICULA.
          05 WSF-ESTADO-MATRICULA PIC X(02).
          05 WSF-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 MATRICULA-DISPONIBLE              VALUE 'S'.
             88 MATRICULA-NO-DISPONIBLE           VALUE 'N'.

       01 CONTROL-PARAM.
          05 WSR-ESTADO-PARAM     PIC X(02).

       01 WS-LINEA-TITULO.
          05 FILLER               PIC X(36)       VALUE
             'AVANCE DE CARRERA - PERIODO EN CURSO'.
          05 FILLER               PIC X(01)       VALUE SPACES.
          05 LT-PERIODO           PIC X(06).

       01 WS-LINEA-ALUMNO.
          05 FILLER               PIC X(07)       VALUE 'LEGAJO '.
          05 LA-ID                PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LA-NOMBRE            PIC X(30).
          05 FILLER               PIC X(10)       VALUE
             '  CARRERA '.
          05 LA-CARRERA           PIC X(06).
          05 FILLER               PIC X(07)       VALUE '  PLAN '.
          05 LA-PLAN              PIC X(04).

       01 WS-LINEA-CURSO.
          05 FILLER               PIC X(04)       VALUE SPACES.
          05 LC-ANIO              PIC 9(01).
          05 FILLER               PIC X(03)       VALUE SPACES.
          05 LC-CURSO             PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LC-CARACTER          PIC X(11).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LC-SITUACION         PIC X(10).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LC-PERIODO           PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LC-NOTA              PIC Z9,99.

       01 WS-LINEA-RESUMEN-ALUMNO.
          05 FILLER               PIC X(04)       VALUE SPACES.
          05 FILLER               PIC X(12)       VALUE
             'OBLIGATORIOS'.
          05 LR-OBLIG-APROB       PIC ZZ9.
          05 FILLER               PIC X(01)       VALUE '/'.
          05 LR-OBLIG-TOTAL       PIC ZZ9.
          05 FILLER               PIC X(12)       VALUE
             '  ELECTIVOS '.
          05 LR-ELECT-APROB       PIC ZZ9.
          05 FILLER               PIC X(01)       VALUE '/'.
          05 LR-ELECT-EXIGIDOS    PIC Z9.
          05 FILLER               PIC X(11)       VALUE
             '  EN CURSO '.
          05 LR-EN-CURSO          PIC ZZ9.
          05 FILLER               PIC X(13)       VALUE
             '  PENDIENTES '.
          05 LR-PENDIENTES        PIC ZZ9.
          05 FILLER               PIC X(09)       VALUE
             '  AVANCE '.
          05 LR-PORCENTAJE        PIC ZZ9,9.
          05 FILLER               PIC X(01)       VALUE '%'.

       01 WS-LINEA-SIN-PLAN.
          05 FILLER               PIC X(04)       VALUE SPACES.
          05 FILLER               PIC X(40)       VALUE
             'SIN PLAN DE ESTUDIOS CARGADO EN PLANES'.

       01 WS-LINEA-TOTALES.
          05 FILLER               PIC X(18)       VALUE
             'ALUMNOS ACTIVOS:  '.
          05 LF-CANT-ALUMNOS      PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 FILLER               PIC X(10)       VALUE 'SIN PLAN: '.
          05 LF-CANT-SIN-PLAN     PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 FILLER               PIC X(12)       VALUE
             'CANDIDATOS: '.
          05 LF-CANT-CANDIDATOS   PIC ZZZZZ9.

       01 WS-LINEA-EGRESO-TITULO.
          05 FILLER               PIC X(40)       VALUE
             'CANDIDATOS AL CERTIFICADO DE EGRESO'.

       01 WS-LINEA-EGRESO-COLUMNAS.
          05 FILLER               PIC X(08)       VALUE 'LEGAJO'.
          05 FILLER               PIC X(32)       VALUE 'ALUMNO'.
          05 FILLER               PIC X(12)       VALUE 'DOCUMENTO'.
          05 FILLER               PIC X(08)       VALUE 'CARRERA'.
          05 FILLER               PIC X(06)       VALUE 'PLAN'.
          05 FILLER               PIC X(08)       VALUE 'CURSOS'.
          05 FILLER               PIC X(08)       VALUE 'PROMEDIO'.

       01 WS-LINEA-EGRESO.
          05 LE-ID                PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LE-NOMBRE            PIC X(30).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LE-DOCUMENTO         PIC X(10).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LE-CARRERA           PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LE-PLAN              PIC X(04).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LE-CURSOS            PIC ZZ9.
          05 FILLER               PIC X(05)       VALUE SPACES.
          05 LE-PROMEDIO          PIC Z9,99.

       01 WS-LINEA-EGRESO-PIE.
          05 FILLER               PIC X(22)       VALUE
             'CANDIDATOS AL EGRESO: '.
          05 LP-CANT-CANDIDATOS   PIC ZZZZZ9.

       01 WS-LINEA-BLANCO         PIC X(01)       VALUE SPACES.


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 100000-INICIO     THRU 100000-INICIO-EXIT
           PERFORM 200000-PROCESO    THRU 200000-PROCESO-EXIT
           PERFORM 300000-FINAL      THRU 300000-FINAL-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 100000-INICIO: toma el periodo en curso de AVANCEPAR,      *
      * abre los maestros y los listados y posiciona PADRON en el  *
      * primer alumno. MATRICULA es opcional: sin ella ningun      *
      * curso sale EN CURSO.                                       *
      *-----------------------------------------------------------*
       100000-INICIO.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   AVANCE DE CARRERA'
           DISPLAY 'Programme: PROG21'
           DISPLAY '**************************************'

           OPEN OUTPUT AVANCE
           OPEN OUTPUT EGRESO

           PERFORM 110000-LEER-PARAMETRO
              THRU 110000-LEER-PARAMETRO-EXIT

           MOVE WSV-PERIODO TO LT-PERIODO
           WRITE AVA-REC FROM WS-LINEA-TITULO
           WRITE AVA-REC FROM WS-LINEA-BLANCO

           WRITE EGR-REC FROM WS-LINEA-EGRESO-TITULO
           WRITE EGR-REC FROM WS-LINEA-BLANCO
           WRITE EGR-REC FROM WS-LINEA-EGRESO-COLUMNAS

           OPEN INPUT PADRON

           IF WSY-ESTADO-PADRON NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL PADRON DE ALUMNOS.'
              DISPLAY 'NO HAY ALUMNOS QUE AUDITAR.'
              SET FIN-PADRON      TO TRUE
              SET CORRIDA-FALLIDA TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           OPEN INPUT PLANES

           IF WSG-ESTADO-PLANES NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL MAESTRO DE PLANES.'
              DISPLAY 'NO HAY PLANES CONTRA LOS QUE AUDITAR.'
              CLOSE PADRON
              SET FIN-PADRON      TO TRUE
              SET CORRIDA-FALLIDA TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           OPEN INPUT MAESTRO

           IF WSE-ESTADO-MAESTRO NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL MAESTRO DE NOTAS.'
              DISPLAY 'NO HAY LEGAJOS QUE AUDITAR.'
              CLOSE PADRON
              CLOSE PLANES
              SET FIN-PADRON      TO TRUE
              SET CORRIDA-FALLIDA TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           OPEN INPUT MATRICULA

           IF WSF-ESTADO-MATRICULA = '00'
              SET MATRICULA-DISPONIBLE TO TRUE
           ELSE
              SET MATRICULA-NO-DISPONIBLE TO TRUE
              DISPLAY 'NO SE ENCONTRO EL MAESTRO DE MATRICULA:'
              DISPLAY 'NINGUN CURSO SE INFORMA EN CURSO.'
           END-IF

           MOVE LOW-VALUES TO PAD-ID

           START PADRON KEY NOT < PAD-ID
               INVALID KEY
                  SET FIN-PADRON TO TRUE
           END-START.

       100000-INICIO-EXIT.
           EXIT.

       110000-LEER-PARAMETRO.

           OPEN INPUT PARAMAVANCE

           IF WSR-ESTADO-PARAM NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL ARCHIVO AVANCEPAR:'
              DISPLAY 'NINGUN CURSO SE INFORMA EN CURSO.'
              GO TO 110000-LEER-PARAMETRO-EXIT
           END-IF

           READ PARAMAVANCE
               AT END
                  DISPLAY 'AVANCEPAR ESTA VACIO: NINGUN CURSO SE'
                  DISPLAY 'INFORMA EN CURSO.'
               NOT AT END
                  MOVE AVP-PERIODO TO WSV-PERIODO
                  DISPLAY 'PERIODO EN CURSO ' WSV-PERIODO
           END-READ

           CLOSE PARAMAVANCE.

       110000-LEER-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 200000-PROCESO: pasada completa por PADRON auditando cada  *
      * alumno activo contra su plan; los dados de baja no se      *
      * informan.                                                  *
      *-----------------------------------------------------------*
       200000-PROCESO.

           PERFORM 210000-LEER-ALUMNO
              THRU 210000-LEER-ALUMNO-EXIT
               UNTIL FIN-PADRON.

       200000-PROCESO-EXIT.
           EXIT.

       210000-LEER-ALUMNO.

           READ PADRON NEXT
               AT END
                  SET FIN-PADRON TO TRUE
               NOT AT END
                  IF PAD-ACTIVO
                     ADD WSC-1 TO WSA-CANT-ALUMNOS
                     PERFORM 220000-AUDITAR-ALUMNO
                        THRU 220000-AUDITAR-ALUMNO-EXIT
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSY-ESTADO-PADRON NOT = '00'
              AND WSY-ESTADO-PADRON NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN PADRON (ESTADO '
                 WSY-ESTADO-PADRON ')'
              SET FIN-PADRON TO TRUE
           END-IF.

       210000-LEER-ALUMNO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-AUDITAR-ALUMNO: recorre los cursos del plan del     *
      * alumno (la clave de PLANES arranca por carrera+plan, asi   *
      * que quedan contiguos) clasificando cada uno, y cierra el   *
      * bloque con el resumen y el porcentaje de avance. El que    *
      * cumple todo lo exigido pasa al listado de egreso.          *
      *-----------------------------------------------------------*
       220000-AUDITAR-ALUMNO.

           MOVE ZEROS TO CONTADORES
           MOVE ZEROS TO WSA-ACUM-NOTAS

           MOVE PAD-ID      TO LA-ID
           MOVE PAD-NOMBRE  TO LA-NOMBRE
           MOVE PAD-CARRERA TO LA-CARRERA
           MOVE PAD-PLAN    TO LA-PLAN
           WRITE AVA-REC FROM WS-LINEA-ALUMNO

           SET QUEDAN-CURSOS-PLAN TO TRUE
           MOVE PAD-CARRERA TO PLA-CARRERA
           MOVE PAD-PLAN    TO PLA-PLAN
           MOVE LOW-VALUES  TO PLA-CURSO

           START PLANES KEY NOT < PLA-CLAVE
               INVALID KEY
                  SET FIN-PLAN TO TRUE
           END-START

           PERFORM 230000-LEER-CURSO-PLAN
              THRU 230000-LEER-CURSO-PLAN-EXIT
               UNTIL FIN-PLAN

           COMPUTE WSN-REQUERIDOS =
              WSN-OBLIG-TOTAL + WSN-ELECT-EXIGIDOS

           IF WSN-REQUERIDOS = WSC-0
              ADD WSC-1 TO WSA-CANT-SIN-PLAN
              WRITE AVA-REC FROM WS-LINEA-SIN-PLAN
              WRITE AVA-REC FROM WS-LINEA-BLANCO
              GO TO 220000-AUDITAR-ALUMNO-EXIT
           END-IF

      * Los electivos aprobados por encima de los exigidos no
      * suman al avance: el plan pide una cantidad, no todos.
           IF WSN-ELECT-APROB > WSN-ELECT-EXIGIDOS
              MOVE WSN-ELECT-EXIGIDOS TO WSN-ELECT-COMPUTADOS
           ELSE
              MOVE WSN-ELECT-APROB    TO WSN-ELECT-COMPUTADOS
           END-IF

           COMPUTE WSN-CUMPLIDOS =
              WSN-OBLIG-APROB + WSN-ELECT-COMPUTADOS

           COMPUTE WSV-PORCENTAJE ROUNDED =
              WSN-CUMPLIDOS * WSC-100 / WSN-REQUERIDOS

           MOVE WSN-OBLIG-APROB    TO LR-OBLIG-APROB
           MOVE WSN-OBLIG-TOTAL    TO LR-OBLIG-TOTAL
           MOVE WSN-ELECT-APROB    TO LR-ELECT-APROB
           MOVE WSN-ELECT-EXIGIDOS TO LR-ELECT-EXIGIDOS
           MOVE WSN-EN-CURSO       TO LR-EN-CURSO
           MOVE WSN-PENDIENTES     TO LR-PENDIENTES
           MOVE WSV-PORCENTAJE     TO LR-PORCENTAJE
           WRITE AVA-REC FROM WS-LINEA-RESUMEN-ALUMNO
           WRITE AVA-REC FROM WS-LINEA-BLANCO

           IF WSN-CUMPLIDOS = WSN-REQUERIDOS
              PERFORM 260000-GRABAR-CANDIDATO
                 THRU 260000-GRABAR-CANDIDATO-EXIT
           END-IF.

       220000-AUDITAR-ALUMNO-EXIT.
           EXIT.

       230000-LEER-CURSO-PLAN.

           READ PLANES NEXT
               AT END
                  SET FIN-PLAN TO TRUE
               NOT AT END
                  IF PLA-CARRERA NOT = PAD-CARRERA
                     OR PLA-PLAN NOT = PAD-PLAN
                     SET FIN-PLAN TO TRUE
                  ELSE
                     IF PLA-ACTIVO
                        IF PLA-CURSO = WSC-CURSO-CABECERA
                           MOVE PLA-ELECTIVAS TO WSN-ELECT-EXIGIDOS
                        ELSE
                           PERFORM 240000-CLASIFICAR-CURSO
                              THRU 240000-CLASIFICAR-CURSO-EXIT
                        END-IF
                     END-IF
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSG-ESTADO-PLANES NOT = '00'
              AND WSG-ESTADO-PLANES NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN PLANES (ESTADO '
                 WSG-ESTADO-PLANES ')'
              SET FIN-PLAN TO TRUE
           END-IF.

       230000-LEER-CURSO-PLAN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 240000-CLASIFICAR-CURSO: un curso del plan esta APROBADO   *
      * si algun legajo del alumno en MAESTRO lo aprobo; si no, EN *
      * CURSO si el alumno tiene inscripcion activa en MATRICULA   *
      * para el periodo en curso; si no, PENDIENTE. Imprime el     *
      * renglon del curso y suma a los contadores del alumno.      *
      *-----------------------------------------------------------*
       240000-CLASIFICAR-CURSO.

           SET CURSO-PENDIENTE TO TRUE
           MOVE SPACES TO WSV-PERIODO-APROB
           MOVE ZEROS  TO WSV-NOTA-APROB

           PERFORM 250000-BUSCAR-APROBACION
              THRU 250000-BUSCAR-APROBACION-EXIT

           IF CURSO-PENDIENTE
              PERFORM 255000-BUSCAR-INSCRIPCION
                 THRU 255000-BUSCAR-INSCRIPCION-EXIT
           END-IF

           MOVE SPACES       TO WS-LINEA-CURSO
           MOVE PLA-ANIO     TO LC-ANIO
           MOVE PLA-CURSO    TO LC-CURSO

           IF PLA-OBLIGATORIO
              MOVE WSC-OBLIGATORIO TO LC-CARACTER
              ADD WSC-1 TO WSN-OBLIG-TOTAL
           ELSE
              MOVE WSC-ELECTIVO    TO LC-CARACTER
           END-IF

           IF CURSO-APROBADO
              MOVE WSC-SIT-APROBADO  TO LC-SITUACION
              MOVE WSV-PERIODO-APROB TO LC-PERIODO
              MOVE WSV-NOTA-APROB    TO LC-NOTA
              ADD WSC-1              TO WSN-CURSOS-APROB
              ADD WSV-NOTA-APROB     TO WSA-ACUM-NOTAS
              IF PLA-OBLIGATORIO
                 ADD WSC-1 TO WSN-OBLIG-APROB
              ELSE
                 ADD WSC-1 TO WSN-ELECT-APROB
              END-IF
           ELSE
              IF CURSO-EN-CURSO
                 MOVE WSC-SIT-EN-CURSO  TO LC-SITUACION
                 MOVE WSV-PERIODO       TO LC-PERIODO
                 ADD WSC-1 TO WSN-EN-CURSO
              ELSE
                 MOVE WSC-SIT-PENDIENTE TO LC-SITUACION
                 ADD WSC-1 TO WSN-PENDIENTES
              END-IF
           END-IF

           WRITE AVA-REC FROM WS-LINEA-CURSO.

       240000-CLASIFICAR-CURSO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 250000-BUSCAR-APROBACION: recorre los legajos del alumno   *
      * en el curso (la clave de MAESTRO es alumno+curso+periodo,  *
      * asi que quedan contiguos) buscando uno aprobado; guarda el *
      * periodo y la nota del primero que encuentra.               *
      *-----------------------------------------------------------*
       250000-BUSCAR-APROBACION.

           SET QUEDAN-LEGAJOS TO TRUE
           MOVE PAD-ID     TO MAE-ID
           MOVE PLA-CURSO  TO MAE-CURSO
           MOVE LOW-VALUES TO MAE-PERIODO

           START MAESTRO KEY NOT < MAE-CLAVE
               INVALID KEY
                  SET FIN-LEGAJOS TO TRUE
           END-START

           PERFORM 251000-LEER-LEGAJO
              THRU 251000-LEER-LEGAJO-EXIT
               UNTIL FIN-LEGAJOS.

       250000-BUSCAR-APROBACION-EXIT.
           EXIT.

       251000-LEER-LEGAJO.

           READ MAESTRO NEXT
               AT END
                  SET FIN-LEGAJOS TO TRUE
               NOT AT END
                  IF MAE-ID NOT = PAD-ID
                     OR MAE-CURSO NOT = PLA-CURSO
                     SET FIN-LEGAJOS TO TRUE
                  ELSE
                     IF MAE-ESTADO = WSC-APROBADO
                        OR MAE-ESTADO = WSC-APROB-FINAL
                        OR MAE-ESTADO = WSC-EQUIVALENTE
                        SET CURSO-APROBADO TO TRUE
                        SET FIN-LEGAJOS    TO TRUE
                        MOVE MAE-PERIODO   TO WSV-PERIODO-APROB
                        MOVE MAE-PROMEDIO  TO WSV-NOTA-APROB
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

       251000-LEER-LEGAJO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 255000-BUSCAR-INSCRIPCION: el curso no aprobado esta EN    *
      * CURSO si el alumno tiene inscripcion activa en MATRICULA   *
      * para el curso y el periodo en curso.                       *
      *-----------------------------------------------------------*
       255000-BUSCAR-INSCRIPCION.

           IF MATRICULA-NO-DISPONIBLE
              OR WSV-PERIODO = SPACES
              GO TO 255000-BUSCAR-INSCRIPCION-EXIT
           END-IF

           MOVE PAD-ID      TO MAT-ID
           MOVE PLA-CURSO   TO MAT-CURSO
           MOVE WSV-PERIODO TO MAT-PERIODO

           READ MATRICULA
               INVALID KEY
                  GO TO 255000-BUSCAR-INSCRIPCION-EXIT
           END-READ

           IF WSF-ESTADO-MATRICULA = '00'
              AND MAT-ACTIVO
              SET CURSO-EN-CURSO TO TRUE
           END-IF.

       255000-BUSCAR-INSCRIPCION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 260000-GRABAR-CANDIDATO: renglon del listado de egreso con *
      * el promedio del alumno sobre los cursos del plan que tiene *
      * aprobados.                                                 *
      *-----------------------------------------------------------*
       260000-GRABAR-CANDIDATO.

           ADD WSC-1 TO WSA-CANT-CANDIDATOS

           MOVE ZEROS TO WSV-PROMEDIO

           IF WSN-CURSOS-APROB > WSC-0
              COMPUTE WSV-PROMEDIO ROUNDED =
                 WSA-ACUM-NOTAS / WSN-CURSOS-APROB
           END-IF

           MOVE PAD-ID           TO LE-ID
           MOVE PAD-NOMBRE       TO LE-NOMBRE
           MOVE PAD-DOCUMENTO    TO LE-DOCUMENTO
           MOVE PAD-CARRERA      TO LE-CARRERA
           MOVE PAD-PLAN         TO LE-PLAN
           MOVE WSN-CURSOS-APROB TO LE-CURSOS
           MOVE WSV-PROMEDIO     TO LE-PROMEDIO

           WRITE EGR-REC FROM WS-LINEA-EGRESO.

       260000-GRABAR-CANDIDATO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 300000-FINAL: graba los totales de ambos listados, los     *
      * muestra por consola y cierra los archivos.                 *
      *-----------------------------------------------------------*
       300000-FINAL.

           MOVE WSA-CANT-ALUMNOS    TO LF-CANT-ALUMNOS
           MOVE WSA-CANT-SIN-PLAN   TO LF-CANT-SIN-PLAN
           MOVE WSA-CANT-CANDIDATOS TO LF-CANT-CANDIDATOS
           WRITE AVA-REC FROM WS-LINEA-TOTALES

           MOVE WSA-CANT-CANDIDATOS TO LP-CANT-CANDIDATOS
           WRITE EGR-REC FROM WS-LINEA-BLANCO
           WRITE EGR-REC FROM WS-LINEA-EGRESO-PIE

           DISPLAY '**************************************'
           DISPLAY 'ALUMNOS ACTIVOS:      ' LF-CANT-ALUMNOS
           DISPLAY 'SIN PLAN DE ESTUDIOS: ' LF-CANT-SIN-PLAN
           DISPLAY 'CANDIDATOS AL EGRESO: ' LF-CANT-CANDIDATOS
           DISPLAY '**************************************'

           IF CORRIDA-FALLIDA
              GO TO 300000-FINAL-SALIR
           END-IF

           CLOSE PADRON
           CLOSE PLANES
           CLOSE MAESTRO
           IF MATRICULA-DISPONIBLE
              CLOSE MATRICULA
           END-IF.

       300000-FINAL-SALIR.

           CLOSE AVANCE
           CLOSE EGRESO.

       300000-FINAL-EXIT.
           EXIT.

       END-RUN.
