      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     COMPARATIVO DE COMISIONES POR CURSO Y PERIODO
      * Tectonics:   cobc
      *
      * Los cursos grandes se dictan en varias comisiones y PROG17
      * funde sus archivos en un unico ALUMNOS-curso; el REPORTE de
      * PROG02-08-ME da un solo resumen para todo el curso y la
      * comision academica no puede ver si una catedra desaprueba
      * a la mitad de sus alumnos y otra a casi nadie. Este
      * programa toma cada curso+periodo de PARAMETRO (los
      * registros en modo recuperatorio se saltean: el
      * recuperatorio no pasa por la fusion) y arma en COMPARACOM
      * un bloque por comision con:
      *
      *    INSCRIPTOS    alumnos que la comision mando a la fusion
      *                  (ORIGEN-curso que emite PROG17)
      *    CALIFICADOS   legajos del curso+periodo en MAESTRO
      *    SIN CALIFICAR inscriptos sin legajo (los rechazados de
      *                  la carga)
      *    APROBADOS, DESAPROBADOS y LIBRES segun la condicion del
      *                  legajo, el promedio de notas de los
      *                  calificados y el promedio de asistencia
      *                  (ASISTENCIA-curso) de sus alumnos
      *
      * y al pie los totales del curso, con un renglon armado con
      * los mismos rotulos que el resumen de REPORTE para cotejarlo
      * renglon contra renglon: aprobados, desaprobados, promedio
      * del curso, rechazados (los sin calificar) y libres.
      *
      * La comision de cada legajo es MAE-COMISION, que graba
      * PROG02-08-ME. Los legajos sin comision (curso de un solo
      * archivo, o grabados antes de que existiera el campo) salen
      * en un bloque SIN COMISION. Los legajos por equivalencia
      * (PROG25) no provienen de la carga de notas y no se cuentan.
      * El legajo que despues aprobo el final en mesa (APROB.FINAL,
      * PROG23) desaprobo la cursada y se cuenta como desaprobado,
      * con el mismo criterio que el acta de cursada de PROG07,
      * pero su promedio ya es la nota del final: la cantidad de
      * esos legajos se informa al pie, porque mientras haya alguno
      * el promedio no concilia con el de REPORTE. Lo mismo vale
      * para un recuperatorio o una rectificacion posteriores a la
      * carga: el comparativo refleja el MAESTRO del dia.
      *
      * Modificaciones:
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG30.

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

           SELECT PARAMETRO     ASSIGN TO "PARAMETRO"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSR-ESTADO-PARAMETRO.

           SELECT ORIGEN        ASSIGN TO DYNAMIC
                                 WS-ARCHIVO-ORIGEN
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSO-ESTADO-ORIGEN.

           SELECT ASISTENCIA    ASSIGN TO DYNAMIC
                                 WS-ARCHIVO-ASISTENCIA
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSX-ESTADO-ASIST.

           SELECT COMPARATIVO   ASSIGN TO "COMPARACOM"
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

       FD  PARAMETRO
           LABEL RECORD IS STANDARD.

       01  PAR-REC.
           05 PAR-CURSO          PIC X(06).
           05 PAR-PERIODO        PIC X(06).
           05 PAR-NOTA-CORTE     PIC 9(02)V9(02).
           05 PAR-MODO           PIC X(01).
              88 PAR-MODO-NORMAL        VALUE 'N'.
              88 PAR-MODO-RECUPERATORIO VALUE 'R'.
           05 PAR-ASIST-MINIMA   PIC 9(03).

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

      *-----------------------------------------------------------*
      * Asistencia del curso: un registro por alumno con las      *
      * clases dictadas y las asistidas (mismo archivo que usa    *
      * PROG02-08-ME para la condicion LIBRE).                    *
      *-----------------------------------------------------------*
       FD  ASISTENCIA
           LABEL RECORD IS STANDARD.

       01  ASI-REC.
           05 ASI-ID             PIC X(06).
           05 ASI-CLASES-DICT    PIC 9(03).
           05 ASI-CLASES-ASIST   PIC 9(03).

       FD  COMPARATIVO
           LABEL RECORD IS STANDARD.

       01  CMP-REC               PIC X(100).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-100              PIC 9(03)       VALUE 100.
          05 WSC-MAX-ALUMNOS      PIC 9(04)       VALUE 2000.
          05 WSC-MAX-COMISIONES   PIC 9(03)       VALUE 100.
          05 WSC-APROBADO         PIC X(11)       VALUE 'APROBADO'.
          05 WSC-DESAPROBADO      PIC X(11)       VALUE 'DESAPROBADO'.
          05 WSC-LIBRE            PIC X(11)       VALUE 'LIBRE'.
          05 WSC-APROB-FINAL      PIC X(11)       VALUE 'APROB.FINAL'.
          05 WSC-EQUIVALENTE      PIC X(11)       VALUE 'EQUIVALENTE'.
          05 WSC-NO-DISPONIBLE    PIC X(06)       VALUE '   N/D'.

       01 SWITCHES.
          05 WSS-FIN-MAESTRO      PIC X(01)       VALUE 'N'.
             88 FIN-MAESTRO                       VALUE 'S'.
             88 QUEDAN-MAESTROS                   VALUE 'N'.
          05 WSS-FIN-PARAMETRO    PIC X(01)       VALUE 'N'.
             88 FIN-PARAMETRO                     VALUE 'S'.
             88 QUEDAN-PARAMETROS                 VALUE 'N'.
          05 WSS-APERTURA-PARAM   PIC X(01)       VALUE 'N'.
             88 PARAMETRO-ABIERTO                 VALUE 'S'.
             88 PARAMETRO-NO-ABIERTO              VALUE 'N'.
          05 WSS-FIN-ORIGEN       PIC X(01)       VALUE 'N'.
             88 FIN-ORIGEN                        VALUE 'S'.
             88 QUEDAN-ORIGENES                   VALUE 'N'.
          05 WSS-FIN-ASISTENCIA   PIC X(01)       VALUE 'N'.
             88 FIN-ASISTENCIA                    VALUE 'S'.
             88 QUEDAN-ASISTENCIAS                VALUE 'N'.
          05 WSS-BUSQUEDA-ALUMNO  PIC X(01)       VALUE 'N'.
             88 ALUMNO-HALLADO                    VALUE 'S'.
             88 ALUMNO-NO-HALLADO                 VALUE 'N'.
          05 WSS-BUSQUEDA-COM     PIC X(01)       VALUE 'N'.
             88 COMISION-HALLADA                  VALUE 'S'.
             88 COMISION-NO-HALLADA               VALUE 'N'.
          05 WSS-INSERCION        PIC X(01)       VALUE 'N'.
             88 COMISION-COLOCADA                 VALUE 'S'.
             88 COMISION-SIN-COLOCAR              VALUE 'N'.

       01 INDICES.
          05 WSI-A                PIC 9(04).
          05 WSI-C                PIC 9(03).
          05 WSI-K                PIC 9(03).

       01 VARIABLES.
          05 WSV-CODIGO           PIC X(02).
          05 WSV-ARCHIVO          PIC X(26).
          05 WSV-PORCENTAJE       PIC 9(03)V9(02).
          05 WSV-PROMEDIO         PIC 9(02)V9(02).
          05 WSV-ASIST-PROMEDIO   PIC 9(03)V9(02).
          05 WSV-SIN-CALIFICAR    PIC 9(04).

       01 PARAMETROS-CURSO.
          05 WSP-CURSO            PIC X(06).
          05 WSP-PERIODO          PIC X(06).
          05 WSP-MODO             PIC X(01).
             88 WSP-MODO-RECUPERATORIO VALUE 'R'.

       01 WS-ARCHIVO-ORIGEN       PIC X(20)       VALUE 'ORIGEN'.
       01 WS-ARCHIVO-ASISTENCIA   PIC X(20)       VALUE 'ASISTENCIA'.

       01 CONTROL-MAESTRO.
          05 WSE-ESTADO-MAESTRO   PIC X(02).

       01 CONTROL-PARAMETRO.
          05 WSR-ESTADO-PARAMETRO PIC X(02).

       01 CONTROL-ORIGEN.
          05 WSO-ESTADO-ORIGEN    PIC X(02).

       01 CONTROL-ASISTENCIA.
          05 WSX-ESTADO-ASIST     PIC X(02).

      *-----------------------------------------------------------*
      * Alumnos del curso con su comision de origen, cargados     *
      * desde ORIGEN-curso; la asistencia de cada alumno se       *
      * imputa a su comision buscandolo en esta tabla.            *
      *-----------------------------------------------------------*
       01 TABLA-ALUMNOS.
          05 TAL-CANT             PIC 9(04)       VALUE 0.
          05 TAL-ALUMNO           OCCURS 2000 TIMES.
             10 TAL-ID            PIC X(06).
             10 TAL-COMISION      PIC X(02).

      *-----------------------------------------------------------*
      * Acumuladores por comision, en orden ascendente de numero  *
      * de comision por insercion; la comision en blanco (legajos *
      * sin comision) ordena primero.                             *
      *-----------------------------------------------------------*
       01 TABLA-COMISIONES.
          05 TCM-CANT             PIC 9(03)       VALUE 0.
          05 TCM-COMISION         OCCURS 100 TIMES.
             10 TCM-CODIGO        PIC X(02).
             10 TCM-ARCHIVO       PIC X(26).
             10 TCM-ACUMULADORES.
                15 TCM-INSCRIPTOS  PIC 9(04).
                15 TCM-CALIFICADOS PIC 9(04).
                15 TCM-APROBADOS   PIC 9(04).
                15 TCM-DESAPROB    PIC 9(04).
                15 TCM-LIBRES      PIC 9(04).
                15 TCM-POST-MESA   PIC 9(04).
                15 TCM-ACUM-NOTAS  PIC 9(06)V9(02).
                15 TCM-CON-ASIST   PIC 9(04).
                15 TCM-ACUM-ASIST  PIC 9(07)V9(02).

       01 COMISION-NUEVA.
          05 CN-CODIGO            PIC X(02).
          05 CN-ARCHIVO           PIC X(26).
          05 CN-ACUMULADORES.
             10 CN-INSCRIPTOS     PIC 9(04).
             10 CN-CALIFICADOS    PIC 9(04).
             10 CN-APROBADOS      PIC 9(04).
             10 CN-DESAPROB       PIC 9(04).
             10 CN-LIBRES         PIC 9(04).
             10 CN-POST-MESA      PIC 9(04).
             10 CN-ACUM-NOTAS     PIC 9(06)V9(02).
             10 CN-CON-ASIST      PIC 9(04).
             10 CN-ACUM-ASIST     PIC 9(07)V9(02).

      *-----------------------------------------------------------*
      * Totales del curso: la suma de los bloques de comision.    *
      *-----------------------------------------------------------*
       01 TOTALES-CURSO.
          05 WST-INSCRIPTOS       PIC 9(04).
          05 WST-CALIFICADOS      PIC 9(04).
          05 WST-APROBADOS        PIC 9(04).
          05 WST-DESAPROB         PIC 9(04).
          05 WST-LIBRES           PIC 9(04).
          05 WST-POST-MESA        PIC 9(04).
          05 WST-ACUM-NOTAS       PIC 9(06)V9(02).
          05 WST-CON-ASIST        PIC 9(04).
          05 WST-ACUM-ASIST       PIC 9(07)V9(02).
          05 WST-SIN-CALIFICAR    PIC 9(04).

       77 WSM-PROMEDIO            PIC Z9,99.
       77 WSM-PORCENTAJE          PIC ZZ9,99.

       01 WS-LINEA-CURSO.
          05 FILLER               PIC X(06)       VALUE 'CURSO '.
          05 LB-CURSO             PIC X(06).
          05 FILLER               PIC X(09)       VALUE ' PERIODO '.
          05 LB-PERIODO           PIC X(06).
          05 FILLER               PIC X(32)       VALUE
             '  COMPARATIVO POR COMISION'.

       01 WS-LINEA-COMISION.
          05 LU-ETIQUETA          PIC X(13).
          05 LU-CODIGO            PIC X(02).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LU-ETQ-ARCHIVO       PIC X(09).
          05 LU-ARCHIVO           PIC X(26).

       01 WS-LINEA-CANTIDADES.
          05 FILLER               PIC X(04)       VALUE SPACES.
          05 LQ-ETQ-1             PIC X(15).
          05 LQ-VALOR-1           PIC ZZZ9.
          05 FILLER               PIC X(04)       VALUE SPACES.
          05 LQ-ETQ-2             PIC X(15).
          05 LQ-VALOR-2           PIC ZZZ9.
          05 FILLER               PIC X(04)       VALUE SPACES.
          05 LQ-ETQ-3             PIC X(15).
          05 LQ-VALOR-3           PIC ZZZ9.

       01 WS-LINEA-PROMEDIOS.
          05 FILLER               PIC X(04)       VALUE SPACES.
          05 FILLER               PIC X(15)       VALUE
             'PROMEDIO NOTAS '.
          05 LP-PROMEDIO          PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 FILLER               PIC X(15)       VALUE
             'ASISTENCIA %   '.
          05 LP-ASISTENCIA        PIC X(06).

      *-----------------------------------------------------------*
      * Renglon de cotejo: mismos rotulos y mascaras que el       *
      * renglon resumen de REPORTE de PROG02-08-ME.               *
      *-----------------------------------------------------------*
       01 WS-LINEA-RESUMEN.
          05 LR-ETQ-APROBADOS     PIC X(20)       VALUE
             'ALUMNOS APROBADOS: '.
          05 LR-CANT-APROBADOS    PIC ZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-ETQ-DESAPROB      PIC X(22)       VALUE
             'ALUMNOS DESAPROBADOS: '.
          05 LR-CANT-DESAPROB     PIC ZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-ETQ-PROMEDIO      PIC X(16)       VALUE
             'PROMEDIO CURSO: '.
          05 LR-PROMEDIO-CLASE    PIC Z9,99.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-ETQ-RECHAZADOS    PIC X(12)       VALUE
             'RECHAZADOS: '.
          05 LR-CANT-RECHAZADOS   PIC ZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-ETQ-LIBRES        PIC X(08)       VALUE
             'LIBRES: '.
          05 LR-CANT-LIBRES       PIC ZZZ9.

       01 WS-LINEA-COTEJO         PIC X(60)       VALUE
          'COTEJO CONTRA EL RESUMEN DE REPORTE:'.

       01 WS-LINEA-POST-MESA.
          05 FILLER               PIC X(44)       VALUE
             'LEGAJOS APROBADOS LUEGO EN MESA DE FINAL:   '.
          05 LM-CANT-POST-MESA    PIC ZZZ9.
          05 FILLER               PIC X(34)       VALUE
             ' (EL PROMEDIO NO CONCILIA)'.

       01 WS-LINEA-BLANCO         PIC X(01)       VALUE SPACES.


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 010000-INICIO-CORRIDA
              THRU 010000-INICIO-CORRIDA-EXIT
           PERFORM 050000-INFORMAR-CURSO
              THRU 050000-INFORMAR-CURSO-EXIT
                UNTIL FIN-PARAMETRO
           PERFORM 090000-FINAL-CORRIDA
              THRU 090000-FINAL-CORRIDA-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 010000-INICIO-CORRIDA: abre el maestro de notas y el      *
      * comparativo, que sirven a todos los cursos de la corrida, *
      * y deja cargado el primer curso de PARAMETRO.              *
      *-----------------------------------------------------------*
       010000-INICIO-CORRIDA.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   COMPARATIVO DE COMISIONES'
           DISPLAY 'Programme: PROG30'
           DISPLAY '**************************************'

           OPEN OUTPUT COMPARATIVO

           OPEN INPUT MAESTRO

           IF WSE-ESTADO-MAESTRO NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL MAESTRO DE NOTAS.'
              DISPLAY 'NO HAY COMISIONES QUE COMPARAR.'
              SET FIN-PARAMETRO TO TRUE
              GO TO 010000-INICIO-CORRIDA-EXIT
           END-IF

           PERFORM 120000-ABRIR-PARAMETRO
              THRU 120000-ABRIR-PARAMETRO-EXIT.

       010000-INICIO-CORRIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 050000-INFORMAR-CURSO: comparativo del curso+periodo      *
      * vigente de PARAMETRO: se cargan las comisiones y sus      *
      * inscriptos de ORIGEN-curso, la asistencia de              *
      * ASISTENCIA-curso, una pasada por MAESTRO acumula los      *
      * legajos y se graba el informe. El registro en modo        *
      * recuperatorio se saltea.                                  *
      *-----------------------------------------------------------*
       050000-INFORMAR-CURSO.

           IF NOT WSP-MODO-RECUPERATORIO
              PERFORM 060000-COMPARAR-CURSO
                 THRU 060000-COMPARAR-CURSO-EXIT
           END-IF

           PERFORM 125000-LEER-PARAMETRO
              THRU 125000-LEER-PARAMETRO-EXIT.

       050000-INFORMAR-CURSO-EXIT.
           EXIT.

       060000-COMPARAR-CURSO.

           PERFORM 051000-INICIALIZAR-CURSO
              THRU 051000-INICIALIZAR-CURSO-EXIT

           DISPLAY 'SE COMPARA EL CURSO ' WSP-CURSO
              ' PERIODO ' WSP-PERIODO

           PERFORM 055000-RESOLVER-ARCHIVOS
              THRU 055000-RESOLVER-ARCHIVOS-EXIT

           PERFORM 100000-CARGAR-ORIGEN
              THRU 100000-CARGAR-ORIGEN-EXIT

           PERFORM 150000-CARGAR-ASISTENCIA
              THRU 150000-CARGAR-ASISTENCIA-EXIT

           PERFORM 200000-RECORRER-MAESTRO
              THRU 200000-RECORRER-MAESTRO-EXIT

           PERFORM 250000-GRABAR-INFORME
              THRU 250000-GRABAR-INFORME-EXIT.

       060000-COMPARAR-CURSO-EXIT.
           EXIT.

       051000-INICIALIZAR-CURSO.

           MOVE WSC-0 TO TAL-CANT
           MOVE WSC-0 TO TCM-CANT
           INITIALIZE TOTALES-CURSO.

       051000-INICIALIZAR-CURSO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 055000-RESOLVER-ARCHIVOS: ORIGEN-curso y ASISTENCIA-curso *
      * con el mismo criterio de nombres que PROG02-08-ME; sin    *
      * curso en PARAMETRO se usan los nombres sin curso.         *
      *-----------------------------------------------------------*
       055000-RESOLVER-ARCHIVOS.

           MOVE 'ORIGEN'     TO WS-ARCHIVO-ORIGEN
           MOVE 'ASISTENCIA' TO WS-ARCHIVO-ASISTENCIA

           IF WSP-CURSO NOT = SPACES
              MOVE SPACES TO WS-ARCHIVO-ORIGEN
              STRING 'ORIGEN-'           DELIMITED BY SIZE
                     WSP-CURSO           DELIMITED BY SPACE
                INTO WS-ARCHIVO-ORIGEN
              MOVE SPACES TO WS-ARCHIVO-ASISTENCIA
              STRING 'ASISTENCIA-'       DELIMITED BY SIZE
                     WSP-CURSO           DELIMITED BY SPACE
                INTO WS-ARCHIVO-ASISTENCIA
           END-IF.

       055000-RESOLVER-ARCHIVOS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 090000-FINAL-CORRIDA: cierra los archivos de la corrida.  *
      *-----------------------------------------------------------*
       090000-FINAL-CORRIDA.

           IF PARAMETRO-ABIERTO
              CLOSE PARAMETRO
           END-IF

           CLOSE MAESTRO
           CLOSE COMPARATIVO.

       090000-FINAL-CORRIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 100000-CARGAR-ORIGEN: cada alumno de ORIGEN-curso entra   *
      * en la tabla de alumnos y suma un inscripto a su comision, *
      * que queda registrada con el nombre de su archivo. Sin     *
      * ORIGEN-curso (curso de un solo archivo) no hay            *
      * inscriptos por comision y el informe sale solo con los    *
      * legajos. Un curso con mas alumnos que la tabla deja el    *
      * excedente fuera de la imputacion de asistencia, con aviso *
      * por consola.                                              *
      *-----------------------------------------------------------*
       100000-CARGAR-ORIGEN.

           OPEN INPUT ORIGEN

           IF WSO-ESTADO-ORIGEN NOT = '00'
              DISPLAY 'SIN ARCHIVO ' WS-ARCHIVO-ORIGEN
                 ': NO HAY INSCRIPTOS POR COMISION.'
              GO TO 100000-CARGAR-ORIGEN-EXIT
           END-IF

           SET QUEDAN-ORIGENES TO TRUE

           PERFORM 110000-LEER-ORIGEN
              THRU 110000-LEER-ORIGEN-EXIT
               UNTIL FIN-ORIGEN

           CLOSE ORIGEN.

       100000-CARGAR-ORIGEN-EXIT.
           EXIT.

       110000-LEER-ORIGEN.

           READ ORIGEN
               AT END
                  SET FIN-ORIGEN TO TRUE
               NOT AT END
                  PERFORM 115000-REGISTRAR-INSCRIPTO
                     THRU 115000-REGISTRAR-INSCRIPTO-EXIT
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre el ultimo renglon leido.
           IF WSO-ESTADO-ORIGEN NOT = '00'
              AND WSO-ESTADO-ORIGEN NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN ' WS-ARCHIVO-ORIGEN
                 ' (ESTADO ' WSO-ESTADO-ORIGEN ')'
              SET FIN-ORIGEN TO TRUE
           END-IF.

       110000-LEER-ORIGEN-EXIT.
           EXIT.

       115000-REGISTRAR-INSCRIPTO.

           MOVE ORI-COMISION TO WSV-CODIGO
           MOVE ORI-ARCHIVO  TO WSV-ARCHIVO

           PERFORM 180000-UBICAR-COMISION
              THRU 180000-UBICAR-COMISION-EXIT

           IF COMISION-NO-HALLADA
              GO TO 115000-REGISTRAR-INSCRIPTO-EXIT
           END-IF

           ADD WSC-1 TO TCM-INSCRIPTOS(WSI-C)

           IF TAL-CANT < WSC-MAX-ALUMNOS
              ADD WSC-1 TO TAL-CANT
              MOVE ORI-ID       TO TAL-ID(TAL-CANT)
              MOVE ORI-COMISION TO TAL-COMISION(TAL-CANT)
           ELSE
              DISPLAY 'TABLA DE ALUMNOS COMPLETA: EL ALUMNO '
                 ORI-ID
              DISPLAY 'QUEDA FUERA DE LA ASISTENCIA POR COMISION.'
           END-IF.

       115000-REGISTRAR-INSCRIPTO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 150000-CARGAR-ASISTENCIA: el porcentaje de asistencia de  *
      * cada alumno con clases dictadas se imputa a su comision   *
      * de ORIGEN-curso (al bloque SIN COMISION si no figura en   *
      * el). Sin ASISTENCIA-curso la columna sale N/D.            *
      *-----------------------------------------------------------*
       150000-CARGAR-ASISTENCIA.

           OPEN INPUT ASISTENCIA

           IF WSX-ESTADO-ASIST NOT = '00'
              DISPLAY 'SIN ARCHIVO ' WS-ARCHIVO-ASISTENCIA
                 ': LA ASISTENCIA SALE N/D.'
              GO TO 150000-CARGAR-ASISTENCIA-EXIT
           END-IF

           SET QUEDAN-ASISTENCIAS TO TRUE

           PERFORM 160000-LEER-ASISTENCIA
              THRU 160000-LEER-ASISTENCIA-EXIT
               UNTIL FIN-ASISTENCIA

           CLOSE ASISTENCIA.

       150000-CARGAR-ASISTENCIA-EXIT.
           EXIT.

       160000-LEER-ASISTENCIA.

           READ ASISTENCIA
               AT END
                  SET FIN-ASISTENCIA TO TRUE
               NOT AT END
                  PERFORM 165000-IMPUTAR-ASISTENCIA
                     THRU 165000-IMPUTAR-ASISTENCIA-EXIT
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre el ultimo renglon leido.
           IF WSX-ESTADO-ASIST NOT = '00'
              AND WSX-ESTADO-ASIST NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN ' WS-ARCHIVO-ASISTENCIA
                 ' (ESTADO ' WSX-ESTADO-ASIST ')'
              SET FIN-ASISTENCIA TO TRUE
           END-IF.

       160000-LEER-ASISTENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 165000-IMPUTAR-ASISTENCIA: el alumno con cero clases      *
      * dictadas queda fuera del promedio, como queda fuera del   *
      * control de asistencia en PROG02-08-ME.                    *
      *-----------------------------------------------------------*
       165000-IMPUTAR-ASISTENCIA.

           IF ASI-CLASES-DICT = WSC-0
              GO TO 165000-IMPUTAR-ASISTENCIA-EXIT
           END-IF

           MOVE SPACES TO WSV-CODIGO
           MOVE SPACES TO WSV-ARCHIVO
           SET ALUMNO-NO-HALLADO TO TRUE

           PERFORM 170000-BUSCAR-ALUMNO
              THRU 170000-BUSCAR-ALUMNO-EXIT
               VARYING WSI-A FROM 1 BY 1
                 UNTIL WSI-A > TAL-CANT
                    OR ALUMNO-HALLADO

           IF ALUMNO-HALLADO
      * El VARYING incrementa el subindice antes de probar el
      * corte: al salir con el alumno hallado, WSI-A quedo uno
      * despues del renglon encontrado.
              SUBTRACT WSC-1 FROM WSI-A
              MOVE TAL-COMISION(WSI-A) TO WSV-CODIGO
           END-IF

           PERFORM 180000-UBICAR-COMISION
              THRU 180000-UBICAR-COMISION-EXIT

           IF COMISION-NO-HALLADA
              GO TO 165000-IMPUTAR-ASISTENCIA-EXIT
           END-IF

           COMPUTE WSV-PORCENTAJE ROUNDED =
              ASI-CLASES-ASIST * WSC-100 / ASI-CLASES-DICT

           ADD WSC-1          TO TCM-CON-ASIST(WSI-C)
           ADD WSV-PORCENTAJE TO TCM-ACUM-ASIST(WSI-C).

       165000-IMPUTAR-ASISTENCIA-EXIT.
           EXIT.

       170000-BUSCAR-ALUMNO.

           IF TAL-ID(WSI-A) = ASI-ID
              SET ALUMNO-HALLADO TO TRUE
           END-IF.

       170000-BUSCAR-ALUMNO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 180000-UBICAR-COMISION: deja WSI-C apuntando a la         *
      * comision WSV-CODIGO; si todavia no esta en la tabla la    *
      * inserta en orden, con el archivo WSV-ARCHIVO. El archivo  *
      * de una comision ya registrada sin el se completa. Con la  *
      * tabla llena la comision queda sin ubicar, con aviso.      *
      *-----------------------------------------------------------*
       180000-UBICAR-COMISION.

           SET COMISION-NO-HALLADA TO TRUE

           PERFORM 181000-COMPARAR-COMISION
              THRU 181000-COMPARAR-COMISION-EXIT
               VARYING WSI-C FROM 1 BY 1
                 UNTIL WSI-C > TCM-CANT
                    OR COMISION-HALLADA

           IF COMISION-HALLADA
      * El VARYING incrementa el subindice antes de probar el
      * corte: al salir con la comision hallada, WSI-C quedo uno
      * despues de la entrada encontrada.
              SUBTRACT WSC-1 FROM WSI-C
              IF TCM-ARCHIVO(WSI-C) = SPACES
                 MOVE WSV-ARCHIVO TO TCM-ARCHIVO(WSI-C)
              END-IF
              GO TO 180000-UBICAR-COMISION-EXIT
           END-IF

           IF TCM-CANT NOT < WSC-MAX-COMISIONES
              DISPLAY 'TABLA DE COMISIONES COMPLETA: LA COMISION '
                 WSV-CODIGO ' NO SE INFORMA.'
              GO TO 180000-UBICAR-COMISION-EXIT
           END-IF

           INITIALIZE COMISION-NUEVA
           MOVE WSV-CODIGO  TO CN-CODIGO
           MOVE WSV-ARCHIVO TO CN-ARCHIVO

           ADD WSC-1 TO TCM-CANT
           MOVE TCM-CANT TO WSI-C
           SET COMISION-SIN-COLOCAR TO TRUE

           PERFORM 182000-COLOCAR-COMISION
              THRU 182000-COLOCAR-COMISION-EXIT
               UNTIL COMISION-COLOCADA

           SET COMISION-HALLADA TO TRUE.

       180000-UBICAR-COMISION-EXIT.
           EXIT.

       181000-COMPARAR-COMISION.

           IF TCM-CODIGO(WSI-C) = WSV-CODIGO
              SET COMISION-HALLADA TO TRUE
           END-IF.

       181000-COMPARAR-COMISION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 182000-COLOCAR-COMISION: insercion ordenada por codigo,   *
      * como la tabla de la mediana de PROG08; al terminar WSI-C  *
      * queda apuntando a la comision recien colocada.            *
      *-----------------------------------------------------------*
       182000-COLOCAR-COMISION.

           IF WSI-C = WSC-1
              MOVE COMISION-NUEVA TO TCM-COMISION(WSI-C)
              SET COMISION-COLOCADA TO TRUE
           ELSE
              IF TCM-CODIGO(WSI-C - 1) > CN-CODIGO
                 MOVE TCM-COMISION(WSI-C - 1) TO TCM-COMISION(WSI-C)
                 SUBTRACT WSC-1 FROM WSI-C
              ELSE
                 MOVE COMISION-NUEVA TO TCM-COMISION(WSI-C)
                 SET COMISION-COLOCADA TO TRUE
              END-IF
           END-IF.

       182000-COLOCAR-COMISION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 120000-ABRIR-PARAMETRO: mismo archivo de parametros que   *
      * usa PROG02-08-ME, un registro por curso+periodo; queda    *
      * abierto y 125000 avanza al curso siguiente despues de     *
      * informar cada uno. Sin PARAMETRO no se sabe que curso     *
      * comparar, asi que no se informa nada.                     *
      *-----------------------------------------------------------*
       120000-ABRIR-PARAMETRO.

           OPEN INPUT PARAMETRO

           IF WSR-ESTADO-PARAMETRO = '00'
              SET PARAMETRO-ABIERTO TO TRUE
              PERFORM 125000-LEER-PARAMETRO
                 THRU 125000-LEER-PARAMETRO-EXIT
              IF FIN-PARAMETRO
                 DISPLAY 'PARAMETRO ESTA VACIO: NO HAY CURSO'
                 DISPLAY 'QUE COMPARAR.'
              END-IF
           ELSE
              DISPLAY 'NO SE ENCONTRO PARAMETRO DE CORRIDA:'
              DISPLAY 'NO HAY CURSO QUE COMPARAR.'
              SET FIN-PARAMETRO TO TRUE
           END-IF.

       120000-ABRIR-PARAMETRO-EXIT.
           EXIT.

       125000-LEER-PARAMETRO.

           READ PARAMETRO
               AT END
                  SET FIN-PARAMETRO TO TRUE
               NOT AT END
                  MOVE PAR-CURSO      TO WSP-CURSO
                  MOVE PAR-PERIODO    TO WSP-PERIODO
                  MOVE PAR-MODO       TO WSP-MODO
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo de cursos
      * repetiria para siempre el ultimo curso leido.
           IF WSR-ESTADO-PARAMETRO NOT = '00'
              AND WSR-ESTADO-PARAMETRO NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN PARAMETRO (ESTADO '
                 WSR-ESTADO-PARAMETRO ')'
              SET FIN-PARAMETRO TO TRUE
           END-IF.

       125000-LEER-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 200000-RECORRER-MAESTRO: pasada completa por MAESTRO (la  *
      * clave arranca por alumno, asi que los legajos de un curso *
      * no estan contiguos) acumulando en su comision cada legajo *
      * del curso+periodo.                                        *
      *-----------------------------------------------------------*
       200000-RECORRER-MAESTRO.

           SET QUEDAN-MAESTROS TO TRUE
           MOVE LOW-VALUES TO MAE-CLAVE

           START MAESTRO KEY NOT < MAE-CLAVE
               INVALID KEY
                  SET FIN-MAESTRO TO TRUE
           END-START

           PERFORM 210000-LEER-LEGAJO
              THRU 210000-LEER-LEGAJO-EXIT
               UNTIL FIN-MAESTRO.

       200000-RECORRER-MAESTRO-EXIT.
           EXIT.

       210000-LEER-LEGAJO.

           READ MAESTRO NEXT
               AT END
                  SET FIN-MAESTRO TO TRUE
               NOT AT END
                  IF MAE-CURSO = WSP-CURSO
                     AND MAE-PERIODO = WSP-PERIODO
                     AND MAE-ESTADO NOT = WSC-EQUIVALENTE
                     PERFORM 220000-ACUMULAR-LEGAJO
                        THRU 220000-ACUMULAR-LEGAJO-EXIT
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSE-ESTADO-MAESTRO NOT = '00'
              AND WSE-ESTADO-MAESTRO NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN MAESTRO (ESTADO '
                 WSE-ESTADO-MAESTRO ')'
              SET FIN-MAESTRO TO TRUE
           END-IF.

       210000-LEER-LEGAJO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-ACUMULAR-LEGAJO: el legajo suma un calificado a su *
      * comision y se cuenta por su condicion, con el mismo       *
      * criterio que el acta de cursada de PROG07: LIBRE aparte,  *
      * y el APROB.FINAL (aprobo despues en mesa) como el         *
      * desaprobado de cursada que fue.                           *
      *-----------------------------------------------------------*
       220000-ACUMULAR-LEGAJO.

           MOVE MAE-COMISION TO WSV-CODIGO
           MOVE SPACES       TO WSV-ARCHIVO

           PERFORM 180000-UBICAR-COMISION
              THRU 180000-UBICAR-COMISION-EXIT

           IF COMISION-NO-HALLADA
              GO TO 220000-ACUMULAR-LEGAJO-EXIT
           END-IF

           ADD WSC-1        TO TCM-CALIFICADOS(WSI-C)
           ADD MAE-PROMEDIO TO TCM-ACUM-NOTAS(WSI-C)

           IF MAE-ESTADO = WSC-LIBRE
              ADD WSC-1 TO TCM-LIBRES(WSI-C)
              GO TO 220000-ACUMULAR-LEGAJO-EXIT
           END-IF

           IF MAE-ESTADO = WSC-APROBADO
              ADD WSC-1 TO TCM-APROBADOS(WSI-C)
              GO TO 220000-ACUMULAR-LEGAJO-EXIT
           END-IF

           ADD WSC-1 TO TCM-DESAPROB(WSI-C)

           IF MAE-ESTADO = WSC-APROB-FINAL
              ADD WSC-1 TO TCM-POST-MESA(WSI-C)
           END-IF.

       220000-ACUMULAR-LEGAJO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 250000-GRABAR-INFORME: banda del curso, un bloque por     *
      * comision en orden de numero, el bloque de totales del     *
      * curso y el renglon de cotejo contra REPORTE.              *
      *-----------------------------------------------------------*
       250000-GRABAR-INFORME.

           MOVE WSP-CURSO   TO LB-CURSO
           MOVE WSP-PERIODO TO LB-PERIODO

           WRITE CMP-REC FROM WS-LINEA-CURSO
           WRITE CMP-REC FROM WS-LINEA-BLANCO

           IF TCM-CANT = WSC-0
              MOVE 'SIN LEGAJOS NI INSCRIPTOS EN EL CURSO+PERIODO'
                TO CMP-REC
              WRITE CMP-REC
              WRITE CMP-REC FROM WS-LINEA-BLANCO
              GO TO 250000-GRABAR-INFORME-EXIT
           END-IF

           PERFORM 260000-GRABAR-COMISION
              THRU 260000-GRABAR-COMISION-EXIT
               VARYING WSI-K FROM 1 BY 1 UNTIL WSI-K > TCM-CANT

           PERFORM 270000-GRABAR-TOTALES
              THRU 270000-GRABAR-TOTALES-EXIT.

       250000-GRABAR-INFORME-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 260000-GRABAR-COMISION: el bloque de la comision WSI-K;   *
      * sus acumuladores suman tambien a los totales del curso.   *
      *-----------------------------------------------------------*
       260000-GRABAR-COMISION.

           MOVE TCM-ACUMULADORES(WSI-K) TO CN-ACUMULADORES

           MOVE WSC-0 TO WSV-SIN-CALIFICAR
           IF CN-INSCRIPTOS > CN-CALIFICADOS
              COMPUTE WSV-SIN-CALIFICAR =
                 CN-INSCRIPTOS - CN-CALIFICADOS
           END-IF

           IF TCM-CODIGO(WSI-K) = SPACES
              MOVE 'SIN COMISION'  TO LU-ETIQUETA
              MOVE SPACES          TO LU-CODIGO
           ELSE
              MOVE 'COMISION'      TO LU-ETIQUETA
              MOVE TCM-CODIGO(WSI-K) TO LU-CODIGO
           END-IF

           IF TCM-ARCHIVO(WSI-K) = SPACES
              MOVE SPACES          TO LU-ETQ-ARCHIVO
           ELSE
              MOVE 'ARCHIVO '      TO LU-ETQ-ARCHIVO
           END-IF
           MOVE TCM-ARCHIVO(WSI-K) TO LU-ARCHIVO

           WRITE CMP-REC FROM WS-LINEA-COMISION

           PERFORM 280000-GRABAR-BLOQUE
              THRU 280000-GRABAR-BLOQUE-EXIT

           ADD CN-INSCRIPTOS  TO WST-INSCRIPTOS
           ADD CN-CALIFICADOS TO WST-CALIFICADOS
           ADD CN-APROBADOS   TO WST-APROBADOS
           ADD CN-DESAPROB    TO WST-DESAPROB
           ADD CN-LIBRES      TO WST-LIBRES
           ADD CN-POST-MESA   TO WST-POST-MESA
           ADD CN-ACUM-NOTAS  TO WST-ACUM-NOTAS
           ADD CN-CON-ASIST   TO WST-CON-ASIST
           ADD CN-ACUM-ASIST  TO WST-ACUM-ASIST
           ADD WSV-SIN-CALIFICAR TO WST-SIN-CALIFICAR.

       260000-GRABAR-COMISION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 270000-GRABAR-TOTALES: el bloque del curso completo con   *
      * la suma de las comisiones, y el renglon de cotejo con los *
      * rotulos del resumen de REPORTE: los sin calificar son los *
      * rechazados de la carga.                                   *
      *-----------------------------------------------------------*
       270000-GRABAR-TOTALES.

           MOVE 'TOTAL CURSO'  TO LU-ETIQUETA
           MOVE SPACES         TO LU-CODIGO
           MOVE SPACES         TO LU-ETQ-ARCHIVO
           MOVE SPACES         TO LU-ARCHIVO

           WRITE CMP-REC FROM WS-LINEA-COMISION

           MOVE WST-INSCRIPTOS  TO CN-INSCRIPTOS
           MOVE WST-CALIFICADOS TO CN-CALIFICADOS
           MOVE WST-APROBADOS   TO CN-APROBADOS
           MOVE WST-DESAPROB    TO CN-DESAPROB
           MOVE WST-LIBRES      TO CN-LIBRES
           MOVE WST-POST-MESA   TO CN-POST-MESA
           MOVE WST-ACUM-NOTAS  TO CN-ACUM-NOTAS
           MOVE WST-CON-ASIST   TO CN-CON-ASIST
           MOVE WST-ACUM-ASIST  TO CN-ACUM-ASIST

      * Los sin calificar del total son la suma de los de cada
      * comision, no la resta de los totales: el bloque SIN
      * COMISION no tiene inscriptos y no debe descontar.
           MOVE WST-SIN-CALIFICAR TO WSV-SIN-CALIFICAR

           PERFORM 280000-GRABAR-BLOQUE
              THRU 280000-GRABAR-BLOQUE-EXIT

           MOVE WSC-0 TO WSV-PROMEDIO
           IF WST-CALIFICADOS > WSC-0
              COMPUTE WSV-PROMEDIO ROUNDED =
                 WST-ACUM-NOTAS / WST-CALIFICADOS
           END-IF

           MOVE WST-APROBADOS     TO LR-CANT-APROBADOS
           MOVE WST-DESAPROB      TO LR-CANT-DESAPROB
           MOVE WSV-PROMEDIO      TO LR-PROMEDIO-CLASE
           MOVE WST-SIN-CALIFICAR TO LR-CANT-RECHAZADOS
           MOVE WST-LIBRES        TO LR-CANT-LIBRES

           WRITE CMP-REC FROM WS-LINEA-COTEJO
           WRITE CMP-REC FROM WS-LINEA-RESUMEN

           IF WST-POST-MESA > WSC-0
              MOVE WST-POST-MESA TO LM-CANT-POST-MESA
              WRITE CMP-REC FROM WS-LINEA-POST-MESA
           END-IF

           WRITE CMP-REC FROM WS-LINEA-BLANCO.

       270000-GRABAR-TOTALES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 280000-GRABAR-BLOQUE: los renglones de cantidades y       *
      * promedios de los acumuladores de COMISION-NUEVA (una      *
      * comision o el total del curso) y de los sin calificar     *
      * que deja WSV-SIN-CALIFICAR el que llama. Sin calificados  *
      * el promedio de notas sale N/D, y sin alumnos con          *
      * asistencia la asistencia tambien.                         *
      *-----------------------------------------------------------*
       280000-GRABAR-BLOQUE.

           MOVE 'INSCRIPTOS:    ' TO LQ-ETQ-1
           MOVE CN-INSCRIPTOS     TO LQ-VALOR-1
           MOVE 'CALIFICADOS:   ' TO LQ-ETQ-2
           MOVE CN-CALIFICADOS    TO LQ-VALOR-2
           MOVE 'SIN CALIFICAR: ' TO LQ-ETQ-3
           MOVE WSV-SIN-CALIFICAR TO LQ-VALOR-3

           WRITE CMP-REC FROM WS-LINEA-CANTIDADES

           MOVE 'APROBADOS:     ' TO LQ-ETQ-1
           MOVE CN-APROBADOS      TO LQ-VALOR-1
           MOVE 'DESAPROBADOS:  ' TO LQ-ETQ-2
           MOVE CN-DESAPROB       TO LQ-VALOR-2
           MOVE 'LIBRES:        ' TO LQ-ETQ-3
           MOVE CN-LIBRES         TO LQ-VALOR-3

           WRITE CMP-REC FROM WS-LINEA-CANTIDADES

           IF CN-CALIFICADOS = WSC-0
              MOVE WSC-NO-DISPONIBLE TO LP-PROMEDIO
           ELSE
              COMPUTE WSV-PROMEDIO ROUNDED =
                 CN-ACUM-NOTAS / CN-CALIFICADOS
              MOVE WSV-PROMEDIO TO WSM-PROMEDIO
              MOVE WSM-PROMEDIO TO LP-PROMEDIO
           END-IF

           IF CN-CON-ASIST = WSC-0
              MOVE WSC-NO-DISPONIBLE TO LP-ASISTENCIA
           ELSE
              COMPUTE WSV-ASIST-PROMEDIO ROUNDED =
                 CN-ACUM-ASIST / CN-CON-ASIST
              MOVE WSV-ASIST-PROMEDIO TO WSM-PORCENTAJE
              MOVE WSM-PORCENTAJE     TO LP-ASISTENCIA
           END-IF

           WRITE CMP-REC FROM WS-LINEA-PROMEDIOS
           WRITE CMP-REC FROM WS-LINEA-BLANCO.

       280000-GRABAR-BLOQUE-EXIT.
           EXIT.

       END-RUN.
