      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     INFORME SEMANAL DE ACTAS VENCIDAS SIN CIERRE
      * Tectonics:   cobc
      *
      * El calendario PERIODOS (PROG31) fija para cada periodo el
      * limite de cierre de actas, pero nada avisaba de los cursos
      * cuya acta nunca se firmo: se descubrian cuando un alumno
      * pedia el certificado. Este programa, que corre una vez por
      * semana, toma los periodos vigentes cuyo limite de cierre ya
      * vencio a la fecha de corte, reune sus cursos (los que
      * tienen alumnos matriculados en MATRICULA y los que tienen
      * legajos en MAESTRO) y lista en ACTASVENC cada curso+periodo
      * que no figura cerrado en CIERRES (PROG11), con:
      *
      *    LIMITE DE CIERRE Y DIAS DE ATRASO a la fecha de corte
      *    LEGAJOS EN MAESTRO  SI/NO y cuantos: con legajos el acta
      *                        ya se puede cerrar; sin legajos
      *                        todavia falta la carga de notas
      *
      * La fecha de corte se toma del archivo FECHACORTE (un
      * registro con la fecha) y, si no existe o esta vacio, es la
      * fecha del dia, como FECHACTRL en PROG15. El cierre anulado
      * en CIERRES cuenta como acta abierta y se senala. Los
      * legajos por equivalencia (PROG25) no van a acta y no se
      * cuentan. Sin CIERRES en el sitio ningun curso figura
      * cerrado.
      *
      * Modificaciones:
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG32.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PERIODOS      ASSIGN TO "PERIODOS"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PER-PERIODO
                                 FILE STATUS IS WSJ-ESTADO-PERIODOS.

           SELECT CIERRES       ASSIGN TO "CIERRES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS CIE-CLAVE
                                 FILE STATUS IS WSK-ESTADO-CIERRES.

           SELECT MATRICULA     ASSIGN TO "MATRICULA"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MAT-CLAVE
                                 FILE STATUS IS WSF-ESTADO-MATRICULA.

           SELECT MAESTRO       ASSIGN TO "MAESTRO"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MAE-CLAVE
                                 FILE STATUS IS WSE-ESTADO-MAESTRO.

           SELECT FECHA-CORTE   ASSIGN TO "FECHACORTE"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSR-ESTADO-FECHA.

           SELECT INFORME       ASSIGN TO "ACTASVENC"
                                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *-----------------------------------------------------------*
      * Calendario academico por periodo que mantiene PROG31.     *
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

       FD  FECHA-CORTE
           LABEL RECORD IS STANDARD.

       01  FEC-REC.
           05 FEC-FECHA          PIC 9(08).

       FD  INFORME
           LABEL RECORD IS STANDARD.

       01  INF-REC               PIC X(100).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-2                PIC 9(01)       VALUE 2.
          05 WSC-3                PIC 9(01)       VALUE 3.
          05 WSC-4                PIC 9(01)       VALUE 4.
          05 WSC-5                PIC 9(01)       VALUE 5.
          05 WSC-12               PIC 9(02)       VALUE 12.
          05 WSC-100              PIC 9(03)       VALUE 100.
          05 WSC-153              PIC 9(03)       VALUE 153.
          05 WSC-365              PIC 9(03)       VALUE 365.
          05 WSC-400              PIC 9(03)       VALUE 400.
          05 WSC-MAX-PERIODOS     PIC 9(03)       VALUE 200.
          05 WSC-MAX-CURSOS       PIC 9(04)       VALUE 2000.
          05 WSC-EQUIVALENTE      PIC X(11)       VALUE 'EQUIVALENTE'.
          05 WSC-SI               PIC X(02)       VALUE 'SI'.
          05 WSC-NO               PIC X(02)       VALUE 'NO'.
          05 WSC-CIERRE-ANULADO   PIC X(30)       VALUE
             'CIERRE ANULADO'.

       01 SWITCHES.
          05 WSS-FIN-PERIODOS     PIC X(01)       VALUE 'N'.
             88 FIN-PERIODOS                      VALUE 'S'.
             88 QUEDAN-PERIODOS                   VALUE 'N'.
          05 WSS-FIN-MATRICULA    PIC X(01)       VALUE 'N'.
             88 FIN-MATRICULA                     VALUE 'S'.
             88 QUEDAN-MATRICULAS                 VALUE 'N'.
          05 WSS-FIN-LEGAJOS      PIC X(01)       VALUE 'N'.
             88 FIN-LEGAJOS                       VALUE 'S'.
             88 QUEDAN-LEGAJOS                    VALUE 'N'.
          05 WSS-BUSQUEDA-PER     PIC X(01)       VALUE 'N'.
             88 PERIODO-HALLADO                   VALUE 'S'.
             88 PERIODO-NO-HALLADO                VALUE 'N'.
          05 WSS-BUSQUEDA-CURSO   PIC X(01)       VALUE 'N'.
             88 CURSO-HALLADO                     VALUE 'S'.
             88 CURSO-NO-HALLADO                  VALUE 'N'.
          05 WSS-INSERCION        PIC X(01)       VALUE 'N'.
             88 CURSO-COLOCADO                    VALUE 'S'.
             88 CURSO-SIN-COLOCAR                 VALUE 'N'.
          05 WSS-ESTADO-ACTA      PIC X(01)       VALUE 'N'.
             88 ACTA-CERRADA                      VALUE 'S'.
             88 ACTA-ABIERTA                      VALUE 'N'.

       01 INDICES.
          05 WSI-P                PIC 9(03).
          05 WSI-C                PIC 9(04).

      *-----------------------------------------------------------*
      * Numero de dia de una fecha AAAAMMDD (ver 190000): la      *
      * diferencia entre dos numeros de dia es la cantidad de     *
      * dias corridos entre las fechas.                           *
      *-----------------------------------------------------------*
       01 VARIABLES.
          05 WSV-FECHA-CORTE      PIC 9(08).
          05 WSV-DIA-CORTE        PIC 9(07).
          05 WSV-PERIODO          PIC X(06).
          05 WSV-CURSO            PIC X(06).
          05 WSV-FECHA            PIC 9(08).
          05 WSV-FECHA-R          REDEFINES WSV-FECHA.
             10 WSV-FECHA-AAAA    PIC 9(04).
             10 WSV-FECHA-MM      PIC 9(02).
             10 WSV-FECHA-DD      PIC 9(02).
          05 WSV-NRO-DIA          PIC 9(07).
          05 WSV-ANIO             PIC 9(04).
          05 WSV-MES              PIC 9(02).
          05 WSV-ANIO-4           PIC 9(04).
          05 WSV-ANIO-100         PIC 9(04).
          05 WSV-ANIO-400         PIC 9(04).
          05 WSV-AUX-MES          PIC 9(04).
          05 WSV-DIAS-MES         PIC 9(03).

       01 ACUMULADORES.
          05 WSA-CANT-VENCIDOS    PIC 9(04)       VALUE 0.
          05 WSA-CANT-ACTAS       PIC 9(06)       VALUE 0.
          05 WSA-CON-LEGAJOS      PIC 9(06)       VALUE 0.
          05 WSA-SIN-LEGAJOS      PIC 9(06)       VALUE 0.

       01 CONTROL-PERIODOS.
          05 WSJ-ESTADO-PERIODOS  PIC X(02).

       01 CONTROL-CIERRES.
          05 WSK-ESTADO-CIERRES   PIC X(02).
          05 WSK-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 CIERRES-DISPONIBLE                VALUE 'S'.
             88 CIERRES-NO-DISPONIBLE             VALUE 'N'.

       01 CONTROL-MATRICULA.
          05 WSF-ESTADO-MATRICULA PIC X(02).

       01 CONTROL-MAESTRO.
          05 WSE-ESTADO-MAESTRO   PIC X(02).

       01 CONTROL-FECHA.
          05 WSR-ESTADO-FECHA     PIC X(02).

      *-----------------------------------------------------------*
      * Periodos vigentes con el limite de cierre vencido a la    *
      * fecha de corte, con sus dias de atraso.                   *
      *-----------------------------------------------------------*
       01 TABLA-PERIODOS.
          05 TPE-CANT             PIC 9(03)       VALUE 0.
          05 TPE-PERIODO          OCCURS 200 TIMES.
             10 TPE-ID            PIC X(06).
             10 TPE-LIMITE-CIERRE PIC 9(08).
             10 TPE-DIAS-ATRASO   PIC 9(05).

      *-----------------------------------------------------------*
      * Cursos de los periodos vencidos, en orden de periodo y    *
      * curso por insercion, con la cantidad de legajos que cada  *
      * uno tiene en MAESTRO y el periodo de la tabla anterior.   *
      *-----------------------------------------------------------*
       01 TABLA-CURSOS.
          05 TCU-CANT             PIC 9(04)       VALUE 0.
          05 TCU-CURSO            OCCURS 2000 TIMES.
             10 TCU-CLAVE.
                15 TCU-PERIODO    PIC X(06).
                15 TCU-CODIGO     PIC X(06).
             10 TCU-IND-PERIODO   PIC 9(03).
             10 TCU-CANT-LEGAJOS  PIC 9(05).

       01 CURSO-NUEVO.
          05 CU-CLAVE.
             10 CU-PERIODO        PIC X(06).
             10 CU-CODIGO         PIC X(06).
          05 CU-IND-PERIODO       PIC 9(03).
          05 CU-CANT-LEGAJOS      PIC 9(05).

       01 WS-LINEA-TITULO.
          05 FILLER               PIC X(34)       VALUE
             'ACTAS VENCIDAS SIN CIERRE - CORTE '.
          05 LT-FECHA             PIC 9(08).

       01 WS-LINEA-COLUMNAS.
          05 FILLER               PIC X(09)       VALUE 'PERIODO'.
          05 FILLER               PIC X(08)       VALUE 'CURSO'.
          05 FILLER               PIC X(11)       VALUE 'LIM.CIERRE'.
          05 FILLER               PIC X(08)       VALUE 'ATRASO'.
          05 FILLER               PIC X(16)       VALUE
             'LEGAJOS MAESTRO'.
          05 FILLER               PIC X(30)       VALUE
             'OBSERVACION'.

       01 WS-LINEA-ACTA.
          05 LV-PERIODO           PIC X(06).
          05 FILLER               PIC X(03)       VALUE SPACES.
          05 LV-CURSO             PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LV-LIMITE-CIERRE     PIC 9(08).
          05 FILLER               PIC X(03)       VALUE SPACES.
          05 LV-DIAS-ATRASO       PIC ZZZZ9.
          05 FILLER               PIC X(03)       VALUE SPACES.
          05 LV-CON-LEGAJOS       PIC X(02).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LV-CANT-LEGAJOS      PIC ZZZZ9.
          05 FILLER               PIC X(07)       VALUE SPACES.
          05 LV-OBSERVACION       PIC X(30).

       01 WS-LINEA-VACIA          PIC X(40)       VALUE
          'NO HAY ACTAS VENCIDAS SIN CIERRE'.

       01 WS-LINEA-TOTALES.
          05 FILLER               PIC X(28)       VALUE
             'ACTAS VENCIDAS SIN CIERRE: '.
          05 LS-CANT-ACTAS        PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 FILLER               PIC X(13)       VALUE
             'CON LEGAJOS: '.
          05 LS-CON-LEGAJOS       PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 FILLER               PIC X(13)       VALUE
             'SIN LEGAJOS: '.
          05 LS-SIN-LEGAJOS       PIC ZZZZZ9.


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 100000-INICIO     THRU 100000-INICIO-EXIT
           PERFORM 200000-PROCESO    THRU 200000-PROCESO-EXIT
           PERFORM 300000-FINAL      THRU 300000-FINAL-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 100000-INICIO: resuelve la fecha de corte, abre el        *
      * informe con su titulo y carga los periodos vencidos del   *
      * calendario. Sin PERIODOS no hay plazos que vigilar: el    *
      * informe sale vacio.                                       *
      *-----------------------------------------------------------*
       100000-INICIO.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   ACTAS VENCIDAS SIN CIERRE'
           DISPLAY 'Programme: PROG32'
           DISPLAY '**************************************'

           PERFORM 110000-RESOLVER-FECHA
              THRU 110000-RESOLVER-FECHA-EXIT

           MOVE WSV-FECHA-CORTE TO WSV-FECHA
           PERFORM 190000-NUMERAR-DIA
              THRU 190000-NUMERAR-DIA-EXIT
           MOVE WSV-NRO-DIA TO WSV-DIA-CORTE

           OPEN OUTPUT INFORME

           MOVE WSV-FECHA-CORTE TO LT-FECHA
           WRITE INF-REC FROM WS-LINEA-TITULO
           WRITE INF-REC FROM WS-LINEA-COLUMNAS

           OPEN INPUT PERIODOS

           IF WSJ-ESTADO-PERIODOS NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL CALENDARIO PERIODOS.'
              DISPLAY 'NO HAY PLAZOS DE CIERRE QUE CONTROLAR.'
              GO TO 100000-INICIO-EXIT
           END-IF

           PERFORM 120000-CARGAR-PERIODOS
              THRU 120000-CARGAR-PERIODOS-EXIT

           CLOSE PERIODOS

           OPEN INPUT CIERRES

           IF WSK-ESTADO-CIERRES = '00'
              SET CIERRES-DISPONIBLE TO TRUE
           ELSE
              SET CIERRES-NO-DISPONIBLE TO TRUE
              DISPLAY 'NO SE ENCONTRO EL MAESTRO CIERRES:'
              DISPLAY 'NINGUN CURSO FIGURA CERRADO.'
           END-IF.

       100000-INICIO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 110000-RESOLVER-FECHA: el registro academico puede dejar  *
      * en FECHACORTE la fecha a la que se controla (por ejemplo  *
      * el viernes de la semana cerrada); sin ese archivo, o      *
      * vacio, se controla a la fecha del dia.                    *
      *-----------------------------------------------------------*
       110000-RESOLVER-FECHA.

           ACCEPT WSV-FECHA-CORTE FROM DATE YYYYMMDD

           OPEN INPUT FECHA-CORTE

           IF WSR-ESTADO-FECHA NOT = '00'
              GO TO 110000-RESOLVER-FECHA-EXIT
           END-IF

           READ FECHA-CORTE
               AT END
                  CONTINUE
               NOT AT END
                  MOVE FEC-FECHA TO WSV-FECHA-CORTE
           END-READ

           CLOSE FECHA-CORTE.

       110000-RESOLVER-FECHA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 120000-CARGAR-PERIODOS: recorre PERIODOS completo y guarda *
      * en TABLA-PERIODOS los vigentes cuyo limite de cierre es    *
      * anterior a la fecha de corte, con los dias de atraso.      *
      *-----------------------------------------------------------*
       120000-CARGAR-PERIODOS.

           SET QUEDAN-PERIODOS TO TRUE
           MOVE LOW-VALUES TO PER-PERIODO

           START PERIODOS KEY NOT < PER-PERIODO
               INVALID KEY
                  SET FIN-PERIODOS TO TRUE
           END-START

           PERFORM 125000-LEER-PERIODO
              THRU 125000-LEER-PERIODO-EXIT
               UNTIL FIN-PERIODOS.

       120000-CARGAR-PERIODOS-EXIT.
           EXIT.

       125000-LEER-PERIODO.

           READ PERIODOS NEXT
               AT END
                  SET FIN-PERIODOS TO TRUE
               NOT AT END
                  IF PER-ACTIVO
                     AND PER-LIMITE-CIERRE < WSV-FECHA-CORTE
                     PERFORM 127000-REGISTRAR-PERIODO
                        THRU 127000-REGISTRAR-PERIODO-EXIT
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSJ-ESTADO-PERIODOS NOT = '00'
              AND WSJ-ESTADO-PERIODOS NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN PERIODOS (ESTADO '
                 WSJ-ESTADO-PERIODOS ')'
              SET FIN-PERIODOS TO TRUE
           END-IF.

       125000-LEER-PERIODO-EXIT.
           EXIT.

       127000-REGISTRAR-PERIODO.

           IF TPE-CANT NOT < WSC-MAX-PERIODOS
              DISPLAY 'TABLA DE PERIODOS COMPLETA: EL PERIODO '
                 PER-PERIODO ' NO SE INFORMA.'
              GO TO 127000-REGISTRAR-PERIODO-EXIT
           END-IF

           ADD WSC-1 TO TPE-CANT
           ADD WSC-1 TO WSA-CANT-VENCIDOS

           MOVE PER-PERIODO       TO TPE-ID(TPE-CANT)
           MOVE PER-LIMITE-CIERRE TO TPE-LIMITE-CIERRE(TPE-CANT)

           MOVE PER-LIMITE-CIERRE TO WSV-FECHA
           PERFORM 190000-NUMERAR-DIA
              THRU 190000-NUMERAR-DIA-EXIT

           SUBTRACT WSV-NRO-DIA FROM WSV-DIA-CORTE
              GIVING TPE-DIAS-ATRASO(TPE-CANT).

       127000-REGISTRAR-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 130000-BUSCAR-PERIODO: ubica WSV-PERIODO en la tabla de    *
      * periodos vencidos; si esta, WSI-P queda apuntandolo.       *
      *-----------------------------------------------------------*
       130000-BUSCAR-PERIODO.

           SET PERIODO-NO-HALLADO TO TRUE

           PERFORM 135000-COMPARAR-PERIODO
              THRU 135000-COMPARAR-PERIODO-EXIT
               VARYING WSI-P FROM 1 BY 1
                 UNTIL WSI-P > TPE-CANT
                    OR PERIODO-HALLADO

      * El VARYING incrementa el subindice antes de probar el
      * corte: al salir con el periodo hallado, WSI-P quedo uno
      * despues de la entrada encontrada.
           IF PERIODO-HALLADO
              SUBTRACT WSC-1 FROM WSI-P
           END-IF.

       130000-BUSCAR-PERIODO-EXIT.
           EXIT.

       135000-COMPARAR-PERIODO.

           IF TPE-ID(WSI-P) = WSV-PERIODO
              SET PERIODO-HALLADO TO TRUE
           END-IF.

       135000-COMPARAR-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 150000-RECORRER-MATRICULA: los cursos con alumnos          *
      * matriculados (activos) en un periodo vencido deben tener   *
      * acta aunque todavia no tengan ninguna nota cargada.        *
      * MATRICULA puede no existir en el sitio.                    *
      *-----------------------------------------------------------*
       150000-RECORRER-MATRICULA.

           OPEN INPUT MATRICULA

           IF WSF-ESTADO-MATRICULA NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL MAESTRO MATRICULA:'
              DISPLAY 'LOS CURSOS SE TOMAN SOLO DE MAESTRO.'
              GO TO 150000-RECORRER-MATRICULA-EXIT
           END-IF

           SET QUEDAN-MATRICULAS TO TRUE
           MOVE LOW-VALUES TO MAT-CLAVE

           START MATRICULA KEY NOT < MAT-CLAVE
               INVALID KEY
                  SET FIN-MATRICULA TO TRUE
           END-START

           PERFORM 155000-LEER-MATRICULA
              THRU 155000-LEER-MATRICULA-EXIT
               UNTIL FIN-MATRICULA

           CLOSE MATRICULA.

       150000-RECORRER-MATRICULA-EXIT.
           EXIT.

       155000-LEER-MATRICULA.

           READ MATRICULA NEXT
               AT END
                  SET FIN-MATRICULA TO TRUE
               NOT AT END
                  IF MAT-ACTIVO
                     MOVE MAT-PERIODO TO WSV-PERIODO
                     MOVE MAT-CURSO   TO WSV-CURSO
                     PERFORM 130000-BUSCAR-PERIODO
                        THRU 130000-BUSCAR-PERIODO-EXIT
                     IF PERIODO-HALLADO
                        PERFORM 180000-UBICAR-CURSO
                           THRU 180000-UBICAR-CURSO-EXIT
                     END-IF
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSF-ESTADO-MATRICULA NOT = '00'
              AND WSF-ESTADO-MATRICULA NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN MATRICULA (ESTADO '
                 WSF-ESTADO-MATRICULA ')'
              SET FIN-MATRICULA TO TRUE
           END-IF.

       155000-LEER-MATRICULA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 170000-RECORRER-MAESTRO: cuenta los legajos de cada curso  *
      * de un periodo vencido (y suma el curso que no figuraba en  *
      * MATRICULA). Los legajos por equivalencia no van a acta.    *
      *-----------------------------------------------------------*
       170000-RECORRER-MAESTRO.

           OPEN INPUT MAESTRO

           IF WSE-ESTADO-MAESTRO NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL MAESTRO DE NOTAS:'
              DISPLAY 'NINGUN CURSO TIENE LEGAJOS.'
              GO TO 170000-RECORRER-MAESTRO-EXIT
           END-IF

           SET QUEDAN-LEGAJOS TO TRUE
           MOVE LOW-VALUES TO MAE-CLAVE

           START MAESTRO KEY NOT < MAE-CLAVE
               INVALID KEY
                  SET FIN-LEGAJOS TO TRUE
           END-START

           PERFORM 175000-LEER-LEGAJO
              THRU 175000-LEER-LEGAJO-EXIT
               UNTIL FIN-LEGAJOS

           CLOSE MAESTRO.

       170000-RECORRER-MAESTRO-EXIT.
           EXIT.

       175000-LEER-LEGAJO.

           READ MAESTRO NEXT
               AT END
                  SET FIN-LEGAJOS TO TRUE
               NOT AT END
                  IF MAE-ESTADO NOT = WSC-EQUIVALENTE
                     MOVE MAE-PERIODO TO WSV-PERIODO
                     MOVE MAE-CURSO   TO WSV-CURSO
                     PERFORM 130000-BUSCAR-PERIODO
                        THRU 130000-BUSCAR-PERIODO-EXIT
                     IF PERIODO-HALLADO
                        PERFORM 180000-UBICAR-CURSO
                           THRU 180000-UBICAR-CURSO-EXIT
                        IF CURSO-HALLADO
                           ADD WSC-1 TO TCU-CANT-LEGAJOS(WSI-C)
                        END-IF
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

       175000-LEER-LEGAJO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 180000-UBICAR-CURSO: busca WSV-PERIODO+WSV-CURSO en la     *
      * tabla de cursos y, si no esta, lo agrega en orden; en      *
      * ambos casos WSI-C queda apuntando al curso (salvo tabla    *
      * completa, que se avisa y deja CURSO-NO-HALLADO). El        *
      * periodo ya quedo ubicado en WSI-P.                         *
      *-----------------------------------------------------------*
       180000-UBICAR-CURSO.

           SET CURSO-NO-HALLADO TO TRUE

           PERFORM 181000-COMPARAR-CURSO
              THRU 181000-COMPARAR-CURSO-EXIT
               VARYING WSI-C FROM 1 BY 1
                 UNTIL WSI-C > TCU-CANT
                    OR CURSO-HALLADO

           IF CURSO-HALLADO
      * El VARYING incrementa el subindice antes de probar el
      * corte: al salir con el curso hallado, WSI-C quedo uno
      * despues de la entrada encontrada.
              SUBTRACT WSC-1 FROM WSI-C
              GO TO 180000-UBICAR-CURSO-EXIT
           END-IF

           IF TCU-CANT NOT < WSC-MAX-CURSOS
              DISPLAY 'TABLA DE CURSOS COMPLETA: EL CURSO '
                 WSV-CURSO ' PERIODO ' WSV-PERIODO ' NO SE INFORMA.'
              GO TO 180000-UBICAR-CURSO-EXIT
           END-IF

           MOVE WSV-PERIODO TO CU-PERIODO
           MOVE WSV-CURSO   TO CU-CODIGO
           MOVE WSI-P       TO CU-IND-PERIODO
           MOVE WSC-0       TO CU-CANT-LEGAJOS

           ADD WSC-1 TO TCU-CANT
           MOVE TCU-CANT TO WSI-C
           SET CURSO-SIN-COLOCAR TO TRUE

           PERFORM 182000-COLOCAR-CURSO
              THRU 182000-COLOCAR-CURSO-EXIT
               UNTIL CURSO-COLOCADO

           SET CURSO-HALLADO TO TRUE.

       180000-UBICAR-CURSO-EXIT.
           EXIT.

       181000-COMPARAR-CURSO.

           IF TCU-PERIODO(WSI-C) = WSV-PERIODO
              AND TCU-CODIGO(WSI-C) = WSV-CURSO
              SET CURSO-HALLADO TO TRUE
           END-IF.

       181000-COMPARAR-CURSO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 182000-COLOCAR-CURSO: insercion ordenada por periodo y     *
      * curso, como la tabla de comisiones de PROG30; al terminar  *
      * WSI-C queda apuntando al curso recien colocado.            *
      *-----------------------------------------------------------*
       182000-COLOCAR-CURSO.

           IF WSI-C = WSC-1
              MOVE CURSO-NUEVO TO TCU-CURSO(WSI-C)
              SET CURSO-COLOCADO TO TRUE
           ELSE
              IF TCU-CLAVE(WSI-C - 1) > CU-CLAVE
                 MOVE TCU-CURSO(WSI-C - 1) TO TCU-CURSO(WSI-C)
                 SUBTRACT WSC-1 FROM WSI-C
              ELSE
                 MOVE CURSO-NUEVO TO TCU-CURSO(WSI-C)
                 SET CURSO-COLOCADO TO TRUE
              END-IF
           END-IF.

       182000-COLOCAR-CURSO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 190000-NUMERAR-DIA: convierte la fecha AAAAMMDD de         *
      * WSV-FECHA en un numero de dia corrido (WSV-NRO-DIA). El    *
      * anio se cuenta desde marzo para que el 29 de febrero caiga *
      * al final: enero y febrero pasan al anio anterior como      *
      * meses 13 y 14. Cada division se hace por separado para     *
      * truncar en el paso, como exige la cuenta.                  *
      *-----------------------------------------------------------*
       190000-NUMERAR-DIA.

           MOVE WSV-FECHA-AAAA TO WSV-ANIO
           MOVE WSV-FECHA-MM   TO WSV-MES

           IF WSV-MES < WSC-3
              SUBTRACT WSC-1 FROM WSV-ANIO
              ADD WSC-12 TO WSV-MES
           END-IF

           DIVIDE WSV-ANIO BY WSC-4   GIVING WSV-ANIO-4
           DIVIDE WSV-ANIO BY WSC-100 GIVING WSV-ANIO-100
           DIVIDE WSV-ANIO BY WSC-400 GIVING WSV-ANIO-400

           COMPUTE WSV-AUX-MES = WSC-153 * (WSV-MES - WSC-3) + WSC-2
           DIVIDE WSV-AUX-MES BY WSC-5 GIVING WSV-DIAS-MES

           COMPUTE WSV-NRO-DIA = WSC-365 * WSV-ANIO
                               + WSV-ANIO-4
                               - WSV-ANIO-100
                               + WSV-ANIO-400
                               + WSV-DIAS-MES
                               + WSV-FECHA-DD.

       190000-NUMERAR-DIA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 200000-PROCESO: reune los cursos de los periodos vencidos  *
      * desde MATRICULA y MAESTRO y lista los que no tienen el     *
      * acta cerrada en CIERRES.                                   *
      *-----------------------------------------------------------*
       200000-PROCESO.

           IF TPE-CANT = WSC-0
              GO TO 200000-PROCESO-EXIT
           END-IF

           PERFORM 150000-RECORRER-MATRICULA
              THRU 150000-RECORRER-MATRICULA-EXIT

           PERFORM 170000-RECORRER-MAESTRO
              THRU 170000-RECORRER-MAESTRO-EXIT

           PERFORM 250000-INFORMAR-CURSO
              THRU 250000-INFORMAR-CURSO-EXIT
               VARYING WSI-C FROM 1 BY 1 UNTIL WSI-C > TCU-CANT.

       200000-PROCESO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 250000-INFORMAR-CURSO: el curso con el acta cerrada en     *
      * CIERRES no se informa; el resto sale con su atraso y sus   *
      * legajos en MAESTRO. El cierre anulado se senala.           *
      *-----------------------------------------------------------*
       250000-INFORMAR-CURSO.

           SET ACTA-ABIERTA TO TRUE
           MOVE SPACES TO LV-OBSERVACION

           IF CIERRES-DISPONIBLE
              MOVE TCU-CODIGO(WSI-C)  TO CIE-CURSO
              MOVE TCU-PERIODO(WSI-C) TO CIE-PERIODO
              READ CIERRES
                  INVALID KEY
                     SET ACTA-ABIERTA TO TRUE
                  NOT INVALID KEY
                     IF CIE-CERRADO
                        SET ACTA-CERRADA TO TRUE
                     ELSE
                        MOVE WSC-CIERRE-ANULADO TO LV-OBSERVACION
                     END-IF
              END-READ
           END-IF

           IF ACTA-CERRADA
              GO TO 250000-INFORMAR-CURSO-EXIT
           END-IF

           MOVE TCU-IND-PERIODO(WSI-C) TO WSI-P

           MOVE TCU-PERIODO(WSI-C)       TO LV-PERIODO
           MOVE TCU-CODIGO(WSI-C)        TO LV-CURSO
           MOVE TPE-LIMITE-CIERRE(WSI-P) TO LV-LIMITE-CIERRE
           MOVE TPE-DIAS-ATRASO(WSI-P)   TO LV-DIAS-ATRASO
           MOVE TCU-CANT-LEGAJOS(WSI-C)  TO LV-CANT-LEGAJOS

           ADD WSC-1 TO WSA-CANT-ACTAS

           IF TCU-CANT-LEGAJOS(WSI-C) > WSC-0
              MOVE WSC-SI TO LV-CON-LEGAJOS
              ADD WSC-1 TO WSA-CON-LEGAJOS
           ELSE
              MOVE WSC-NO TO LV-CON-LEGAJOS
              ADD WSC-1 TO WSA-SIN-LEGAJOS
           END-IF

           WRITE INF-REC FROM WS-LINEA-ACTA.

       250000-INFORMAR-CURSO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 300000-FINAL: leyenda si no hay actas vencidas, renglon de *
      * totales, los mismos numeros por consola, y cierre de los   *
      * archivos.                                                  *
      *-----------------------------------------------------------*
       300000-FINAL.

           IF WSA-CANT-ACTAS = WSC-0
              WRITE INF-REC FROM WS-LINEA-VACIA
           END-IF

           MOVE WSA-CANT-ACTAS  TO LS-CANT-ACTAS
           MOVE WSA-CON-LEGAJOS TO LS-CON-LEGAJOS
           MOVE WSA-SIN-LEGAJOS TO LS-SIN-LEGAJOS
           WRITE INF-REC FROM WS-LINEA-TOTALES

           DISPLAY '**************************************'
           DISPLAY 'PERIODOS VENCIDOS:    ' WSA-CANT-VENCIDOS
           DISPLAY 'CURSOS REVISADOS:     ' TCU-CANT
           DISPLAY 'ACTAS SIN CIERRE:     ' LS-CANT-ACTAS
           DISPLAY 'CON LEGAJOS:          ' LS-CON-LEGAJOS
           DISPLAY 'SIN LEGAJOS:          ' LS-SIN-LEGAJOS
           DISPLAY '**************************************'

           IF CIERRES-DISPONIBLE
              CLOSE CIERRES
           END-IF

           CLOSE INFORME.

       300000-FINAL-EXIT.
           EXIT.

       END-RUN.
