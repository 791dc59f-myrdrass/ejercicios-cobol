      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     ACTA DE MESA DE EXAMEN FINAL
      * Tectonics:   cobc
      *
      * Acta de cada mesa de final (curso + periodo de mesa) pedida
      * en el archivo de parametros MESAPAR, armada desde el
      * maestro MESAS que cargan PROG22 (inscripcion) y PROG23
      * (resultados), con el mismo formato que el acta de cursada
      * de PROG07: encabezado institucional con curso, mesa y fecha
      * de emision, titulos de columna, hojas numeradas con
      * cantidad fija de renglones de detalle, la nota tambien en
      * letras, totales por hoja y totales finales, y el bloque de
      * firmas del tribunal. Cada renglon informa el intento de
      * final del alumno y su condicion en la mesa (APROBADO,
      * DESAPROBADO, AUSENTE o SIN RESULTADO si PROG23 todavia no
      * cargo la nota). El acta de cada mesa sale en su propio
      * archivo ACTAMESA-curso-mesa.
      *
      * Modificaciones:
      * 15/10/2026 - PAD-REC suma al final los datos de contacto del
      *              alumno (correo, domicilio, localidad y codigo
      *              postal) que mantiene PROG16 (registro de 180
      *              posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG24.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MESAS         ASSIGN TO "MESAS"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MES-CLAVE
                                 FILE STATUS IS WSK-ESTADO-MESAS.

           SELECT ACTA          ASSIGN TO DYNAMIC WS-ARCHIVO-ACTA
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETRO     ASSIGN TO "MESAPAR"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSR-ESTADO-PARAMETRO.

           SELECT PADRON        ASSIGN TO "PADRON"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PAD-ID
                                 FILE STATUS IS WSY-ESTADO-PADRON.

       DATA DIVISION.

       FILE SECTION.

       FD  MESAS
           LABEL RECORD IS STANDARD.

       01  MES-REC.
           05 MES-CLAVE.
              10 MES-ID          PIC X(06).
              10 MES-CURSO       PIC X(06).
              10 MES-PERIODO-MESA PIC X(06).
           05 MES-PERIODO-CURSADA PIC X(06).
           05 MES-NOMBRE         PIC X(30).
           05 MES-FECHA-EXAMEN   PIC 9(08).
           05 MES-INTENTO        PIC 9(02).
           05 MES-ESTADO         PIC X(01).
              88 MES-INSCRIPTO           VALUE 'I'.
              88 MES-APROBADO            VALUE 'A'.
              88 MES-DESAPROBADO         VALUE 'D'.
              88 MES-AUSENTE             VALUE 'U'.
           05 MES-NOTA           PIC 9(02)V9(02).
           05 MES-FECHA-RESULT   PIC 9(08).

       FD  ACTA
           LABEL RECORD IS STANDARD.

       01  ACT-REC               PIC X(100).

      *-----------------------------------------------------------*
      * Una mesa por registro: curso y periodo de la mesa.        *
      *-----------------------------------------------------------*
       FD  PARAMETRO
           LABEL RECORD IS STANDARD.

       01  PAR-REC.
           05 PAR-CURSO          PIC X(06).
           05 PAR-PERIODO-MESA   PIC X(06).

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

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-LINEAS-POR-HOJA  PIC 9(02)       VALUE 20.
          05 WSC-COND-APROBADO    PIC X(13)       VALUE 'APROBADO'.
          05 WSC-COND-DESAPROB    PIC X(13)       VALUE 'DESAPROBADO'.
          05 WSC-COND-AUSENTE     PIC X(13)       VALUE 'AUSENTE'.
          05 WSC-COND-SIN-RESULT  PIC X(13)       VALUE
             'SIN RESULTADO'.

      *-----------------------------------------------------------*
      * Tabla de numeros en letras para la parte entera de la     *
      * nota (0 a 10), indexada por entero + 1.                   *
      *-----------------------------------------------------------*
       01 TAB-LETRAS-VALORES.
          05 FILLER               PIC X(06)       VALUE 'CERO'.
          05 FILLER               PIC X(06)       VALUE 'UNO'.
          05 FILLER               PIC X(06)       VALUE 'DOS'.
          05 FILLER               PIC X(06)       VALUE 'TRES'.
          05 FILLER               PIC X(06)       VALUE 'CUATRO'.
          05 FILLER               PIC X(06)       VALUE 'CINCO'.
          05 FILLER               PIC X(06)       VALUE 'SEIS'.
          05 FILLER               PIC X(06)       VALUE 'SIETE'.
          05 FILLER               PIC X(06)       VALUE 'OCHO'.
          05 FILLER               PIC X(06)       VALUE 'NUEVE'.
          05 FILLER               PIC X(06)       VALUE 'DIEZ'.

       01 TAB-LETRAS REDEFINES TAB-LETRAS-VALORES.
          05 TAB-LETRA            PIC X(06)       OCCURS 11 TIMES.

       01 SWITCHES.
          05 WSS-FIN-MESAS        PIC X(01)       VALUE 'N'.
             88 FIN-MESAS                         VALUE 'S'.
             88 QUEDAN-MESAS                      VALUE 'N'.
          05 WSS-FIN-PARAMETRO    PIC X(01)       VALUE 'N'.
             88 FIN-PARAMETRO                     VALUE 'S'.
             88 QUEDAN-PARAMETROS                 VALUE 'N'.
          05 WSS-APERTURA-PARAM   PIC X(01)       VALUE 'N'.
             88 PARAMETRO-ABIERTO                 VALUE 'S'.
             88 PARAMETRO-NO-ABIERTO              VALUE 'N'.
          05 WSS-DISP-PADRON      PIC X(01)       VALUE 'N'.
             88 PADRON-DISPONIBLE                 VALUE 'S'.
             88 PADRON-NO-DISPONIBLE              VALUE 'N'.
          05 WSS-DISP-MESAS       PIC X(01)       VALUE 'N'.
             88 MESAS-DISPONIBLE                  VALUE 'S'.
             88 MESAS-NO-DISPONIBLE               VALUE 'N'.

       01 INDICES.
          05 WSI-ENTERO           PIC 9(02).

       01 CONTADORES.
          05 WSN-HOJA             PIC 9(03)       VALUE 0.
          05 WSN-LINEAS-HOJA      PIC 9(02)       VALUE 0.
          05 WSN-ALUMNOS-HOJA     PIC 9(02)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CANT-INSCRIPTOS  PIC 9(04)       VALUE 0.
          05 WSA-CANT-APROBADOS   PIC 9(04)       VALUE 0.
          05 WSA-CANT-DESAPROB    PIC 9(04)       VALUE 0.
          05 WSA-CANT-AUSENTES    PIC 9(04)       VALUE 0.
          05 WSA-CANT-SIN-RESULT  PIC 9(04)       VALUE 0.
          05 WSA-ACUM-NOTAS       PIC 9(06)V9(02) VALUE 0.
          05 WSA-CANT-RENDIDOS    PIC 9(04)       VALUE 0.

       01 VARIABLES.
          05 WSV-CENTESIMOS       PIC 9(02).
          05 WSV-FECHA-HOY        PIC 9(08).
          05 WSV-FECHA-HOY-R      REDEFINES WSV-FECHA-HOY.
             10 WSV-HOY-AAAA      PIC 9(04).
             10 WSV-HOY-MM        PIC 9(02).
             10 WSV-HOY-DD        PIC 9(02).

       01 PARAMETROS-MESA.
          05 WSP-CURSO            PIC X(06).
          05 WSP-PERIODO-MESA     PIC X(06).

       01 WS-ARCHIVO-ACTA         PIC X(30)       VALUE 'ACTAMESA'.

       01 CONTROL-MESAS.
          05 WSK-ESTADO-MESAS     PIC X(02).

       01 CONTROL-PARAMETRO.
          05 WSR-ESTADO-PARAMETRO PIC X(02).

       01 CONTROL-PADRON.
          05 WSY-ESTADO-PADRON    PIC X(02).
          05 WSY-NOMBRE-ACTA      PIC X(30).

       01 WS-LINEA-INSTITUCION.
          05 FILLER               PIC X(40)       VALUE
             'UNIVERSIDAD NACIONAL - SECRETARIA ACADEM'.
          05 FILLER               PIC X(04)       VALUE 'ICA '.
          05 FILLER               PIC X(26)       VALUE SPACES.
          05 FILLER               PIC X(05)       VALUE 'HOJA '.
          05 LI-HOJA              PIC ZZZ9.

       01 WS-LINEA-ACTA-TITULO    PIC X(30)       VALUE
          'ACTA DE MESA DE EXAMEN FINAL'.

       01 WS-LINEA-CURSO.
          05 FILLER               PIC X(06)       VALUE 'CURSO '.
          05 LC-CURSO             PIC X(06).
          05 FILLER               PIC X(07)       VALUE '  MESA '.
          05 LC-PERIODO-MESA      PIC X(06).
          05 FILLER               PIC X(08)       VALUE '  FECHA '.
          05 LC-DIA               PIC 9(02).
          05 FILLER               PIC X(01)       VALUE '/'.
          05 LC-MES               PIC 9(02).
          05 FILLER               PIC X(01)       VALUE '/'.
          05 LC-ANIO              PIC 9(04).

       01 WS-LINEA-COLUMNAS.
          05 FILLER               PIC X(08)       VALUE 'LEGAJO  '.
          05 FILLER               PIC X(32)       VALUE 'ALUMNO'.
          05 FILLER               PIC X(09)       VALUE 'INTENTO'.
          05 FILLER               PIC X(07)       VALUE 'NOTA'.
          05 FILLER               PIC X(24)       VALUE
             'NOTA EN LETRAS'.
          05 FILLER               PIC X(13)       VALUE 'CONDICION'.

      *-----------------------------------------------------------*
      * El ausente y la mesa sin resultado no tienen nota: la     *
      * vista alfanumerica permite dejarla en blanco.             *
      *-----------------------------------------------------------*
       01 WS-LINEA-DETALLE.
          05 LD-ID                PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LD-NOMBRE            PIC X(30).
          05 FILLER               PIC X(05)       VALUE SPACES.
          05 LD-INTENTO           PIC Z9.
          05 FILLER               PIC X(04)       VALUE SPACES.
          05 LD-NOTA              PIC Z9,99.
          05 LD-NOTA-X            REDEFINES LD-NOTA
                                  PIC X(05).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LD-LETRAS            PIC X(22).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LD-CONDICION         PIC X(13).

       01 WS-LINEA-TOTAL-HOJA.
          05 FILLER               PIC X(17)       VALUE
             'ALUMNOS EN HOJA: '.
          05 LH-CANT-HOJA         PIC ZZ9.

       01 WS-LINEA-TOTAL-FINAL.
          05 FILLER               PIC X(18)       VALUE
             'TOTAL INSCRIPTOS: '.
          05 LF-CANT-INSCRIPTOS   PIC ZZZ9.
          05 FILLER               PIC X(13)       VALUE
             '  APROBADOS: '.
          05 LF-CANT-APROBADOS    PIC ZZZ9.
          05 FILLER               PIC X(16)       VALUE
             '  DESAPROBADOS: '.
          05 LF-CANT-DESAPROB     PIC ZZZ9.
          05 FILLER               PIC X(12)       VALUE
             '  AUSENTES: '.
          05 LF-CANT-AUSENTES     PIC ZZZ9.

       01 WS-LINEA-TOTAL-FINAL-2.
          05 FILLER               PIC X(15)       VALUE
             'SIN RESULTADO: '.
          05 LF-CANT-SIN-RESULT   PIC ZZZ9.
          05 FILLER               PIC X(26)       VALUE
             '  PROMEDIO DE LOS RENDIDOS'.
          05 FILLER               PIC X(02)       VALUE ': '.
          05 LF-PROMEDIO          PIC Z9,99.

       01 WS-LINEA-FIRMAS-PUNTOS.
          05 FILLER               PIC X(25)       VALUE
             '.........................'.
          05 FILLER               PIC X(05)       VALUE SPACES.
          05 FILLER               PIC X(25)       VALUE
             '.........................'.
          05 FILLER               PIC X(05)       VALUE SPACES.
          05 FILLER               PIC X(25)       VALUE
             '.........................'.

       01 WS-LINEA-FIRMAS-ROTULO.
          05 FILLER               PIC X(25)       VALUE
             '   FIRMA PRESIDENTE'.
          05 FILLER               PIC X(05)       VALUE SPACES.
          05 FILLER               PIC X(25)       VALUE
             '     FIRMA VOCAL'.
          05 FILLER               PIC X(05)       VALUE SPACES.
          05 FILLER               PIC X(25)       VALUE
             '   FIRMA SECRETARIO'.

       01 WS-LINEA-BLANCO         PIC X(01)       VALUE SPACES.


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 010000-INICIO-CORRIDA
              THRU 010000-INICIO-CORRIDA-EXIT
           PERFORM 050000-EMITIR-ACTA
              THRU 050000-EMITIR-ACTA-EXIT
                UNTIL FIN-PARAMETRO
           PERFORM 090000-FINAL-CORRIDA
              THRU 090000-FINAL-CORRIDA-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 010000-INICIO-CORRIDA: abre el maestro de mesas, que      *
      * sirve a todas las actas de la corrida, toma la fecha de   *
      * emision y deja cargada la primera mesa de MESAPAR.        *
      *-----------------------------------------------------------*
       010000-INICIO-CORRIDA.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   ACTA DE MESA DE FINAL'
           DISPLAY 'Programme: PROG24'
           DISPLAY '**************************************'

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           OPEN INPUT MESAS

           IF WSK-ESTADO-MESAS NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL MAESTRO DE MESAS.'
              DISPLAY 'NO SE PUEDE EMITIR NINGUN ACTA.'
              SET FIN-PARAMETRO TO TRUE
              GO TO 010000-INICIO-CORRIDA-EXIT
           END-IF

           SET MESAS-DISPONIBLE TO TRUE

           OPEN INPUT PADRON

           IF WSY-ESTADO-PADRON = '00'
              SET PADRON-DISPONIBLE TO TRUE
           ELSE
              SET PADRON-NO-DISPONIBLE TO TRUE
              DISPLAY 'NO SE ENCONTRO EL PADRON DE ALUMNOS:'
              DISPLAY 'LOS NOMBRES SE TOMAN DE LA INSCRIPCION.'
           END-IF

           PERFORM 120000-ABRIR-PARAMETRO
              THRU 120000-ABRIR-PARAMETRO-EXIT.

       010000-INICIO-CORRIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 050000-EMITIR-ACTA: el acta de la mesa vigente de         *
      * MESAPAR: recorre MESAS completo (la clave arranca por     *
      * alumno, asi que las inscripciones de una mesa no estan    *
      * contiguas) filtrando curso + periodo de mesa, con corte   *
      * de hoja cada WSC-LINEAS-POR-HOJA renglones, y cierra con  *
      * los totales finales y el bloque de firmas.                *
      *-----------------------------------------------------------*
       050000-EMITIR-ACTA.

           PERFORM 051000-INICIALIZAR-ACTA
              THRU 051000-INICIALIZAR-ACTA-EXIT

           DISPLAY 'SE EMITE EL ACTA DEL CURSO ' WSP-CURSO
              ' MESA ' WSP-PERIODO-MESA ' EN ' WS-ARCHIVO-ACTA

           OPEN OUTPUT ACTA

           PERFORM 210000-ENCABEZAR-HOJA
              THRU 210000-ENCABEZAR-HOJA-EXIT

           MOVE LOW-VALUES TO MES-CLAVE

           START MESAS KEY NOT < MES-CLAVE
               INVALID KEY
                  SET FIN-MESAS TO TRUE
           END-START

           PERFORM 220000-LEER-INSCRIPCION
              THRU 220000-LEER-INSCRIPCION-EXIT
               UNTIL FIN-MESAS

           PERFORM 260000-CERRAR-ACTA
              THRU 260000-CERRAR-ACTA-EXIT

           CLOSE ACTA

           PERFORM 125000-LEER-PARAMETRO
              THRU 125000-LEER-PARAMETRO-EXIT.

       050000-EMITIR-ACTA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 051000-INICIALIZAR-ACTA: contadores de hoja y totales del *
      * acta en cero y nombre del archivo de salida de la mesa    *
      * (ACTAMESA-curso-mesa; sin curso en MESAPAR, ACTAMESA a    *
      * secas).                                                   *
      *-----------------------------------------------------------*
       051000-INICIALIZAR-ACTA.

           SET QUEDAN-MESAS TO TRUE
           MOVE WSC-0 TO WSN-HOJA
           MOVE WSC-0 TO WSN-LINEAS-HOJA
           MOVE WSC-0 TO WSN-ALUMNOS-HOJA
           MOVE WSC-0 TO WSA-CANT-INSCRIPTOS
           MOVE WSC-0 TO WSA-CANT-APROBADOS
           MOVE WSC-0 TO WSA-CANT-DESAPROB
           MOVE WSC-0 TO WSA-CANT-AUSENTES
           MOVE WSC-0 TO WSA-CANT-SIN-RESULT
           MOVE WSC-0 TO WSA-CANT-RENDIDOS
           MOVE WSC-0 TO WSA-ACUM-NOTAS

           MOVE 'ACTAMESA' TO WS-ARCHIVO-ACTA

           IF WSP-CURSO NOT = SPACES
              MOVE SPACES TO WS-ARCHIVO-ACTA
              STRING 'ACTAMESA-'       DELIMITED BY SIZE
                     WSP-CURSO         DELIMITED BY SPACE
                     '-'               DELIMITED BY SIZE
                     WSP-PERIODO-MESA  DELIMITED BY SPACE
                INTO WS-ARCHIVO-ACTA
           END-IF.

       051000-INICIALIZAR-ACTA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 090000-FINAL-CORRIDA: cierra los archivos de la corrida.  *
      *-----------------------------------------------------------*
       090000-FINAL-CORRIDA.

           IF PARAMETRO-ABIERTO
              CLOSE PARAMETRO
           END-IF

           IF PADRON-DISPONIBLE
              CLOSE PADRON
           END-IF

           IF MESAS-DISPONIBLE
              CLOSE MESAS
           END-IF.

       090000-FINAL-CORRIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 120000-ABRIR-PARAMETRO: un registro por mesa; queda       *
      * abierto y 125000 avanza a la mesa siguiente despues de    *
      * emitir cada acta. Sin MESAPAR no se sabe de que mesa      *
      * emitir acta, asi que no se emite ninguna.                 *
      *-----------------------------------------------------------*
       120000-ABRIR-PARAMETRO.

           OPEN INPUT PARAMETRO

           IF WSR-ESTADO-PARAMETRO = '00'
              SET PARAMETRO-ABIERTO TO TRUE
              PERFORM 125000-LEER-PARAMETRO
                 THRU 125000-LEER-PARAMETRO-EXIT
              IF FIN-PARAMETRO
                 DISPLAY 'MESAPAR ESTA VACIO: NO HAY ACTA'
                 DISPLAY 'QUE EMITIR.'
              END-IF
           ELSE
              DISPLAY 'NO SE ENCONTRO EL ARCHIVO MESAPAR:'
              DISPLAY 'NO HAY ACTA QUE EMITIR.'
              SET FIN-PARAMETRO TO TRUE
           END-IF.

       120000-ABRIR-PARAMETRO-EXIT.
           EXIT.

       125000-LEER-PARAMETRO.

           READ PARAMETRO
               AT END
                  SET FIN-PARAMETRO TO TRUE
               NOT AT END
                  MOVE PAR-CURSO        TO WSP-CURSO
                  MOVE PAR-PERIODO-MESA TO WSP-PERIODO-MESA
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo de mesas
      * repetiria para siempre la ultima mesa leida.
           IF WSR-ESTADO-PARAMETRO NOT = '00'
              AND WSR-ESTADO-PARAMETRO NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN MESAPAR (ESTADO '
                 WSR-ESTADO-PARAMETRO ')'
              SET FIN-PARAMETRO TO TRUE
           END-IF.

       125000-LEER-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 210000-ENCABEZAR-HOJA: encabezado institucional de una    *
      * hoja nueva del acta: numero de hoja, titulo, curso, mesa  *
      * y fecha de emision, y titulos de columna.                 *
      *-----------------------------------------------------------*
       210000-ENCABEZAR-HOJA.

           ADD WSC-1 TO WSN-HOJA
           MOVE WSC-0 TO WSN-LINEAS-HOJA
           MOVE WSC-0 TO WSN-ALUMNOS-HOJA

           MOVE WSN-HOJA         TO LI-HOJA
           MOVE WSP-CURSO        TO LC-CURSO
           MOVE WSP-PERIODO-MESA TO LC-PERIODO-MESA
           MOVE WSV-HOY-DD       TO LC-DIA
           MOVE WSV-HOY-MM       TO LC-MES
           MOVE WSV-HOY-AAAA     TO LC-ANIO

           WRITE ACT-REC FROM WS-LINEA-INSTITUCION
           WRITE ACT-REC FROM WS-LINEA-ACTA-TITULO
           WRITE ACT-REC FROM WS-LINEA-CURSO
           WRITE ACT-REC FROM WS-LINEA-BLANCO
           WRITE ACT-REC FROM WS-LINEA-COLUMNAS.

       210000-ENCABEZAR-HOJA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-LEER-INSCRIPCION: proxima inscripcion de MESAS en  *
      * secuencia de clave; las de la mesa del acta pasan al      *
      * detalle, el resto se saltea.                              *
      *-----------------------------------------------------------*
       220000-LEER-INSCRIPCION.

           READ MESAS NEXT
               AT END
                  SET FIN-MESAS TO TRUE
               NOT AT END
                  IF MES-CURSO = WSP-CURSO
                     AND MES-PERIODO-MESA = WSP-PERIODO-MESA
                     PERFORM 230000-GRABAR-DETALLE
                        THRU 230000-GRABAR-DETALLE-EXIT
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSK-ESTADO-MESAS NOT = '00'
              AND WSK-ESTADO-MESAS NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN MESAS (ESTADO '
                 WSK-ESTADO-MESAS ')'
              SET FIN-MESAS TO TRUE
           END-IF.

       220000-LEER-INSCRIPCION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 230000-GRABAR-DETALLE: renglon del acta por cada alumno   *
      * inscripto en la mesa, con el intento, la nota en numeros  *
      * y en letras y la condicion; el ausente y la mesa sin      *
      * resultado van sin nota. Antes de grabar, si la hoja se    *
      * lleno, se cierra con su total y se encabeza la siguiente. *
      *-----------------------------------------------------------*
       230000-GRABAR-DETALLE.

           IF WSN-LINEAS-HOJA NOT < WSC-LINEAS-POR-HOJA
              PERFORM 250000-CERRAR-HOJA
                 THRU 250000-CERRAR-HOJA-EXIT
              PERFORM 210000-ENCABEZAR-HOJA
                 THRU 210000-ENCABEZAR-HOJA-EXIT
           END-IF

           PERFORM 245000-RESOLVER-NOMBRE
              THRU 245000-RESOLVER-NOMBRE-EXIT

           MOVE MES-ID          TO LD-ID
           MOVE WSY-NOMBRE-ACTA TO LD-NOMBRE
           MOVE MES-INTENTO     TO LD-INTENTO

           ADD WSC-1 TO WSA-CANT-INSCRIPTOS

           IF MES-APROBADO OR MES-DESAPROBADO
              MOVE MES-NOTA TO LD-NOTA
              PERFORM 240000-NOTA-EN-LETRAS
                 THRU 240000-NOTA-EN-LETRAS-EXIT
              ADD MES-NOTA  TO WSA-ACUM-NOTAS
              ADD WSC-1     TO WSA-CANT-RENDIDOS
           ELSE
              MOVE SPACES   TO LD-NOTA-X
              MOVE SPACES   TO LD-LETRAS
           END-IF

           IF MES-APROBADO
              MOVE WSC-COND-APROBADO TO LD-CONDICION
              ADD WSC-1 TO WSA-CANT-APROBADOS
           ELSE
              IF MES-DESAPROBADO
                 MOVE WSC-COND-DESAPROB TO LD-CONDICION
                 ADD WSC-1 TO WSA-CANT-DESAPROB
              ELSE
                 IF MES-AUSENTE
                    MOVE WSC-COND-AUSENTE TO LD-CONDICION
                    ADD WSC-1 TO WSA-CANT-AUSENTES
                 ELSE
                    MOVE WSC-COND-SIN-RESULT TO LD-CONDICION
                    ADD WSC-1 TO WSA-CANT-SIN-RESULT
                 END-IF
              END-IF
           END-IF

           WRITE ACT-REC FROM WS-LINEA-DETALLE

           ADD WSC-1 TO WSN-LINEAS-HOJA
           ADD WSC-1 TO WSN-ALUMNOS-HOJA.

       230000-GRABAR-DETALLE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 240000-NOTA-EN-LETRAS: expresa la nota de la mesa en      *
      * letras, como exige la reglamentacion academica: la parte  *
      * entera por la tabla de numeros (CERO a DIEZ) y los        *
      * centesimos como NN/100, igual que PROG07.                 *
      *-----------------------------------------------------------*
       240000-NOTA-EN-LETRAS.

           MOVE MES-NOTA TO WSI-ENTERO
           COMPUTE WSV-CENTESIMOS =
              (MES-NOTA * 100) - (WSI-ENTERO * 100)

           MOVE SPACES TO LD-LETRAS
           STRING TAB-LETRA(WSI-ENTERO + 1) DELIMITED BY SPACE
                  ' CON '                   DELIMITED BY SIZE
                  WSV-CENTESIMOS            DELIMITED BY SIZE
                  '/100'                    DELIMITED BY SIZE
             INTO LD-LETRAS.

       240000-NOTA-EN-LETRAS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 245000-RESOLVER-NOMBRE: el nombre del renglon del acta    *
      * sale del padron, unica fuente del nombre oficial, como en *
      * PROG07. Sin padron, o sin el alumno en el, se usa el      *
      * nombre grabado en la inscripcion.                         *
      *-----------------------------------------------------------*
       245000-RESOLVER-NOMBRE.

           MOVE MES-NOMBRE TO WSY-NOMBRE-ACTA

           IF PADRON-NO-DISPONIBLE
              GO TO 245000-RESOLVER-NOMBRE-EXIT
           END-IF

           MOVE MES-ID TO PAD-ID

           READ PADRON
               INVALID KEY
                  GO TO 245000-RESOLVER-NOMBRE-EXIT
               NOT INVALID KEY
                  MOVE PAD-NOMBRE TO WSY-NOMBRE-ACTA
           END-READ.

       245000-RESOLVER-NOMBRE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 250000-CERRAR-HOJA: renglon de total de la hoja que se    *
      * termina (cantidad de alumnos comprendidos en ella).       *
      *-----------------------------------------------------------*
       250000-CERRAR-HOJA.

           MOVE WSN-ALUMNOS-HOJA TO LH-CANT-HOJA

           WRITE ACT-REC FROM WS-LINEA-BLANCO
           WRITE ACT-REC FROM WS-LINEA-TOTAL-HOJA
           WRITE ACT-REC FROM WS-LINEA-BLANCO.

       250000-CERRAR-HOJA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 260000-CERRAR-ACTA: total de la ultima hoja, totales      *
      * finales de la mesa (con el promedio de los que rindieron) *
      * y bloque de firmas del tribunal.                          *
      *-----------------------------------------------------------*
       260000-CERRAR-ACTA.

           PERFORM 250000-CERRAR-HOJA
              THRU 250000-CERRAR-HOJA-EXIT

           IF WSA-CANT-RENDIDOS > WSC-0
              COMPUTE LF-PROMEDIO ROUNDED =
                 WSA-ACUM-NOTAS / WSA-CANT-RENDIDOS
           ELSE
              MOVE WSC-0 TO LF-PROMEDIO
           END-IF

           MOVE WSA-CANT-INSCRIPTOS TO LF-CANT-INSCRIPTOS
           MOVE WSA-CANT-APROBADOS  TO LF-CANT-APROBADOS
           MOVE WSA-CANT-DESAPROB   TO LF-CANT-DESAPROB
           MOVE WSA-CANT-AUSENTES   TO LF-CANT-AUSENTES
           MOVE WSA-CANT-SIN-RESULT TO LF-CANT-SIN-RESULT

           WRITE ACT-REC FROM WS-LINEA-TOTAL-FINAL
           WRITE ACT-REC FROM WS-LINEA-TOTAL-FINAL-2
           WRITE ACT-REC FROM WS-LINEA-BLANCO
           WRITE ACT-REC FROM WS-LINEA-BLANCO
           WRITE ACT-REC FROM WS-LINEA-FIRMAS-PUNTOS
           WRITE ACT-REC FROM WS-LINEA-FIRMAS-ROTULO.

       260000-CERRAR-ACTA-EXIT.
           EXIT.

       END-RUN.
