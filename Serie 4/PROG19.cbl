      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     MANTENIMIENTO DEL MAESTRO DE CORRELATIVIDADES
      * Tectonics:   cobc
      *
      * PROG04 matriculaba a cualquier alumno en cualquier curso y
      * PROG02-08-ME solo preguntaba si estaba matriculado: nadie
      * controlaba que el alumno tuviera aprobadas las materias
      * correlativas, y este anio el registro academico encontro
      * alumnos que aprobaron cursos que no podian cursar, cuando
      * las actas ya estaban firmadas. Este programa mantiene el
      * maestro indexado CORRELATIVAS (clave carrera+plan+curso,
      * los mismos carrera y plan de PAD-CARRERA/PAD-PLAN del
      * padron) con la lista de cursos previos que el alumno debe
      * tener APROBADOS en MAESTRO para cursar el curso, a partir
      * del archivo de novedades CORRELAT-NOV (un registro por
      * movimiento: tipo A/B/M, carrera, plan, curso, cantidad de
      * previas y la lista de previas). Contra este maestro
      * verifican PROG04 el alta de matricula y PROG02-08-ME la
      * carga de notas.
      *
      * La baja no borra el registro: lo marca con estado B, como
      * hacen PROG04 y PROG16, y un curso dado de baja deja de
      * exigir correlativas. La modificacion reemplaza la lista de
      * previas completa. Los movimientos inconsistentes se
      * rechazan sin tocar el maestro. Cada movimiento, aplicado o
      * rechazado, queda en el listado LISTCOR con su motivo; al
      * final va el renglon de totales y la nomina completa de
      * correlatividades vigentes, que es la que se publica para
      * el registro academico.
      *
      * Modificaciones:
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG19.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NOVEDADES     ASSIGN TO "CORRELAT-NOV"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSD-ESTADO-NOVEDADES.

           SELECT CORRELATIVAS  ASSIGN TO "CORRELATIVAS"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS COR-CLAVE
                                 FILE STATUS IS WSQ-ESTADO-CORRELAT.

           SELECT LISTADO       ASSIGN TO "LISTCOR"
                                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  NOVEDADES
           LABEL RECORD IS STANDARD.

       01  MOV-REC.
           05 MOV-TIPO          PIC X(01).
              88 MOV-ALTA               VALUE 'A'.
              88 MOV-BAJA               VALUE 'B'.
              88 MOV-MODIFICACION       VALUE 'M'.
           05 MOV-CARRERA       PIC X(06).
           05 MOV-PLAN          PIC X(04).
           05 MOV-CURSO         PIC X(06).
           05 MOV-CANT-PREVIAS  PIC 9(02).
           05 MOV-TAB-PREVIAS   OCCURS 10 TIMES.
              10 MOV-PREVIA     PIC X(06).

      *-----------------------------------------------------------*
      * Correlatividades por carrera+plan+curso: los cursos que   *
      * el alumno debe tener APROBADOS en MAESTRO para poder      *
      * matricularse y recibir notas en el curso de la clave.     *
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

       FD  LISTADO
           LABEL RECORD IS STANDARD.

       01  LIS-REC               PIC X(92).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-MAX-PREVIAS      PIC 9(02)       VALUE 10.
          05 WSC-APLICADA         PIC X(09)       VALUE 'APLICADA'.
          05 WSC-RECHAZADA        PIC X(09)       VALUE 'RECHAZADA'.
          05 WSC-TIPO-INVALIDO    PIC X(30)       VALUE
             'TIPO DE MOVIMIENTO DESCONOCIDO'.
          05 WSC-CLAVE-NO-INF     PIC X(30)       VALUE
             'CARRERA/PLAN/CURSO EN BLANCO'.
          05 WSC-CANT-INVALIDA    PIC X(30)       VALUE
             'CANTIDAD DE PREVIAS INVALIDA'.
          05 WSC-PREVIA-NO-INF    PIC X(30)       VALUE
             'PREVIA EN BLANCO'.
          05 WSC-PREVIA-PROPIA    PIC X(30)       VALUE
             'EL CURSO NO PUEDE SER PREVIA'.
          05 WSC-YA-EXISTE        PIC X(30)       VALUE
             'ALTA: LA CLAVE YA EXISTE'.
          05 WSC-NO-EXISTE        PIC X(30)       VALUE
             'LA CLAVE NO EXISTE'.
          05 WSC-YA-DE-BAJA       PIC X(30)       VALUE
             'BAJA: YA ESTABA DADO DE BAJA'.

       01 SWITCHES.
          05 WSS-FIN-NOVEDADES    PIC X(01)       VALUE 'N'.
             88 FIN-NOVEDADES                     VALUE 'S'.
          05 WSS-FIN-CORRELATIVAS PIC X(01)       VALUE 'N'.
             88 FIN-CORRELATIVAS                  VALUE 'S'.
             88 QUEDAN-CORRELATIVAS               VALUE 'N'.
          05 WSS-ESTADO-MOVIM     PIC X(01)       VALUE 'S'.
             88 MOVIMIENTO-APLICADO               VALUE 'S'.
             88 MOVIMIENTO-RECHAZADO              VALUE 'N'.
          05 WSS-BUSQUEDA-CLAVE   PIC X(01)       VALUE 'N'.
             88 CLAVE-ENCONTRADA                  VALUE 'S'.
             88 CLAVE-INEXISTENTE                 VALUE 'N'.

       01 INDICES.
          05 WSI-P                PIC 9(02).

       01 CONTADORES.
          05 WSN-NRO-MOVIMIENTO   PIC 9(06)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CANT-LEIDOS      PIC 9(06)       VALUE 0.
          05 WSA-CANT-APLICADOS   PIC 9(06)       VALUE 0.
          05 WSA-CANT-RECHAZADOS  PIC 9(06)       VALUE 0.
          05 WSA-CANT-VIGENTES    PIC 9(06)       VALUE 0.

       01 CONTROL-NOVEDADES.
          05 WSD-ESTADO-NOVEDADES PIC X(02).

       01 CONTROL-CORRELATIVAS.
          05 WSQ-ESTADO-CORRELAT  PIC X(02).

       01 WS-MOTIVO               PIC X(30).

       01 WS-LINEA-MOVIMIENTO.
          05 LM-NRO-MOVIMIENTO    PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-TIPO              PIC X(01).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-CARRERA           PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-PLAN              PIC X(04).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-CURSO             PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-RESULTADO         PIC X(09).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-MOTIVO            PIC X(30).

       01 WS-LINEA-TOTALES.
          05 LT-ETQ-LEIDOS        PIC X(19)       VALUE
             'MOVIMIENTOS LEIDOS:'.
          05 LT-CANT-LEIDOS       PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LT-ETQ-APLICADOS     PIC X(10)       VALUE
             'APLICADOS:'.
          05 LT-CANT-APLICADOS    PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LT-ETQ-RECHAZADOS    PIC X(11)       VALUE
             'RECHAZADOS:'.
          05 LT-CANT-RECHAZADOS   PIC ZZZZZ9.

       01 WS-LINEA-NOMINA-TITULO.
          05 FILLER               PIC X(40)       VALUE
             'CORRELATIVIDADES VIGENTES'.

       01 WS-LINEA-NOMINA-COLUMNAS.
          05 FILLER               PIC X(08)       VALUE 'CARRERA'.
          05 FILLER               PIC X(06)       VALUE 'PLAN'.
          05 FILLER               PIC X(08)       VALUE 'CURSO'.
          05 FILLER               PIC X(20)       VALUE
             'PREVIAS APROBADAS'.

       01 WS-LINEA-NOMINA.
          05 LN-CARRERA           PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LN-PLAN              PIC X(04).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LN-CURSO             PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LN-TAB-PREVIAS       OCCURS 10 TIMES.
             10 LN-PREVIA         PIC X(06).
             10 FILLER            PIC X(01).

       01 WS-LINEA-NOMINA-PIE.
          05 FILLER               PIC X(22)       VALUE
             'CURSOS CON PREVIAS:   '.
          05 LP-CANT-VIGENTES     PIC ZZZZZ9.


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 100000-INICIO     THRU 100000-INICIO-EXIT
           PERFORM 200000-PROCESO    THRU 200000-PROCESO-EXIT
           PERFORM 300000-FINAL      THRU 300000-FINAL-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 100000-INICIO: abre el archivo de novedades, el maestro de *
      * correlatividades y el listado, y hace la lectura de        *
      * adelanto del ciclo batch. CORRELATIVAS puede no existir    *
      * todavia en el sitio (primera carga): se lo crea vacio      *
      * antes de abrirlo I-O, igual que PROG04 hace con MATRICULA. *
      *-----------------------------------------------------------*
       100000-INICIO.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   MANTENIMIENTO CORRELATIVAS'
           DISPLAY 'Programme: PROG19'
           DISPLAY '**************************************'

           OPEN OUTPUT LISTADO

           PERFORM 105000-ABRIR-CORRELATIVAS
              THRU 105000-ABRIR-CORRELATIVAS-EXIT

           OPEN INPUT NOVEDADES

           IF WSD-ESTADO-NOVEDADES NOT = '00'
              DISPLAY '**************************************'
              DISPLAY 'NO SE ENCONTRO EL ARCHIVO CORRELAT-NOV.'
              DISPLAY 'NO HAY MOVIMIENTOS QUE APLICAR.'
              DISPLAY '**************************************'
              SET FIN-NOVEDADES TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           PERFORM 110000-LEER-MOVIMIENTO
              THRU 110000-LEER-MOVIMIENTO-EXIT.

       100000-INICIO-EXIT.
           EXIT.

       105000-ABRIR-CORRELATIVAS.

           OPEN I-O CORRELATIVAS

           IF WSQ-ESTADO-CORRELAT NOT = '00'
              OPEN OUTPUT CORRELATIVAS
              CLOSE CORRELATIVAS
              OPEN I-O CORRELATIVAS
           END-IF.

       105000-ABRIR-CORRELATIVAS-EXIT.
           EXIT.

       110000-LEER-MOVIMIENTO.

           READ NOVEDADES
               AT END
                  SET FIN-NOVEDADES TO TRUE
               NOT AT END
                  ADD WSC-1 TO WSN-NRO-MOVIMIENTO
                  ADD WSC-1 TO WSA-CANT-LEIDOS
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria para
      * siempre el ultimo movimiento leido.
           IF WSD-ESTADO-NOVEDADES NOT = '00'
              AND WSD-ESTADO-NOVEDADES NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN CORRELAT-NOV (ESTADO '
                 WSD-ESTADO-NOVEDADES ')'
              SET FIN-NOVEDADES TO TRUE
           END-IF.

       110000-LEER-MOVIMIENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 200000-PROCESO: recorre el archivo de novedades aplicando  *
      * cada movimiento al maestro segun su tipo, hasta fin de     *
      * archivo. Todo movimiento queda en el listado, aplicado o   *
      * rechazado, con su motivo.                                  *
      *-----------------------------------------------------------*
       200000-PROCESO.

           PERFORM 205000-PROCESAR-MOVIMIENTO
              THRU 205000-PROCESAR-MOVIMIENTO-EXIT
               UNTIL FIN-NOVEDADES.

       200000-PROCESO-EXIT.
           EXIT.

       205000-PROCESAR-MOVIMIENTO.

           PERFORM 210000-APLICAR-MOVIMIENTO
              THRU 210000-APLICAR-MOVIMIENTO-EXIT

           PERFORM 260000-GRABAR-LISTADO
              THRU 260000-GRABAR-LISTADO-EXIT

           PERFORM 110000-LEER-MOVIMIENTO
              THRU 110000-LEER-MOVIMIENTO-EXIT.

       205000-PROCESAR-MOVIMIENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 210000-APLICAR-MOVIMIENTO: valida el movimiento en curso y *
      * lo deriva al parrafo de su tipo. La clave incompleta y el  *
      * tipo desconocido se rechazan aca, antes de tocar el        *
      * maestro.                                                   *
      *-----------------------------------------------------------*
       210000-APLICAR-MOVIMIENTO.

           SET MOVIMIENTO-APLICADO TO TRUE
           MOVE SPACES TO WS-MOTIVO

           IF MOV-CARRERA = SPACES
              OR MOV-PLAN = SPACES
              OR MOV-CURSO = SPACES
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-CLAVE-NO-INF TO WS-MOTIVO
              GO TO 210000-APLICAR-MOVIMIENTO-EXIT
           END-IF

           PERFORM 215000-BUSCAR-CLAVE
              THRU 215000-BUSCAR-CLAVE-EXIT

           IF MOV-ALTA
              PERFORM 220000-APLICAR-ALTA
                 THRU 220000-APLICAR-ALTA-EXIT
           ELSE
              IF MOV-BAJA
                 PERFORM 230000-APLICAR-BAJA
                    THRU 230000-APLICAR-BAJA-EXIT
              ELSE
                 IF MOV-MODIFICACION
                    PERFORM 240000-APLICAR-MODIFICACION
                       THRU 240000-APLICAR-MODIFICACION-EXIT
                 ELSE
                    SET MOVIMIENTO-RECHAZADO TO TRUE
                    MOVE WSC-TIPO-INVALIDO TO WS-MOTIVO
                 END-IF
              END-IF
           END-IF.

       210000-APLICAR-MOVIMIENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 215000-BUSCAR-CLAVE: lee el maestro por la clave del       *
      * movimiento (carrera+plan+curso) y deja el resultado en el  *
      * switch de busqueda; el registro leido queda en COR-REC     *
      * para el parrafo que lo necesite.                           *
      *-----------------------------------------------------------*
       215000-BUSCAR-CLAVE.

           MOVE MOV-CARRERA TO COR-CARRERA
           MOVE MOV-PLAN    TO COR-PLAN
           MOVE MOV-CURSO   TO COR-CURSO

      * El switch arranca en INEXISTENTE: un error duro de lectura
      * (que no dispara ni INVALID KEY ni NOT INVALID KEY) no debe
      * dejar vigente el resultado del movimiento anterior.
           SET CLAVE-INEXISTENTE TO TRUE

           READ CORRELATIVAS
               INVALID KEY
                  SET CLAVE-INEXISTENTE TO TRUE
               NOT INVALID KEY
                  SET CLAVE-ENCONTRADA TO TRUE
           END-READ.

       215000-BUSCAR-CLAVE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 218000-VALIDAR-PREVIAS: la lista de previas del alta y de  *
      * la modificacion debe traer entre 1 y WSC-MAX-PREVIAS       *
      * cursos, ninguno en blanco y ninguno igual al curso de la   *
      * clave (un curso correlativo de si mismo no se podria       *
      * cursar nunca).                                             *
      *-----------------------------------------------------------*
       218000-VALIDAR-PREVIAS.

           IF MOV-CANT-PREVIAS IS NOT NUMERIC
              OR MOV-CANT-PREVIAS < WSC-1
              OR MOV-CANT-PREVIAS > WSC-MAX-PREVIAS
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-CANT-INVALIDA TO WS-MOTIVO
              GO TO 218000-VALIDAR-PREVIAS-EXIT
           END-IF

           PERFORM 219000-VALIDAR-UNA-PREVIA
              THRU 219000-VALIDAR-UNA-PREVIA-EXIT
               VARYING WSI-P FROM 1 BY 1
                 UNTIL WSI-P > MOV-CANT-PREVIAS
                    OR MOVIMIENTO-RECHAZADO.

       218000-VALIDAR-PREVIAS-EXIT.
           EXIT.

       219000-VALIDAR-UNA-PREVIA.

           IF MOV-PREVIA(WSI-P) = SPACES
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-PREVIA-NO-INF TO WS-MOTIVO
              GO TO 219000-VALIDAR-UNA-PREVIA-EXIT
           END-IF

           IF MOV-PREVIA(WSI-P) = MOV-CURSO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-PREVIA-PROPIA TO WS-MOTIVO
           END-IF.

       219000-VALIDAR-UNA-PREVIA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-APLICAR-ALTA: registra las correlativas del curso   *
      * para la carrera y plan; la clave no debe existir en el     *
      * maestro, ni activa ni de baja.                             *
      *-----------------------------------------------------------*
       220000-APLICAR-ALTA.

           IF CLAVE-ENCONTRADA
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-YA-EXISTE TO WS-MOTIVO
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           PERFORM 218000-VALIDAR-PREVIAS
              THRU 218000-VALIDAR-PREVIAS-EXIT

           IF MOVIMIENTO-RECHAZADO
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           MOVE MOV-CARRERA TO COR-CARRERA
           MOVE MOV-PLAN    TO COR-PLAN
           MOVE MOV-CURSO   TO COR-CURSO

           PERFORM 245000-COPIAR-PREVIAS
              THRU 245000-COPIAR-PREVIAS-EXIT

           SET COR-ACTIVO   TO TRUE

           WRITE COR-REC.

       220000-APLICAR-ALTA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 230000-APLICAR-BAJA: marca el curso con estado B en lugar  *
      * de borrarlo; desde ese momento el curso deja de exigir     *
      * correlativas, pero el maestro conserva la historia.        *
      *-----------------------------------------------------------*
       230000-APLICAR-BAJA.

           IF CLAVE-INEXISTENTE
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NO-EXISTE TO WS-MOTIVO
              GO TO 230000-APLICAR-BAJA-EXIT
           END-IF

           IF COR-BAJA
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-YA-DE-BAJA TO WS-MOTIVO
              GO TO 230000-APLICAR-BAJA-EXIT
           END-IF

           SET COR-BAJA TO TRUE

           REWRITE COR-REC.

       230000-APLICAR-BAJA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 240000-APLICAR-MODIFICACION: reemplaza la lista completa   *
      * de previas de un curso existente (cambio de plan de        *
      * correlatividades); el estado no se toca, para eso estan el *
      * alta y la baja.                                            *
      *-----------------------------------------------------------*
       240000-APLICAR-MODIFICACION.

           IF CLAVE-INEXISTENTE
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NO-EXISTE TO WS-MOTIVO
              GO TO 240000-APLICAR-MODIFICACION-EXIT
           END-IF

           PERFORM 218000-VALIDAR-PREVIAS
              THRU 218000-VALIDAR-PREVIAS-EXIT

           IF MOVIMIENTO-RECHAZADO
              GO TO 240000-APLICAR-MODIFICACION-EXIT
           END-IF

           PERFORM 245000-COPIAR-PREVIAS
              THRU 245000-COPIAR-PREVIAS-EXIT

           REWRITE COR-REC.

       240000-APLICAR-MODIFICACION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 245000-COPIAR-PREVIAS: traslada la lista de previas del    *
      * movimiento al registro del maestro; las posiciones que     *
      * sobran quedan en blanco, para que una lista mas corta no   *
      * arrastre previas de la version anterior.                   *
      *-----------------------------------------------------------*
       245000-COPIAR-PREVIAS.

           MOVE MOV-CANT-PREVIAS TO COR-CANT-PREVIAS

           PERFORM 246000-COPIAR-UNA-PREVIA
               VARYING WSI-P FROM 1 BY 1 UNTIL WSI-P > WSC-MAX-PREVIAS.

       245000-COPIAR-PREVIAS-EXIT.
           EXIT.

       246000-COPIAR-UNA-PREVIA.

           IF WSI-P > MOV-CANT-PREVIAS
              MOVE SPACES            TO COR-PREVIA(WSI-P)
           ELSE
              MOVE MOV-PREVIA(WSI-P) TO COR-PREVIA(WSI-P)
           END-IF.

      *-----------------------------------------------------------*
      * 260000-GRABAR-LISTADO: renglon del listado por cada        *
      * movimiento procesado, aplicado o rechazado con su motivo,  *
      * y actualizacion de los totales de la corrida.              *
      *-----------------------------------------------------------*
       260000-GRABAR-LISTADO.

           MOVE WSN-NRO-MOVIMIENTO TO LM-NRO-MOVIMIENTO
           MOVE MOV-TIPO           TO LM-TIPO
           MOVE MOV-CARRERA        TO LM-CARRERA
           MOVE MOV-PLAN           TO LM-PLAN
           MOVE MOV-CURSO          TO LM-CURSO
           MOVE WS-MOTIVO          TO LM-MOTIVO

           IF MOVIMIENTO-APLICADO
              MOVE WSC-APLICADA TO LM-RESULTADO
              ADD WSC-1 TO WSA-CANT-APLICADOS
           ELSE
              MOVE WSC-RECHAZADA TO LM-RESULTADO
              ADD WSC-1 TO WSA-CANT-RECHAZADOS
           END-IF

           WRITE LIS-REC FROM WS-LINEA-MOVIMIENTO.

       260000-GRABAR-LISTADO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 270000-LISTAR-NOMINA: recorre CORRELATIVAS completo y deja *
      * en el listado la nomina de correlatividades vigentes, un   *
      * renglon por curso con sus previas, ya con los movimientos  *
      * de la corrida aplicados.                                   *
      *-----------------------------------------------------------*
       270000-LISTAR-NOMINA.

           MOVE SPACES TO LIS-REC
           WRITE LIS-REC
           WRITE LIS-REC FROM WS-LINEA-NOMINA-TITULO
           WRITE LIS-REC FROM WS-LINEA-NOMINA-COLUMNAS

           SET QUEDAN-CORRELATIVAS TO TRUE
           MOVE LOW-VALUES TO COR-CLAVE

           START CORRELATIVAS KEY NOT < COR-CLAVE
               INVALID KEY
                  SET FIN-CORRELATIVAS TO TRUE
           END-START

           PERFORM 275000-LEER-CORRELATIVA
              THRU 275000-LEER-CORRELATIVA-EXIT
               UNTIL FIN-CORRELATIVAS

           MOVE WSA-CANT-VIGENTES TO LP-CANT-VIGENTES
           WRITE LIS-REC FROM WS-LINEA-NOMINA-PIE.

       270000-LISTAR-NOMINA-EXIT.
           EXIT.

       275000-LEER-CORRELATIVA.

           READ CORRELATIVAS NEXT
               AT END
                  SET FIN-CORRELATIVAS TO TRUE
               NOT AT END
                  IF COR-ACTIVO
                     PERFORM 276000-GRABAR-NOMINA
                        THRU 276000-GRABAR-NOMINA-EXIT
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSQ-ESTADO-CORRELAT NOT = '00'
              AND WSQ-ESTADO-CORRELAT NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN CORRELATIVAS (ESTADO '
                 WSQ-ESTADO-CORRELAT ')'
              SET FIN-CORRELATIVAS TO TRUE
           END-IF.

       275000-LEER-CORRELATIVA-EXIT.
           EXIT.

       276000-GRABAR-NOMINA.

           ADD WSC-1 TO WSA-CANT-VIGENTES

           MOVE SPACES      TO WS-LINEA-NOMINA
           MOVE COR-CARRERA TO LN-CARRERA
           MOVE COR-PLAN    TO LN-PLAN
           MOVE COR-CURSO   TO LN-CURSO

           PERFORM 277000-GRABAR-UNA-PREVIA
               VARYING WSI-P FROM 1 BY 1 UNTIL WSI-P > WSC-MAX-PREVIAS

           WRITE LIS-REC FROM WS-LINEA-NOMINA.

       276000-GRABAR-NOMINA-EXIT.
           EXIT.

       277000-GRABAR-UNA-PREVIA.

           MOVE COR-PREVIA(WSI-P) TO LN-PREVIA(WSI-P).

      *-----------------------------------------------------------*
      * 300000-FINAL: graba el renglon de totales y la nomina de   *
      * correlatividades vigentes, muestra los totales por consola *
      * y cierra los archivos.                                     *
      *-----------------------------------------------------------*
       300000-FINAL.

           MOVE WSA-CANT-LEIDOS     TO LT-CANT-LEIDOS
           MOVE WSA-CANT-APLICADOS  TO LT-CANT-APLICADOS
           MOVE WSA-CANT-RECHAZADOS TO LT-CANT-RECHAZADOS

           WRITE LIS-REC FROM WS-LINEA-TOTALES

           PERFORM 270000-LISTAR-NOMINA
              THRU 270000-LISTAR-NOMINA-EXIT

           DISPLAY '**************************************'
           DISPLAY 'MOVIMIENTOS LEIDOS:   ' LT-CANT-LEIDOS
           DISPLAY 'MOVIMIENTOS APLICADOS:' LT-CANT-APLICADOS
           DISPLAY 'MOVIMIENTOS RECHAZADOS:' LT-CANT-RECHAZADOS
           DISPLAY 'CURSOS CON PREVIAS:   ' LP-CANT-VIGENTES
           DISPLAY '**************************************'

           CLOSE NOVEDADES
           CLOSE CORRELATIVAS
           CLOSE LISTADO.

       300000-FINAL-EXIT.
           EXIT.

       END-RUN.
