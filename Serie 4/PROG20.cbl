      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     MANTENIMIENTO DEL MAESTRO DE PLANES DE ESTUDIO
      * Tectonics:   cobc
      *
      * PADRON sabe la carrera y el plan de cada alumno y MAESTRO
      * los cursos que aprobo, pero ningun archivo decia que
      * cursos componen cada plan. Este programa mantiene el
      * maestro indexado PLANES (clave carrera+plan+curso, los
      * mismos carrera y plan de PAD-CARRERA/PAD-PLAN del padron)
      * con el anio de cada curso en el plan y su caracter,
      * obligatorio (O) u electivo (E), a partir del archivo de
      * novedades PLANES-NOV (un registro por movimiento: tipo
      * A/B/M, carrera, plan, curso y los datos del curso). Sobre
      * este maestro PROG21 emite el avance de carrera de cada
      * alumno y los candidatos al certificado de egreso.
      *
      * Cada plan lleva ademas un registro de cabecera con curso
      * '000000' (como la cabecera de los archivos de alumnos)
      * que en lugar de anio y caracter guarda la cantidad de
      * cursos electivos que el plan exige aprobar; un plan sin
      * cabecera no exige electivos.
      *
      * La baja no borra el registro: lo marca con estado B, como
      * hacen PROG04, PROG16 y PROG19, y el curso dado de baja deja
      * de contar para el plan. La modificacion reemplaza los datos
      * del curso (o de la cabecera). Los movimientos
      * inconsistentes se rechazan sin tocar el maestro. Cada
      * movimiento, aplicado o rechazado, queda en el listado
      * LISTPLA con su motivo; al final va el renglon de totales y
      * la nomina completa de los planes vigentes.
      *
      * Modificaciones:
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG20.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NOVEDADES     ASSIGN TO "PLANES-NOV"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSD-ESTADO-NOVEDADES.

           SELECT PLANES        ASSIGN TO "PLANES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PLA-CLAVE
                                 FILE STATUS IS WSG-ESTADO-PLANES.

           SELECT LISTADO       ASSIGN TO "LISTPLA"
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
           05 MOV-DATOS.
              10 MOV-ANIO       PIC X(01).
              10 MOV-CARACTER   PIC X(01).
           05 MOV-DATOS-CABECERA REDEFINES MOV-DATOS.
              10 MOV-ELECTIVAS  PIC X(02).

      *-----------------------------------------------------------*
      * Plan de estudios por carrera+plan+curso: anio del curso   *
      * en el plan y caracter obligatorio/electivo. La cabecera   *
      * del plan (curso '000000') guarda en el mismo lugar la     *
      * cantidad de electivos que el plan exige aprobar.          *
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

       FD  LISTADO
           LABEL RECORD IS STANDARD.

       01  LIS-REC               PIC X(92).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-CURSO-CABECERA   PIC X(06)       VALUE '000000'.
          05 WSC-APLICADA         PIC X(09)       VALUE 'APLICADA'.
          05 WSC-RECHAZADA        PIC X(09)       VALUE 'RECHAZADA'.
          05 WSC-OBLIGATORIO      PIC X(11)       VALUE 'OBLIGATORIO'.
          05 WSC-ELECTIVO         PIC X(11)       VALUE 'ELECTIVO'.
          05 WSC-TIPO-INVALIDO    PIC X(30)       VALUE
             'TIPO DE MOVIMIENTO DESCONOCIDO'.
          05 WSC-CLAVE-NO-INF     PIC X(30)       VALUE
             'CARRERA/PLAN/CURSO EN BLANCO'.
          05 WSC-ANIO-INVALIDO    PIC X(30)       VALUE
             'ANIO DEL CURSO INVALIDO'.
          05 WSC-CARACTER-INV     PIC X(30)       VALUE
             'CARACTER DISTINTO DE O/E'.
          05 WSC-ELECTIVAS-INV    PIC X(30)       VALUE
             'CANTIDAD DE ELECTIVOS INVALIDA'.
          05 WSC-YA-EXISTE        PIC X(30)       VALUE
             'ALTA: LA CLAVE YA EXISTE'.
          05 WSC-NO-EXISTE        PIC X(30)       VALUE
             'LA CLAVE NO EXISTE'.
          05 WSC-YA-DE-BAJA       PIC X(30)       VALUE
             'BAJA: YA ESTABA DADO DE BAJA'.

       01 SWITCHES.
          05 WSS-FIN-NOVEDADES    PIC X(01)       VALUE 'N'.
             88 FIN-NOVEDADES                     VALUE 'S'.
          05 WSS-FIN-PLANES       PIC X(01)       VALUE 'N'.
             88 FIN-PLANES                        VALUE 'S'.
             88 QUEDAN-PLANES                     VALUE 'N'.
          05 WSS-ESTADO-MOVIM     PIC X(01)       VALUE 'S'.
             88 MOVIMIENTO-APLICADO               VALUE 'S'.
             88 MOVIMIENTO-RECHAZADO              VALUE 'N'.
          05 WSS-BUSQUEDA-CLAVE   PIC X(01)       VALUE 'N'.
             88 CLAVE-ENCONTRADA                  VALUE 'S'.
             88 CLAVE-INEXISTENTE                 VALUE 'N'.

       01 CONTADORES.
          05 WSN-NRO-MOVIMIENTO   PIC 9(06)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CANT-LEIDOS      PIC 9(06)       VALUE 0.
          05 WSA-CANT-APLICADOS   PIC 9(06)       VALUE 0.
          05 WSA-CANT-RECHAZADOS  PIC 9(06)       VALUE 0.
          05 WSA-CANT-VIGENTES    PIC 9(06)       VALUE 0.

       01 CONTROL-NOVEDADES.
          05 WSD-ESTADO-NOVEDADES PIC X(02).

       01 CONTROL-PLANES.
          05 WSG-ESTADO-PLANES    PIC X(02).

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
             'PLANES DE ESTUDIO VIGENTES'.

       01 WS-LINEA-NOMINA-COLUMNAS.
          05 FILLER               PIC X(08)       VALUE 'CARRERA'.
          05 FILLER               PIC X(06)       VALUE 'PLAN'.
          05 FILLER               PIC X(08)       VALUE 'CURSO'.
          05 FILLER               PIC X(06)       VALUE 'ANIO'.
          05 FILLER               PIC X(11)       VALUE 'CARACTER'.

       01 WS-LINEA-NOMINA.
          05 LN-CARRERA           PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LN-PLAN              PIC X(04).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LN-CURSO             PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LN-ANIO              PIC Z9.
          05 FILLER               PIC X(04)       VALUE SPACES.
          05 LN-CARACTER          PIC X(11).

       01 WS-LINEA-NOMINA-CABECERA.
          05 LC-CARRERA           PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LC-PLAN              PIC X(04).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 FILLER               PIC X(21)       VALUE
             'ELECTIVOS EXIGIDOS:  '.
          05 LC-ELECTIVAS         PIC Z9.

       01 WS-LINEA-NOMINA-PIE.
          05 FILLER               PIC X(22)       VALUE
             'CURSOS VIGENTES:      '.
          05 LP-CANT-VIGENTES     PIC ZZZZZ9.


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 100000-INICIO     THRU 100000-INICIO-EXIT
           PERFORM 200000-PROCESO    THRU 200000-PROCESO-EXIT
           PERFORM 300000-FINAL      THRU 300000-FINAL-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 100000-INICIO: abre el archivo de novedades, el maestro de *
      * planes y el listado, y hace la lectura de adelanto del     *
      * ciclo batch. PLANES puede no existir todavia en el sitio   *
      * (primera carga): se lo crea vacio antes de abrirlo I-O,    *
      * igual que PROG19 hace con CORRELATIVAS.                    *
      *-----------------------------------------------------------*
       100000-INICIO.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   MANTENIMIENTO PLANES'
           DISPLAY 'Programme: PROG20'
           DISPLAY '**************************************'

           OPEN OUTPUT LISTADO

           PERFORM 105000-ABRIR-PLANES
              THRU 105000-ABRIR-PLANES-EXIT

           OPEN INPUT NOVEDADES

           IF WSD-ESTADO-NOVEDADES NOT = '00'
              DISPLAY '**************************************'
              DISPLAY 'NO SE ENCONTRO EL ARCHIVO PLANES-NOV.'
              DISPLAY 'NO HAY MOVIMIENTOS QUE APLICAR.'
              DISPLAY '**************************************'
              SET FIN-NOVEDADES TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           PERFORM 110000-LEER-MOVIMIENTO
              THRU 110000-LEER-MOVIMIENTO-EXIT.

       100000-INICIO-EXIT.
           EXIT.

       105000-ABRIR-PLANES.

           OPEN I-O PLANES

           IF WSG-ESTADO-PLANES NOT = '00'
              OPEN OUTPUT PLANES
              CLOSE PLANES
              OPEN I-O PLANES
           END-IF.

       105000-ABRIR-PLANES-EXIT.
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
              DISPLAY 'ERROR DE LECTURA EN PLANES-NOV (ESTADO '
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
      * switch de busqueda; el registro leido queda en PLA-REC     *
      * para el parrafo que lo necesite.                           *
      *-----------------------------------------------------------*
       215000-BUSCAR-CLAVE.

           MOVE MOV-CARRERA TO PLA-CARRERA
           MOVE MOV-PLAN    TO PLA-PLAN
           MOVE MOV-CURSO   TO PLA-CURSO

      * El switch arranca en INEXISTENTE: un error duro de lectura
      * (que no dispara ni INVALID KEY ni NOT INVALID KEY) no debe
      * dejar vigente el resultado del movimiento anterior.
           SET CLAVE-INEXISTENTE TO TRUE

           READ PLANES
               INVALID KEY
                  SET CLAVE-INEXISTENTE TO TRUE
               NOT INVALID KEY
                  SET CLAVE-ENCONTRADA TO TRUE
           END-READ.

       215000-BUSCAR-CLAVE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 218000-VALIDAR-DATOS: la cabecera del plan debe traer una  *
      * cantidad numerica de electivos; el curso, un anio entre 1  *
      * y 9 y el caracter O (obligatorio) o E (electivo).          *
      *-----------------------------------------------------------*
       218000-VALIDAR-DATOS.

           IF MOV-CURSO = WSC-CURSO-CABECERA
              IF MOV-ELECTIVAS IS NOT NUMERIC
                 SET MOVIMIENTO-RECHAZADO TO TRUE
                 MOVE WSC-ELECTIVAS-INV TO WS-MOTIVO
              END-IF
              GO TO 218000-VALIDAR-DATOS-EXIT
           END-IF

           IF MOV-ANIO IS NOT NUMERIC
              OR MOV-ANIO = WSC-0
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-ANIO-INVALIDO TO WS-MOTIVO
              GO TO 218000-VALIDAR-DATOS-EXIT
           END-IF

           IF MOV-CARACTER NOT = 'O'
              AND MOV-CARACTER NOT = 'E'
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-CARACTER-INV TO WS-MOTIVO
           END-IF.

       218000-VALIDAR-DATOS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-APLICAR-ALTA: incorpora el curso (o la cabecera) al *
      * plan; la clave no debe existir en el maestro, ni activa ni *
      * de baja.                                                   *
      *-----------------------------------------------------------*
       220000-APLICAR-ALTA.

           IF CLAVE-ENCONTRADA
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-YA-EXISTE TO WS-MOTIVO
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           PERFORM 218000-VALIDAR-DATOS
              THRU 218000-VALIDAR-DATOS-EXIT

           IF MOVIMIENTO-RECHAZADO
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           MOVE MOV-CARRERA TO PLA-CARRERA
           MOVE MOV-PLAN    TO PLA-PLAN
           MOVE MOV-CURSO   TO PLA-CURSO
           MOVE MOV-DATOS   TO PLA-DATOS
           SET PLA-ACTIVO   TO TRUE

           WRITE PLA-REC.

       220000-APLICAR-ALTA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 230000-APLICAR-BAJA: marca el curso con estado B en lugar  *
      * de borrarlo; desde ese momento deja de contar para el      *
      * avance de carrera, pero el maestro conserva la historia.   *
      *-----------------------------------------------------------*
       230000-APLICAR-BAJA.

           IF CLAVE-INEXISTENTE
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NO-EXISTE TO WS-MOTIVO
              GO TO 230000-APLICAR-BAJA-EXIT
           END-IF

           IF PLA-BAJA
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-YA-DE-BAJA TO WS-MOTIVO
              GO TO 230000-APLICAR-BAJA-EXIT
           END-IF

           SET PLA-BAJA TO TRUE

           REWRITE PLA-REC.

       230000-APLICAR-BAJA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 240000-APLICAR-MODIFICACION: reemplaza anio y caracter del *
      * curso (o los electivos exigidos de la cabecera); el estado *
      * no se toca, para eso estan el alta y la baja.              *
      *-----------------------------------------------------------*
       240000-APLICAR-MODIFICACION.

           IF CLAVE-INEXISTENTE
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NO-EXISTE TO WS-MOTIVO
              GO TO 240000-APLICAR-MODIFICACION-EXIT
           END-IF

           PERFORM 218000-VALIDAR-DATOS
              THRU 218000-VALIDAR-DATOS-EXIT

           IF MOVIMIENTO-RECHAZADO
              GO TO 240000-APLICAR-MODIFICACION-EXIT
           END-IF

           MOVE MOV-DATOS TO PLA-DATOS

           REWRITE PLA-REC.

       240000-APLICAR-MODIFICACION-EXIT.
           EXIT.

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
      * 270000-LISTAR-NOMINA: recorre PLANES completo y deja en el *
      * listado la nomina de los planes vigentes, un renglon por   *
      * curso activo y el renglon de electivos exigidos de cada    *
      * cabecera, ya con los movimientos de la corrida aplicados.  *
      *-----------------------------------------------------------*
       270000-LISTAR-NOMINA.

           MOVE SPACES TO LIS-REC
           WRITE LIS-REC
           WRITE LIS-REC FROM WS-LINEA-NOMINA-TITULO
           WRITE LIS-REC FROM WS-LINEA-NOMINA-COLUMNAS

           SET QUEDAN-PLANES TO TRUE
           MOVE LOW-VALUES TO PLA-CLAVE

           START PLANES KEY NOT < PLA-CLAVE
               INVALID KEY
                  SET FIN-PLANES TO TRUE
           END-START

           PERFORM 275000-LEER-PLAN
              THRU 275000-LEER-PLAN-EXIT
               UNTIL FIN-PLANES

           MOVE WSA-CANT-VIGENTES TO LP-CANT-VIGENTES
           WRITE LIS-REC FROM WS-LINEA-NOMINA-PIE.

       270000-LISTAR-NOMINA-EXIT.
           EXIT.

       275000-LEER-PLAN.

           READ PLANES NEXT
               AT END
                  SET FIN-PLANES TO TRUE
               NOT AT END
                  IF PLA-ACTIVO
                     PERFORM 276000-GRABAR-NOMINA
                        THRU 276000-GRABAR-NOMINA-EXIT
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSG-ESTADO-PLANES NOT = '00'
              AND WSG-ESTADO-PLANES NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN PLANES (ESTADO '
                 WSG-ESTADO-PLANES ')'
              SET FIN-PLANES TO TRUE
           END-IF.

       275000-LEER-PLAN-EXIT.
           EXIT.

       276000-GRABAR-NOMINA.

           IF PLA-CURSO = WSC-CURSO-CABECERA
              MOVE PLA-CARRERA   TO LC-CARRERA
              MOVE PLA-PLAN      TO LC-PLAN
              MOVE PLA-ELECTIVAS TO LC-ELECTIVAS
              WRITE LIS-REC FROM WS-LINEA-NOMINA-CABECERA
              GO TO 276000-GRABAR-NOMINA-EXIT
           END-IF

           ADD WSC-1 TO WSA-CANT-VIGENTES

           MOVE PLA-CARRERA TO LN-CARRERA
           MOVE PLA-PLAN    TO LN-PLAN
           MOVE PLA-CURSO   TO LN-CURSO
           MOVE PLA-ANIO    TO LN-ANIO

           IF PLA-OBLIGATORIO
              MOVE WSC-OBLIGATORIO TO LN-CARACTER
           ELSE
              MOVE WSC-ELECTIVO    TO LN-CARACTER
           END-IF

           WRITE LIS-REC FROM WS-LINEA-NOMINA.

       276000-GRABAR-NOMINA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 300000-FINAL: graba el renglon de totales y la nomina de   *
      * planes vigentes, muestra los totales por consola y cierra  *
      * los archivos.                                              *
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
           DISPLAY 'CURSOS VIGENTES:      ' LP-CANT-VIGENTES
           DISPLAY '**************************************'

           CLOSE NOVEDADES
           CLOSE PLANES
           CLOSE LISTADO.

       300000-FINAL-EXIT.
           EXIT.

       END-RUN.
