      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     INSCRIPCION A MESAS DE EXAMEN FINAL
      * Tectonics:   cobc
      *
      * 230000-MOSTRAR-RESULTADO de PROG02-08-ME le informa al
      * alumno DESAPROBADO que DEBE RENDIR FINAL, pero el sistema
      * no tenia examen final: las notas se llevaban afuera y
      * MAESTRO nunca se enteraba. Este programa es el primer paso
      * del circuito de mesas: lee las inscripciones del archivo
      * INSCMESA (un registro por inscripcion: alumno, curso,
      * periodo de la mesa y fecha del examen) y las valida contra
      * MAESTRO antes de registrarlas en el maestro indexado MESAS
      * (clave alumno+curso+periodo de la mesa).
      *
      * Solo se inscribe el alumno cuyo ultimo legajo del curso en
      * MAESTRO esta DESAPROBADO: el curso ya aprobado (en cursada
      * o por final) y el legajo LIBRE, que debe recursar, se
      * rechazan. Tambien se rechaza la inscripcion del alumno que
      * tiene otra mesa del curso sin resultado y la del que ya
      * agoto los WSC-MAX-INTENTOS finales desaprobados que admite
      * el reglamento sobre esa cursada. Cada inscripcion lleva el
      * numero de intento que le corresponde; PROG23 carga despues
      * los resultados y PROG24 emite el acta de la mesa.
      *
      * Cada inscripcion, aceptada o rechazada, queda en el listado
      * LISTINSC con su motivo, y al final un renglon de totales.
      *
      * Modificaciones:
      * 15/10/2026 - El curso otorgado por equivalencia
      *              (EQUIVALENTE, grabado por PROG25) no admite
      *              inscripcion a final, como el ya aprobado.
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG22.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NOVEDADES     ASSIGN TO "INSCMESA"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSD-ESTADO-NOVEDADES.

           SELECT MAESTRO       ASSIGN TO "MAESTRO"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MAE-CLAVE
                                 FILE STATUS IS WSE-ESTADO-MAESTRO.

           SELECT MESAS         ASSIGN TO "MESAS"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MES-CLAVE
                                 FILE STATUS IS WSK-ESTADO-MESAS.

           SELECT LISTADO       ASSIGN TO "LISTINSC"
                                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  NOVEDADES
           LABEL RECORD IS STANDARD.

       01  MOV-REC.
           05 MOV-ID            PIC X(06).
           05 MOV-CURSO         PIC X(06).
           05 MOV-PERIODO-MESA  PIC X(06).
           05 MOV-FECHA-EXAMEN  PIC X(08).
           05 MOV-FECHA-EXAMEN-NUM REDEFINES MOV-FECHA-EXAMEN
                                PIC 9(08).

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
      * Inscripciones a mesas de final por alumno+curso+periodo   *
      * de la mesa: la cursada (periodo del legajo DESAPROBADO)   *
      * que habilita el final, el numero de intento sobre esa     *
      * cursada y, una vez cargado por PROG23, el resultado.      *
      *-----------------------------------------------------------*
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

       FD  LISTADO
           LABEL RECORD IS STANDARD.

       01  LIS-REC               PIC X(92).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-MAX-INTENTOS     PIC 9(02)       VALUE 3.
          05 WSC-APROBADO         PIC X(11)       VALUE 'APROBADO'.
          05 WSC-APROB-FINAL      PIC X(11)       VALUE 'APROB.FINAL'.
          05 WSC-EQUIVALENTE      PIC X(11)       VALUE 'EQUIVALENTE'.
          05 WSC-DESAPROBADO      PIC X(11)       VALUE 'DESAPROBADO'.
          05 WSC-LIBRE            PIC X(11)       VALUE 'LIBRE'.
          05 WSC-INSCRIPTA        PIC X(09)       VALUE 'INSCRIPTA'.
          05 WSC-RECHAZADA        PIC X(09)       VALUE 'RECHAZADA'.
          05 WSC-CLAVE-NO-INF     PIC X(30)       VALUE
             'ALUMNO/CURSO/MESA EN BLANCO'.
          05 WSC-FECHA-INVALIDA   PIC X(30)       VALUE
             'FECHA DE EXAMEN INVALIDA'.
          05 WSC-SIN-LEGAJO       PIC X(30)       VALUE
             'CURSO SIN LEGAJO EN MAESTRO'.
          05 WSC-YA-APROBADO      PIC X(30)       VALUE
             'EL CURSO YA ESTA APROBADO'.
          05 WSC-ES-LIBRE         PIC X(30)       VALUE
             'LEGAJO LIBRE: DEBE RECURSAR'.
          05 WSC-NO-HABILITA      PIC X(30)       VALUE
             'LA CONDICION NO HABILITA FINAL'.
          05 WSC-MESA-PENDIENTE   PIC X(30)       VALUE
             'OTRA MESA DEL CURSO SIN NOTA'.
          05 WSC-BLOQUEADO        PIC X(30)       VALUE
             'BLOQUEADO: AGOTO LOS INTENTOS'.
          05 WSC-YA-INSCRIPTO     PIC X(30)       VALUE
             'YA INSCRIPTO EN ESA MESA'.

       01 SWITCHES.
          05 WSS-FIN-NOVEDADES    PIC X(01)       VALUE 'N'.
             88 FIN-NOVEDADES                     VALUE 'S'.
          05 WSS-FIN-LEGAJOS      PIC X(01)       VALUE 'N'.
             88 FIN-LEGAJOS                       VALUE 'S'.
             88 QUEDAN-LEGAJOS                    VALUE 'N'.
          05 WSS-FIN-MESAS        PIC X(01)       VALUE 'N'.
             88 FIN-MESAS                         VALUE 'S'.
             88 QUEDAN-MESAS                      VALUE 'N'.
          05 WSS-ESTADO-MOVIM     PIC X(01)       VALUE 'S'.
             88 MOVIMIENTO-APLICADO               VALUE 'S'.
             88 MOVIMIENTO-RECHAZADO              VALUE 'N'.
          05 WSS-CURSO-APROBADO   PIC X(01)       VALUE 'N'.
             88 CURSO-YA-APROBADO                 VALUE 'S'.
             88 CURSO-NO-APROBADO                 VALUE 'N'.
          05 WSS-MESA-ABIERTA     PIC X(01)       VALUE 'N'.
             88 HAY-MESA-SIN-NOTA                 VALUE 'S'.
             88 NO-HAY-MESA-SIN-NOTA              VALUE 'N'.

       01 CONTADORES.
          05 WSN-NRO-MOVIMIENTO   PIC 9(06)       VALUE 0.
          05 WSN-CANT-LEGAJOS     PIC 9(03)       VALUE 0.
          05 WSN-INTENTOS         PIC 9(02)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CANT-LEIDOS      PIC 9(06)       VALUE 0.
          05 WSA-CANT-INSCRIPTOS  PIC 9(06)       VALUE 0.
          05 WSA-CANT-RECHAZADOS  PIC 9(06)       VALUE 0.

       01 VARIABLES.
          05 WSV-ULTIMO-PERIODO   PIC X(06).
          05 WSV-ULTIMO-ESTADO    PIC X(11).
          05 WSV-ULTIMO-NOMBRE    PIC X(30).

       01 CONTROL-NOVEDADES.
          05 WSD-ESTADO-NOVEDADES PIC X(02).

       01 CONTROL-MAESTRO.
          05 WSE-ESTADO-MAESTRO   PIC X(02).
          05 WSE-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 MAESTRO-DISPONIBLE                VALUE 'S'.
             88 MAESTRO-NO-DISPONIBLE             VALUE 'N'.

       01 CONTROL-MESAS.
          05 WSK-ESTADO-MESAS     PIC X(02).

       01 WS-MOTIVO               PIC X(30).

       01 WS-LINEA-MOVIMIENTO.
          05 LM-NRO-MOVIMIENTO    PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-ID                PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-CURSO             PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-PERIODO-MESA      PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-FECHA-EXAMEN      PIC X(08).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-INTENTO           PIC Z9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-RESULTADO         PIC X(09).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-MOTIVO            PIC X(30).

       01 WS-LINEA-TOTALES.
          05 LT-ETQ-LEIDOS        PIC X(21)       VALUE
             'INSCRIPCIONES LEIDAS:'.
          05 LT-CANT-LEIDOS       PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LT-ETQ-INSCRIPTOS    PIC X(11)       VALUE
             'INSCRIPTAS:'.
          05 LT-CANT-INSCRIPTOS   PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LT-ETQ-RECHAZADOS    PIC X(11)       VALUE
             'RECHAZADAS:'.
          05 LT-CANT-RECHAZADOS   PIC ZZZZZ9.


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 100000-INICIO     THRU 100000-INICIO-EXIT
           PERFORM 200000-PROCESO    THRU 200000-PROCESO-EXIT
           PERFORM 300000-FINAL      THRU 300000-FINAL-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 100000-INICIO: abre el listado, MAESTRO (sin el no hay     *
      * contra que validar y no se inscribe a nadie), el maestro   *
      * de mesas y las inscripciones, y hace la lectura de         *
      * adelanto. MESAS puede no existir todavia en el sitio       *
      * (primera mesa): se lo crea vacio antes de abrirlo I-O.     *
      *-----------------------------------------------------------*
       100000-INICIO.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   INSCRIPCION A MESAS DE FINAL'
           DISPLAY 'Programme: PROG22'
           DISPLAY '**************************************'

           OPEN OUTPUT LISTADO

           OPEN INPUT MAESTRO

           IF WSE-ESTADO-MAESTRO NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL MAESTRO DE NOTAS.'
              DISPLAY 'NO SE PUEDE VALIDAR NINGUNA INSCRIPCION.'
              SET FIN-NOVEDADES TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           SET MAESTRO-DISPONIBLE TO TRUE

           PERFORM 105000-ABRIR-MESAS
              THRU 105000-ABRIR-MESAS-EXIT

           OPEN INPUT NOVEDADES

           IF WSD-ESTADO-NOVEDADES NOT = '00'
              DISPLAY '**************************************'
              DISPLAY 'NO SE ENCONTRO EL ARCHIVO INSCMESA.'
              DISPLAY 'NO HAY INSCRIPCIONES QUE PROCESAR.'
              DISPLAY '**************************************'
              SET FIN-NOVEDADES TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           PERFORM 110000-LEER-MOVIMIENTO
              THRU 110000-LEER-MOVIMIENTO-EXIT.

       100000-INICIO-EXIT.
           EXIT.

       105000-ABRIR-MESAS.

           OPEN I-O MESAS

           IF WSK-ESTADO-MESAS NOT = '00'
              OPEN OUTPUT MESAS
              CLOSE MESAS
              OPEN I-O MESAS
           END-IF.

       105000-ABRIR-MESAS-EXIT.
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
      * siempre la ultima inscripcion leida.
           IF WSD-ESTADO-NOVEDADES NOT = '00'
              AND WSD-ESTADO-NOVEDADES NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN INSCMESA (ESTADO '
                 WSD-ESTADO-NOVEDADES ')'
              SET FIN-NOVEDADES TO TRUE
           END-IF.

       110000-LEER-MOVIMIENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 200000-PROCESO: valida y registra cada inscripcion, hasta  *
      * fin de archivo. Toda inscripcion queda en el listado,      *
      * aceptada o rechazada, con su motivo.                       *
      *-----------------------------------------------------------*
       200000-PROCESO.

           PERFORM 205000-PROCESAR-MOVIMIENTO
              THRU 205000-PROCESAR-MOVIMIENTO-EXIT
               UNTIL FIN-NOVEDADES.

       200000-PROCESO-EXIT.
           EXIT.

       205000-PROCESAR-MOVIMIENTO.

           MOVE WSC-0 TO WSN-INTENTOS

           PERFORM 210000-VALIDAR-INSCRIPCION
              THRU 210000-VALIDAR-INSCRIPCION-EXIT

           IF MOVIMIENTO-APLICADO
              PERFORM 240000-GRABAR-INSCRIPCION
                 THRU 240000-GRABAR-INSCRIPCION-EXIT
           END-IF

           PERFORM 260000-GRABAR-LISTADO
              THRU 260000-GRABAR-LISTADO-EXIT

           PERFORM 110000-LEER-MOVIMIENTO
              THRU 110000-LEER-MOVIMIENTO-EXIT.

       205000-PROCESAR-MOVIMIENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 210000-VALIDAR-INSCRIPCION: la inscripcion debe venir      *
      * completa y con fecha de examen; el ultimo legajo del curso *
      * en MAESTRO debe estar DESAPROBADO, sin el curso aprobado   *
      * en ningun legajo, sin otra mesa del curso pendiente de     *
      * nota y con intentos disponibles sobre esa cursada.         *
      *-----------------------------------------------------------*
       210000-VALIDAR-INSCRIPCION.

           SET MOVIMIENTO-APLICADO TO TRUE
           MOVE SPACES TO WS-MOTIVO

           IF MOV-ID = SPACES
              OR MOV-CURSO = SPACES
              OR MOV-PERIODO-MESA = SPACES
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-CLAVE-NO-INF TO WS-MOTIVO
              GO TO 210000-VALIDAR-INSCRIPCION-EXIT
           END-IF

           IF MOV-FECHA-EXAMEN IS NOT NUMERIC
              OR MOV-FECHA-EXAMEN-NUM = WSC-0
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-FECHA-INVALIDA TO WS-MOTIVO
              GO TO 210000-VALIDAR-INSCRIPCION-EXIT
           END-IF

           PERFORM 220000-BUSCAR-LEGAJOS
              THRU 220000-BUSCAR-LEGAJOS-EXIT

           IF WSN-CANT-LEGAJOS = WSC-0
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-SIN-LEGAJO TO WS-MOTIVO
              GO TO 210000-VALIDAR-INSCRIPCION-EXIT
           END-IF

           IF CURSO-YA-APROBADO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-YA-APROBADO TO WS-MOTIVO
              GO TO 210000-VALIDAR-INSCRIPCION-EXIT
           END-IF

           IF WSV-ULTIMO-ESTADO = WSC-LIBRE
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-ES-LIBRE TO WS-MOTIVO
              GO TO 210000-VALIDAR-INSCRIPCION-EXIT
           END-IF

           IF WSV-ULTIMO-ESTADO NOT = WSC-DESAPROBADO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NO-HABILITA TO WS-MOTIVO
              GO TO 210000-VALIDAR-INSCRIPCION-EXIT
           END-IF

           PERFORM 230000-CONTAR-INTENTOS
              THRU 230000-CONTAR-INTENTOS-EXIT

           IF HAY-MESA-SIN-NOTA
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-MESA-PENDIENTE TO WS-MOTIVO
              GO TO 210000-VALIDAR-INSCRIPCION-EXIT
           END-IF

           IF WSN-INTENTOS NOT < WSC-MAX-INTENTOS
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-BLOQUEADO TO WS-MOTIVO
           END-IF.

       210000-VALIDAR-INSCRIPCION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-BUSCAR-LEGAJOS: recorre los legajos del alumno en   *
      * el curso (la clave de MAESTRO es alumno+curso+periodo,     *
      * asi que quedan contiguos y en orden de periodo). Queda el  *
      * ultimo, que es la cursada vigente, y la marca de si algun  *
      * legajo ya aprobo el curso.                                 *
      *-----------------------------------------------------------*
       220000-BUSCAR-LEGAJOS.

           MOVE WSC-0  TO WSN-CANT-LEGAJOS
           MOVE SPACES TO WSV-ULTIMO-PERIODO
           MOVE SPACES TO WSV-ULTIMO-ESTADO
           MOVE SPACES TO WSV-ULTIMO-NOMBRE
           SET CURSO-NO-APROBADO TO TRUE
           SET QUEDAN-LEGAJOS    TO TRUE

           MOVE MOV-ID     TO MAE-ID
           MOVE MOV-CURSO  TO MAE-CURSO
           MOVE LOW-VALUES TO MAE-PERIODO

           START MAESTRO KEY NOT < MAE-CLAVE
               INVALID KEY
                  SET FIN-LEGAJOS TO TRUE
           END-START

           PERFORM 225000-LEER-LEGAJO
              THRU 225000-LEER-LEGAJO-EXIT
               UNTIL FIN-LEGAJOS.

       220000-BUSCAR-LEGAJOS-EXIT.
           EXIT.

       225000-LEER-LEGAJO.

           READ MAESTRO NEXT
               AT END
                  SET FIN-LEGAJOS TO TRUE
               NOT AT END
                  IF MAE-ID NOT = MOV-ID
                     OR MAE-CURSO NOT = MOV-CURSO
                     SET FIN-LEGAJOS TO TRUE
                  ELSE
                     ADD WSC-1 TO WSN-CANT-LEGAJOS
                     MOVE MAE-PERIODO TO WSV-ULTIMO-PERIODO
                     MOVE MAE-ESTADO  TO WSV-ULTIMO-ESTADO
                     MOVE MAE-NOMBRE  TO WSV-ULTIMO-NOMBRE
                     IF MAE-ESTADO = WSC-APROBADO
                        OR MAE-ESTADO = WSC-APROB-FINAL
                        OR MAE-ESTADO = WSC-EQUIVALENTE
                        SET CURSO-YA-APROBADO TO TRUE
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

       225000-LEER-LEGAJO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 230000-CONTAR-INTENTOS: recorre las mesas del alumno en el *
      * curso (la clave de MESAS tambien arranca por alumno+curso) *
      * contando los finales desaprobados sobre la cursada vigente *
      * y marcando si alguna mesa del curso espera todavia su      *
      * resultado. El ausente no cuenta como intento.              *
      *-----------------------------------------------------------*
       230000-CONTAR-INTENTOS.

           MOVE WSC-0 TO WSN-INTENTOS
           SET NO-HAY-MESA-SIN-NOTA TO TRUE
           SET QUEDAN-MESAS         TO TRUE

           MOVE MOV-ID     TO MES-ID
           MOVE MOV-CURSO  TO MES-CURSO
           MOVE LOW-VALUES TO MES-PERIODO-MESA

           START MESAS KEY NOT < MES-CLAVE
               INVALID KEY
                  SET FIN-MESAS TO TRUE
           END-START

           PERFORM 235000-LEER-MESA
              THRU 235000-LEER-MESA-EXIT
               UNTIL FIN-MESAS.

       230000-CONTAR-INTENTOS-EXIT.
           EXIT.

       235000-LEER-MESA.

           READ MESAS NEXT
               AT END
                  SET FIN-MESAS TO TRUE
               NOT AT END
                  IF MES-ID NOT = MOV-ID
                     OR MES-CURSO NOT = MOV-CURSO
                     SET FIN-MESAS TO TRUE
                  ELSE
                     IF MES-INSCRIPTO
                        SET HAY-MESA-SIN-NOTA TO TRUE
                     END-IF
                     IF MES-DESAPROBADO
                        AND MES-PERIODO-CURSADA = WSV-ULTIMO-PERIODO
                        ADD WSC-1 TO WSN-INTENTOS
                     END-IF
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

       235000-LEER-MESA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 240000-GRABAR-INSCRIPCION: registra la inscripcion con la  *
      * cursada que la habilita y su numero de intento; la clave   *
      * repetida (misma mesa ya registrada con resultado) se       *
      * rechaza.                                                   *
      *-----------------------------------------------------------*
       240000-GRABAR-INSCRIPCION.

           MOVE MOV-ID               TO MES-ID
           MOVE MOV-CURSO            TO MES-CURSO
           MOVE MOV-PERIODO-MESA     TO MES-PERIODO-MESA
           MOVE WSV-ULTIMO-PERIODO   TO MES-PERIODO-CURSADA
           MOVE WSV-ULTIMO-NOMBRE    TO MES-NOMBRE
           MOVE MOV-FECHA-EXAMEN-NUM TO MES-FECHA-EXAMEN
           COMPUTE MES-INTENTO = WSN-INTENTOS + WSC-1
           SET MES-INSCRIPTO         TO TRUE
           MOVE WSC-0                TO MES-NOTA
           MOVE WSC-0                TO MES-FECHA-RESULT

           WRITE MES-REC
               INVALID KEY
                  SET MOVIMIENTO-RECHAZADO TO TRUE
                  MOVE WSC-YA-INSCRIPTO TO WS-MOTIVO
           END-WRITE.

       240000-GRABAR-INSCRIPCION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 260000-GRABAR-LISTADO: renglon del listado por cada        *
      * inscripcion procesada, aceptada (con su numero de intento) *
      * o rechazada con su motivo, y totales de la corrida.        *
      *-----------------------------------------------------------*
       260000-GRABAR-LISTADO.

           MOVE WSN-NRO-MOVIMIENTO TO LM-NRO-MOVIMIENTO
           MOVE MOV-ID             TO LM-ID
           MOVE MOV-CURSO          TO LM-CURSO
           MOVE MOV-PERIODO-MESA   TO LM-PERIODO-MESA
           MOVE MOV-FECHA-EXAMEN   TO LM-FECHA-EXAMEN
           MOVE WS-MOTIVO          TO LM-MOTIVO

           IF MOVIMIENTO-APLICADO
              MOVE MES-INTENTO   TO LM-INTENTO
              MOVE WSC-INSCRIPTA TO LM-RESULTADO
              ADD WSC-1 TO WSA-CANT-INSCRIPTOS
           ELSE
              MOVE WSC-0         TO LM-INTENTO
              MOVE WSC-RECHAZADA TO LM-RESULTADO
              ADD WSC-1 TO WSA-CANT-RECHAZADOS
           END-IF

           WRITE LIS-REC FROM WS-LINEA-MOVIMIENTO.

       260000-GRABAR-LISTADO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 300000-FINAL: graba el renglon de totales, lo muestra por  *
      * consola y cierra los archivos.                             *
      *-----------------------------------------------------------*
       300000-FINAL.

           MOVE WSA-CANT-LEIDOS     TO LT-CANT-LEIDOS
           MOVE WSA-CANT-INSCRIPTOS TO LT-CANT-INSCRIPTOS
           MOVE WSA-CANT-RECHAZADOS TO LT-CANT-RECHAZADOS

           WRITE LIS-REC FROM WS-LINEA-TOTALES

           DISPLAY '**************************************'
           DISPLAY 'INSCRIPCIONES LEIDAS:    ' LT-CANT-LEIDOS
           DISPLAY 'INSCRIPCIONES ACEPTADAS: ' LT-CANT-INSCRIPTOS
           DISPLAY 'INSCRIPCIONES RECHAZADAS:' LT-CANT-RECHAZADOS
           DISPLAY '**************************************'

           IF MAESTRO-DISPONIBLE
              CLOSE MAESTRO
              CLOSE MESAS
              CLOSE NOVEDADES
           END-IF

           CLOSE LISTADO.

       300000-FINAL-EXIT.
           EXIT.

       END-RUN.
