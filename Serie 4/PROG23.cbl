      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     CARGA DE RESULTADOS DE MESAS DE EXAMEN FINAL
      * Tectonics:   cobc
      *
      * Segundo paso del circuito de mesas de final: lee del
      * archivo RESULMESA la nota de cada alumno inscripto por
      * PROG22 (alumno, curso, periodo de la mesa, presente o
      * ausente y nota) y la registra en el maestro MESAS.
      *
      * El final aprobado (nota no menor a WSC-NOTA-APROBACION)
      * cambia el legajo de la cursada en MAESTRO a la condicion
      * APROB.FINAL (aprobado por final) con la nota del examen,
      * como hacen PROG02-08-ME y PROG12 al regrabar: la version
      * que se pisa queda antes en HISTORIAL con origen F (mesa de
      * final) y la confirmacion del central vuelve a pendiente.
      * El final desaprobado suma un intento sobre esa cursada; al
      * llegar a WSC-MAX-INTENTOS el alumno queda bloqueado para
      * nuevas mesas del curso (PROG22 rechaza la inscripcion) y
      * asi se informa en el listado. El ausente no cuenta como
      * intento.
      *
      * El resultado de una mesa sin inscripcion, o de una que ya
      * tiene resultado, se rechaza. Cada resultado, aplicado o
      * rechazado, queda en el listado LISTRES con su motivo, y al
      * final un renglon de totales.
      *
      * Modificaciones:
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG23.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NOVEDADES     ASSIGN TO "RESULMESA"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSD-ESTADO-NOVEDADES.

           SELECT MESAS         ASSIGN TO "MESAS"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MES-CLAVE
                                 FILE STATUS IS WSK-ESTADO-MESAS.

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

           SELECT LISTADO       ASSIGN TO "LISTRES"
                                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *-----------------------------------------------------------*
      * La nota se declara alfanumerica con REDEFINES para poder  *
      * probarla con IS NUMERIC antes de usarla, como hace PROG03 *
      * con los registros de control.                             *
      *-----------------------------------------------------------*
       FD  NOVEDADES
           LABEL RECORD IS STANDARD.

       01  MOV-REC.
           05 MOV-ID            PIC X(06).
           05 MOV-CURSO         PIC X(06).
           05 MOV-PERIODO-MESA  PIC X(06).
           05 MOV-ASISTENCIA    PIC X(01).
              88 MOV-PRESENTE           VALUE 'P'.
              88 MOV-AUSENTE            VALUE 'A'.
           05 MOV-NOTA          PIC X(04).
           05 MOV-NOTA-NUM      REDEFINES MOV-NOTA
                                PIC 9(02)V9(02).

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
      * Versiones anteriores de los legajos: el final aprobado    *
      * preserva aca la version DESAPROBADO que reemplaza.        *
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

       FD  LISTADO
           LABEL RECORD IS STANDARD.

       01  LIS-REC               PIC X(92).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-NOTA-MAXIMA      PIC 9(02)V9(02) VALUE 10.
          05 WSC-NOTA-APROBACION  PIC 9(02)V9(02) VALUE 4.
          05 WSC-MAX-INTENTOS     PIC 9(02)       VALUE 3.
          05 WSC-DESAPROBADO      PIC X(11)       VALUE 'DESAPROBADO'.
          05 WSC-APROB-FINAL      PIC X(11)       VALUE 'APROB.FINAL'.
          05 WSC-RES-AUSENTE      PIC X(11)       VALUE 'AUSENTE'.
          05 WSC-RES-BLOQUEADO    PIC X(11)       VALUE 'BLOQUEADO'.
          05 WSC-RES-RECHAZADO    PIC X(11)       VALUE 'RECHAZADO'.
          05 WSC-CLAVE-NO-INF     PIC X(30)       VALUE
             'ALUMNO/CURSO/MESA EN BLANCO'.
          05 WSC-NO-INSCRIPTO     PIC X(30)       VALUE
             'NO INSCRIPTO EN LA MESA'.
          05 WSC-YA-CARGADO       PIC X(30)       VALUE
             'LA MESA YA TIENE RESULTADO'.
          05 WSC-ASIST-INVALIDA   PIC X(30)       VALUE
             'PRESENTE/AUSENTE DISTINTO P/A'.
          05 WSC-NOTA-INVALIDA    PIC X(30)       VALUE
             'NOTA INVALIDA'.
          05 WSC-SIN-LEGAJO       PIC X(30)       VALUE
             'CURSADA SIN LEGAJO EN MAESTRO'.
          05 WSC-LEGAJO-CAMBIADO  PIC X(30)       VALUE
             'EL LEGAJO YA NO ESTA DESAPROB.'.
          05 WSC-AGOTO-INTENTOS   PIC X(30)       VALUE
             'AGOTO LOS INTENTOS DE FINAL'.

       01 SWITCHES.
          05 WSS-FIN-NOVEDADES    PIC X(01)       VALUE 'N'.
             88 FIN-NOVEDADES                     VALUE 'S'.
          05 WSS-ESTADO-MOVIM     PIC X(01)       VALUE 'S'.
             88 MOVIMIENTO-APLICADO               VALUE 'S'.
             88 MOVIMIENTO-RECHAZADO              VALUE 'N'.
          05 WSS-BUSQUEDA-CLAVE   PIC X(01)       VALUE 'N'.
             88 CLAVE-ENCONTRADA                  VALUE 'S'.
             88 CLAVE-INEXISTENTE                 VALUE 'N'.
          05 WSS-ESTADO-VERSION   PIC X(01)       VALUE 'N'.
             88 VERSION-GRABADA                   VALUE 'S'.
             88 VERSION-SIN-GRABAR                VALUE 'N'.
          05 WSS-DISP-ARCHIVOS    PIC X(01)       VALUE 'N'.
             88 ARCHIVOS-DISPONIBLES              VALUE 'S'.
             88 ARCHIVOS-NO-DISPONIBLES           VALUE 'N'.

       01 CONTADORES.
          05 WSN-NRO-MOVIMIENTO   PIC 9(06)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CANT-LEIDOS      PIC 9(06)       VALUE 0.
          05 WSA-CANT-APROBADOS   PIC 9(06)       VALUE 0.
          05 WSA-CANT-DESAPROB    PIC 9(06)       VALUE 0.
          05 WSA-CANT-AUSENTES    PIC 9(06)       VALUE 0.
          05 WSA-CANT-BLOQUEADOS  PIC 9(06)       VALUE 0.
          05 WSA-CANT-RECHAZADOS  PIC 9(06)       VALUE 0.

       01 VARIABLES.
          05 WSV-FECHA-HOY        PIC 9(08).

       01 CONTROL-NOVEDADES.
          05 WSD-ESTADO-NOVEDADES PIC X(02).

       01 CONTROL-MESAS.
          05 WSK-ESTADO-MESAS     PIC X(02).

       01 CONTROL-MAESTRO.
          05 WSE-ESTADO-MAESTRO   PIC X(02).

       01 CONTROL-HISTORIAL.
          05 WSU-ESTADO-HISTORIAL PIC X(02).

       01 WS-MOTIVO               PIC X(30).
       01 WS-RESULTADO            PIC X(11).

       01 WS-LINEA-MOVIMIENTO.
          05 LM-NRO-MOVIMIENTO    PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-ID                PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-CURSO             PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-PERIODO-MESA      PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-INTENTO           PIC Z9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-NOTA              PIC Z9,99.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-RESULTADO         PIC X(11).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-MOTIVO            PIC X(30).

       01 WS-LINEA-TOTALES.
          05 FILLER               PIC X(08)       VALUE 'LEIDOS: '.
          05 LT-CANT-LEIDOS       PIC ZZZZZ9.
          05 FILLER               PIC X(13)       VALUE
             '  APROBADOS: '.
          05 LT-CANT-APROBADOS    PIC ZZZZZ9.
          05 FILLER               PIC X(16)       VALUE
             '  DESAPROBADOS: '.
          05 LT-CANT-DESAPROB     PIC ZZZZZ9.
          05 FILLER               PIC X(12)       VALUE
             '  AUSENTES: '.
          05 LT-CANT-AUSENTES     PIC ZZZZZ9.

       01 WS-LINEA-TOTALES-2.
          05 FILLER               PIC X(12)       VALUE
             'BLOQUEADOS: '.
          05 LT-CANT-BLOQUEADOS   PIC ZZZZZ9.
          05 FILLER               PIC X(14)       VALUE
             '  RECHAZADOS: '.
          05 LT-CANT-RECHAZADOS   PIC ZZZZZ9.


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 100000-INICIO     THRU 100000-INICIO-EXIT
           PERFORM 200000-PROCESO    THRU 200000-PROCESO-EXIT
           PERFORM 300000-FINAL      THRU 300000-FINAL-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 100000-INICIO: abre el listado, MESAS y MAESTRO (sin ellos *
      * no hay inscripciones ni legajos que actualizar), el        *
      * historial de versiones (se crea vacio si falta, como en    *
      * 109950-ABRIR-HISTORIAL de PROG02-08-ME) y los resultados,  *
      * y hace la lectura de adelanto.                             *
      *-----------------------------------------------------------*
       100000-INICIO.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   RESULTADOS DE MESAS DE FINAL'
           DISPLAY 'Programme: PROG23'
           DISPLAY '**************************************'

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           OPEN OUTPUT LISTADO

           OPEN I-O MESAS

           IF WSK-ESTADO-MESAS NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL MAESTRO DE MESAS.'
              DISPLAY 'NO HAY INSCRIPCIONES A LAS QUE CARGAR NOTA.'
              SET FIN-NOVEDADES TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           OPEN I-O MAESTRO

           IF WSE-ESTADO-MAESTRO NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL MAESTRO DE NOTAS.'
              DISPLAY 'NO SE PUEDE CARGAR NINGUN RESULTADO.'
              CLOSE MESAS
              SET FIN-NOVEDADES TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           SET ARCHIVOS-DISPONIBLES TO TRUE

           OPEN I-O HISTORIAL

           IF WSU-ESTADO-HISTORIAL NOT = '00'
              OPEN OUTPUT HISTORIAL
              CLOSE HISTORIAL
              OPEN I-O HISTORIAL
           END-IF

           OPEN INPUT NOVEDADES

           IF WSD-ESTADO-NOVEDADES NOT = '00'
              DISPLAY '**************************************'
              DISPLAY 'NO SE ENCONTRO EL ARCHIVO RESULMESA.'
              DISPLAY 'NO HAY RESULTADOS QUE CARGAR.'
              DISPLAY '**************************************'
              SET FIN-NOVEDADES TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           PERFORM 110000-LEER-MOVIMIENTO
              THRU 110000-LEER-MOVIMIENTO-EXIT.

       100000-INICIO-EXIT.
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
      * siempre el ultimo resultado leido.
           IF WSD-ESTADO-NOVEDADES NOT = '00'
              AND WSD-ESTADO-NOVEDADES NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN RESULMESA (ESTADO '
                 WSD-ESTADO-NOVEDADES ')'
              SET FIN-NOVEDADES TO TRUE
           END-IF.

       110000-LEER-MOVIMIENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 200000-PROCESO: carga cada resultado, hasta fin de         *
      * archivo. Todo resultado queda en el listado, aplicado o    *
      * rechazado, con su motivo.                                  *
      *-----------------------------------------------------------*
       200000-PROCESO.

           PERFORM 205000-PROCESAR-MOVIMIENTO
              THRU 205000-PROCESAR-MOVIMIENTO-EXIT
               UNTIL FIN-NOVEDADES.

       200000-PROCESO-EXIT.
           EXIT.

       205000-PROCESAR-MOVIMIENTO.

           PERFORM 210000-APLICAR-RESULTADO
              THRU 210000-APLICAR-RESULTADO-EXIT

           PERFORM 260000-GRABAR-LISTADO
              THRU 260000-GRABAR-LISTADO-EXIT

           PERFORM 110000-LEER-MOVIMIENTO
              THRU 110000-LEER-MOVIMIENTO-EXIT.

       205000-PROCESAR-MOVIMIENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 210000-APLICAR-RESULTADO: valida el resultado contra la    *
      * inscripcion en MESAS y lo deriva segun sea ausente, final  *
      * aprobado o final desaprobado.                              *
      *-----------------------------------------------------------*
       210000-APLICAR-RESULTADO.

           SET MOVIMIENTO-APLICADO TO TRUE
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-RESULTADO

           IF MOV-ID = SPACES
              OR MOV-CURSO = SPACES
              OR MOV-PERIODO-MESA = SPACES
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-CLAVE-NO-INF TO WS-MOTIVO
              GO TO 210000-APLICAR-RESULTADO-EXIT
           END-IF

           PERFORM 215000-BUSCAR-INSCRIPCION
              THRU 215000-BUSCAR-INSCRIPCION-EXIT

           IF CLAVE-INEXISTENTE
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NO-INSCRIPTO TO WS-MOTIVO
              GO TO 210000-APLICAR-RESULTADO-EXIT
           END-IF

           IF NOT MES-INSCRIPTO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-YA-CARGADO TO WS-MOTIVO
              GO TO 210000-APLICAR-RESULTADO-EXIT
           END-IF

           IF MOV-AUSENTE
              PERFORM 220000-REGISTRAR-AUSENTE
                 THRU 220000-REGISTRAR-AUSENTE-EXIT
              GO TO 210000-APLICAR-RESULTADO-EXIT
           END-IF

           IF NOT MOV-PRESENTE
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-ASIST-INVALIDA TO WS-MOTIVO
              GO TO 210000-APLICAR-RESULTADO-EXIT
           END-IF

           IF MOV-NOTA IS NOT NUMERIC
              OR MOV-NOTA-NUM > WSC-NOTA-MAXIMA
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NOTA-INVALIDA TO WS-MOTIVO
              GO TO 210000-APLICAR-RESULTADO-EXIT
           END-IF

           IF MOV-NOTA-NUM < WSC-NOTA-APROBACION
              PERFORM 240000-REGISTRAR-DESAPROBADO
                 THRU 240000-REGISTRAR-DESAPROBADO-EXIT
           ELSE
              PERFORM 230000-REGISTRAR-APROBADO
                 THRU 230000-REGISTRAR-APROBADO-EXIT
           END-IF.

       210000-APLICAR-RESULTADO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 215000-BUSCAR-INSCRIPCION: lee MESAS por la clave del      *
      * resultado; la inscripcion leida queda en MES-REC.          *
      *-----------------------------------------------------------*
       215000-BUSCAR-INSCRIPCION.

           MOVE MOV-ID           TO MES-ID
           MOVE MOV-CURSO        TO MES-CURSO
           MOVE MOV-PERIODO-MESA TO MES-PERIODO-MESA

      * El switch arranca en INEXISTENTE: un error duro de lectura
      * (que no dispara ni INVALID KEY ni NOT INVALID KEY) no debe
      * dejar vigente el resultado del movimiento anterior.
           SET CLAVE-INEXISTENTE TO TRUE

           READ MESAS
               INVALID KEY
                  SET CLAVE-INEXISTENTE TO TRUE
               NOT INVALID KEY
                  SET CLAVE-ENCONTRADA TO TRUE
           END-READ.

       215000-BUSCAR-INSCRIPCION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-REGISTRAR-AUSENTE: la mesa queda cerrada como       *
      * ausente, sin nota y sin consumir intento: el legajo de     *
      * MAESTRO no se toca.                                        *
      *-----------------------------------------------------------*
       220000-REGISTRAR-AUSENTE.

           SET MES-AUSENTE      TO TRUE
           MOVE WSC-0           TO MES-NOTA
           MOVE WSV-FECHA-HOY   TO MES-FECHA-RESULT

           REWRITE MES-REC

           MOVE WSC-RES-AUSENTE TO WS-RESULTADO
           ADD WSC-1 TO WSA-CANT-AUSENTES.

       220000-REGISTRAR-AUSENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 230000-REGISTRAR-APROBADO: el legajo de la cursada que     *
      * habilito la mesa pasa a APROB.FINAL con la nota del        *
      * examen. Debe seguir DESAPROBADO: si entretanto lo cambio   *
      * otra corrida, el resultado se rechaza sin tocar nada. La   *
      * version que se pisa queda en HISTORIAL con origen F.       *
      *-----------------------------------------------------------*
       230000-REGISTRAR-APROBADO.

           MOVE MES-ID              TO MAE-ID
           MOVE MES-CURSO           TO MAE-CURSO
           MOVE MES-PERIODO-CURSADA TO MAE-PERIODO

           READ MAESTRO
               INVALID KEY
                  SET MOVIMIENTO-RECHAZADO TO TRUE
                  MOVE WSC-SIN-LEGAJO TO WS-MOTIVO
                  GO TO 230000-REGISTRAR-APROBADO-EXIT
           END-READ

           IF WSE-ESTADO-MAESTRO NOT = '00'
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-SIN-LEGAJO TO WS-MOTIVO
              GO TO 230000-REGISTRAR-APROBADO-EXIT
           END-IF

           IF MAE-ESTADO NOT = WSC-DESAPROBADO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-LEGAJO-CAMBIADO TO WS-MOTIVO
              GO TO 230000-REGISTRAR-APROBADO-EXIT
           END-IF

           PERFORM 250000-GRABAR-HISTORIAL
              THRU 250000-GRABAR-HISTORIAL-EXIT

      * La confirmacion del central se deja pendiente, como al
      * regrabar en PROG02-08-ME: el resultado nuevo no es el que
      * el central confirmo.
           MOVE MOV-NOTA-NUM    TO MAE-PROMEDIO
           MOVE WSC-APROB-FINAL TO MAE-ESTADO
           MOVE WSV-FECHA-HOY   TO MAE-FECHA-ACT
           SET MAE-SIN-CONFIRMAR TO TRUE
           MOVE WSC-0           TO MAE-FECHA-CONF

           REWRITE MAE-REC

           SET MES-APROBADO     TO TRUE
           MOVE MOV-NOTA-NUM    TO MES-NOTA
           MOVE WSV-FECHA-HOY   TO MES-FECHA-RESULT

           REWRITE MES-REC

           MOVE WSC-APROB-FINAL TO WS-RESULTADO
           ADD WSC-1 TO WSA-CANT-APROBADOS.

       230000-REGISTRAR-APROBADO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 240000-REGISTRAR-DESAPROBADO: la mesa queda desaprobada y  *
      * consume el intento con que se inscribio; el legajo sigue   *
      * DESAPROBADO. Con el intento WSC-MAX-INTENTOS el alumno     *
      * queda bloqueado para nuevas mesas de esa cursada.          *
      *-----------------------------------------------------------*
       240000-REGISTRAR-DESAPROBADO.

           SET MES-DESAPROBADO  TO TRUE
           MOVE MOV-NOTA-NUM    TO MES-NOTA
           MOVE WSV-FECHA-HOY   TO MES-FECHA-RESULT

           REWRITE MES-REC

           ADD WSC-1 TO WSA-CANT-DESAPROB

           IF MES-INTENTO NOT < WSC-MAX-INTENTOS
              MOVE WSC-RES-BLOQUEADO  TO WS-RESULTADO
              MOVE WSC-AGOTO-INTENTOS TO WS-MOTIVO
              ADD WSC-1 TO WSA-CANT-BLOQUEADOS
              DISPLAY 'ALUMNO ' MES-ID ' BLOQUEADO EN EL CURSO '
                 MES-CURSO ': AGOTO LOS INTENTOS DE FINAL'
           ELSE
              MOVE WSC-DESAPROBADO    TO WS-RESULTADO
           END-IF.

       240000-REGISTRAR-DESAPROBADO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 250000-GRABAR-HISTORIAL: la version del legajo que esta    *
      * por pisarse (MAE-REC recien leido de disco) se preserva en *
      * HISTORIAL con origen F. La secuencia arranca en 1 y se     *
      * incrementa hasta clave libre, igual que 276000 de          *
      * PROG02-08-ME.                                              *
      *-----------------------------------------------------------*
       250000-GRABAR-HISTORIAL.

           MOVE MAE-ID        TO HIS-ID
           MOVE MAE-CURSO     TO HIS-CURSO
           MOVE MAE-PERIODO   TO HIS-PERIODO
           MOVE WSC-1         TO HIS-SECUENCIA
           MOVE MAE-PROMEDIO  TO HIS-PROMEDIO
           MOVE MAE-ESTADO    TO HIS-ESTADO
           MOVE MAE-FECHA-ACT TO HIS-FECHA-ACT
           MOVE WSV-FECHA-HOY TO HIS-FECHA-REEMPL
           SET HIS-MESA-FINAL TO TRUE

           SET VERSION-SIN-GRABAR TO TRUE

           PERFORM 255000-GRABAR-CON-SECUENCIA
              THRU 255000-GRABAR-CON-SECUENCIA-EXIT
               UNTIL VERSION-GRABADA.

       250000-GRABAR-HISTORIAL-EXIT.
           EXIT.

       255000-GRABAR-CON-SECUENCIA.

           WRITE HIS-REC
               INVALID KEY
                  ADD WSC-1 TO HIS-SECUENCIA
               NOT INVALID KEY
                  SET VERSION-GRABADA TO TRUE
           END-WRITE

      * Un error de grabacion que no es clave duplicada (estado 22)
      * no dispara ni INVALID KEY ni NOT INVALID KEY: sin este
      * corte el ciclo reintentaria para siempre la misma
      * grabacion fallida. La version se pierde, con aviso.
           IF WSU-ESTADO-HISTORIAL NOT = '00'
              AND WSU-ESTADO-HISTORIAL NOT = '02'
              AND WSU-ESTADO-HISTORIAL NOT = '22'
              DISPLAY 'ERROR DE GRABACION EN HISTORIAL (ESTADO '
                 WSU-ESTADO-HISTORIAL ')'
              SET VERSION-GRABADA TO TRUE
           END-IF.

       255000-GRABAR-CON-SECUENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 260000-GRABAR-LISTADO: renglon del listado por cada        *
      * resultado procesado, con el intento, la nota y el          *
      * resultado, o RECHAZADO con su motivo.                      *
      *-----------------------------------------------------------*
       260000-GRABAR-LISTADO.

           MOVE WSN-NRO-MOVIMIENTO TO LM-NRO-MOVIMIENTO
           MOVE MOV-ID             TO LM-ID
           MOVE MOV-CURSO          TO LM-CURSO
           MOVE MOV-PERIODO-MESA   TO LM-PERIODO-MESA
           MOVE WS-MOTIVO          TO LM-MOTIVO

           IF MOVIMIENTO-APLICADO
              MOVE MES-INTENTO     TO LM-INTENTO
              MOVE MES-NOTA        TO LM-NOTA
              MOVE WS-RESULTADO    TO LM-RESULTADO
           ELSE
              MOVE WSC-0           TO LM-INTENTO
              MOVE WSC-0           TO LM-NOTA
              MOVE WSC-RES-RECHAZADO TO LM-RESULTADO
              ADD WSC-1 TO WSA-CANT-RECHAZADOS
           END-IF

           WRITE LIS-REC FROM WS-LINEA-MOVIMIENTO.

       260000-GRABAR-LISTADO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 300000-FINAL: graba los renglones de totales, los muestra  *
      * por consola y cierra los archivos.                         *
      *-----------------------------------------------------------*
       300000-FINAL.

           MOVE WSA-CANT-LEIDOS     TO LT-CANT-LEIDOS
           MOVE WSA-CANT-APROBADOS  TO LT-CANT-APROBADOS
           MOVE WSA-CANT-DESAPROB   TO LT-CANT-DESAPROB
           MOVE WSA-CANT-AUSENTES   TO LT-CANT-AUSENTES
           MOVE WSA-CANT-BLOQUEADOS TO LT-CANT-BLOQUEADOS
           MOVE WSA-CANT-RECHAZADOS TO LT-CANT-RECHAZADOS

           WRITE LIS-REC FROM WS-LINEA-TOTALES
           WRITE LIS-REC FROM WS-LINEA-TOTALES-2

           DISPLAY '**************************************'
           DISPLAY 'RESULTADOS LEIDOS:    ' LT-CANT-LEIDOS
           DISPLAY 'FINALES APROBADOS:    ' LT-CANT-APROBADOS
           DISPLAY 'FINALES DESAPROBADOS: ' LT-CANT-DESAPROB
           DISPLAY 'AUSENTES:             ' LT-CANT-AUSENTES
           DISPLAY 'ALUMNOS BLOQUEADOS:   ' LT-CANT-BLOQUEADOS
           DISPLAY 'RESULTADOS RECHAZADOS:' LT-CANT-RECHAZADOS
           DISPLAY '**************************************'

           IF ARCHIVOS-DISPONIBLES
              CLOSE MESAS
              CLOSE MAESTRO
              CLOSE HISTORIAL
              CLOSE NOVEDADES
           END-IF

           CLOSE LISTADO.

       300000-FINAL-EXIT.
           EXIT.

       END-RUN.
