      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     MANTENIMIENTO DEL MAESTRO DE OPERADORES
      * Tectonics:   cobc
      *
      * Los movimientos mas delicados del sistema (el cierre de un
      * acta en PROG11, la rectificacion de una nota firmada en
      * PROG12, la omision del sello de validacion en PROG02-08-ME
      * y el mantenimiento de MATRICULA y PADRON en PROG04 y
      * PROG16) no registraban quien los hacia: OMI-OPERADOR era
      * texto libre y RECTIFICACIONES no traia operador. Este
      * programa mantiene el maestro indexado OPERADORES (clave
      * operador) con el nombre, el rol y el estado de cada
      * operador, a partir del archivo de novedades OPERADORES-NOV
      * (un registro por movimiento: tipo A/B/M/R, operador,
      * nombre y rol). Contra este maestro verifican los programas
      * citados que el operador de cada movimiento exista, este
      * activo y tenga el rol que el movimiento exige:
      *
      *    C - CIERRE DE ACTAS            (PROG11)
      *    R - RECTIFICACION DE NOTAS     (PROG12, quien la carga)
      *    A - AUTORIZANTE                (PROG12, quien la aprueba,
      *                                    y OMISION-SELLO de
      *                                    PROG02-08-ME)
      *    M - MATRICULA Y PADRON         (PROG04 y PROG16)
      *
      * La baja no borra el registro: marca al operador inactivo
      * (estado I), porque su identificador sigue figurando en
      * RECTRAIL, AUDITORIA y los listados de los movimientos que
      * hizo; la reactivacion (tipo R) lo vuelve a habilitar. Los
      * movimientos inconsistentes se rechazan sin tocar el
      * maestro. Cada movimiento, aplicado o rechazado, queda en
      * el listado LISTOPE con su motivo, y al final un renglon de
      * totales, igual que el circuito de PROG16.
      *
      * Modificaciones:
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG29.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NOVEDADES     ASSIGN TO "OPERADORES-NOV"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSD-ESTADO-NOVEDADES.

           SELECT OPERADORES    ASSIGN TO "OPERADORES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS OPE-ID
                                 FILE STATUS IS WSF-ESTADO-OPERADORES.

           SELECT LISTADO       ASSIGN TO "LISTOPE"
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
              88 MOV-REACTIVACION       VALUE 'R'.
           05 MOV-ID            PIC X(06).
           05 MOV-NOMBRE        PIC X(30).
           05 MOV-ROL           PIC X(01).
              88 MOV-ROL-VALIDO         VALUE 'C' 'R' 'A' 'M'.

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

       FD  LISTADO
           LABEL RECORD IS STANDARD.

       01  LIS-REC               PIC X(95).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-APLICADA         PIC X(09)       VALUE 'APLICADA'.
          05 WSC-RECHAZADA        PIC X(09)       VALUE 'RECHAZADA'.
          05 WSC-TIPO-INVALIDO    PIC X(30)       VALUE
             'TIPO DE MOVIMIENTO DESCONOCIDO'.
          05 WSC-ID-NO-INF        PIC X(30)       VALUE
             'OPERADOR EN BLANCO'.
          05 WSC-NOMBRE-NO-INF    PIC X(30)       VALUE
             'NOMBRE EN BLANCO'.
          05 WSC-ROL-INVALIDO     PIC X(30)       VALUE
             'ROL DESCONOCIDO'.
          05 WSC-YA-EXISTE        PIC X(30)       VALUE
             'ALTA: LA CLAVE YA EXISTE'.
          05 WSC-NO-EXISTE        PIC X(30)       VALUE
             'LA CLAVE NO EXISTE'.
          05 WSC-YA-INACTIVO      PIC X(30)       VALUE
             'BAJA: YA ESTABA INACTIVO'.
          05 WSC-YA-ACTIVO        PIC X(30)       VALUE
             'REACTIVACION: YA ESTABA ACTIVO'.

       01 SWITCHES.
          05 WSS-FIN-NOVEDADES    PIC X(01)       VALUE 'N'.
             88 FIN-NOVEDADES                     VALUE 'S'.
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

       01 VARIABLES.
          05 WSV-FECHA-PROCESO    PIC 9(08).

       01 CONTROL-NOVEDADES.
          05 WSD-ESTADO-NOVEDADES PIC X(02).

       01 CONTROL-OPERADORES.
          05 WSF-ESTADO-OPERADORES PIC X(02).

       01 WS-MOTIVO               PIC X(30).

       01 WS-LINEA-MOVIMIENTO.
          05 LM-NRO-MOVIMIENTO    PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-TIPO              PIC X(01).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-ID                PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-NOMBRE            PIC X(30).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-ROL               PIC X(01).
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


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 100000-INICIO     THRU 100000-INICIO-EXIT
           PERFORM 200000-PROCESO    THRU 200000-PROCESO-EXIT
           PERFORM 300000-FINAL      THRU 300000-FINAL-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 100000-INICIO: abre el archivo de novedades, el maestro de *
      * operadores y el listado, y hace la lectura de adelanto del *
      * ciclo batch. OPERADORES puede no existir todavia en el     *
      * sitio (primera carga): se lo crea vacio antes de abrirlo   *
      * I-O, igual que PROG16 hace con PADRON.                     *
      *-----------------------------------------------------------*
       100000-INICIO.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   MANTENIMIENTO OPERADORES'
           DISPLAY 'Programme: PROG29'
           DISPLAY '**************************************'

           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD

           OPEN OUTPUT LISTADO

           PERFORM 105000-ABRIR-OPERADORES
              THRU 105000-ABRIR-OPERADORES-EXIT

           OPEN INPUT NOVEDADES

           IF WSD-ESTADO-NOVEDADES NOT = '00'
              DISPLAY '**************************************'
              DISPLAY 'NO SE ENCONTRO EL ARCHIVO OPERADORES-NOV.'
              DISPLAY 'NO HAY MOVIMIENTOS QUE APLICAR.'
              DISPLAY '**************************************'
              SET FIN-NOVEDADES TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           PERFORM 110000-LEER-MOVIMIENTO
              THRU 110000-LEER-MOVIMIENTO-EXIT.

       100000-INICIO-EXIT.
           EXIT.

       105000-ABRIR-OPERADORES.

           OPEN I-O OPERADORES

           IF WSF-ESTADO-OPERADORES NOT = '00'
              OPEN OUTPUT OPERADORES
              CLOSE OPERADORES
              OPEN I-O OPERADORES
           END-IF.

       105000-ABRIR-OPERADORES-EXIT.
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
              DISPLAY 'ERROR DE LECTURA EN OPERADORES-NOV (ESTADO '
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
      * lo deriva al parrafo de su tipo. El operador en blanco y   *
      * el tipo desconocido se rechazan aca, antes de tocar el     *
      * maestro.                                                   *
      *-----------------------------------------------------------*
       210000-APLICAR-MOVIMIENTO.

           SET MOVIMIENTO-APLICADO TO TRUE
           MOVE SPACES TO WS-MOTIVO

           IF MOV-ID = SPACES
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-ID-NO-INF TO WS-MOTIVO
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
                    IF MOV-REACTIVACION
                       PERFORM 250000-APLICAR-REACTIVACION
                          THRU 250000-APLICAR-REACTIVACION-EXIT
                    ELSE
                       SET MOVIMIENTO-RECHAZADO TO TRUE
                       MOVE WSC-TIPO-INVALIDO TO WS-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       210000-APLICAR-MOVIMIENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 215000-BUSCAR-CLAVE: lee el maestro por el operador del    *
      * movimiento y deja el resultado en el switch de busqueda;   *
      * el registro leido queda en OPE-REC para el parrafo que lo  *
      * necesite.                                                  *
      *-----------------------------------------------------------*
       215000-BUSCAR-CLAVE.

           MOVE MOV-ID TO OPE-ID

      * El switch arranca en INEXISTENTE: un error duro de lectura
      * (que no dispara ni INVALID KEY ni NOT INVALID KEY) no debe
      * dejar vigente el resultado del movimiento anterior.
           SET CLAVE-INEXISTENTE TO TRUE

           READ OPERADORES
               INVALID KEY
                  SET CLAVE-INEXISTENTE TO TRUE
               NOT INVALID KEY
                  SET CLAVE-ENCONTRADA TO TRUE
           END-READ.

       215000-BUSCAR-CLAVE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-APLICAR-ALTA: da de alta al operador, activo, con   *
      * su nombre y rol; la clave no debe existir (ni activa ni    *
      * inactiva), el nombre no puede venir en blanco y el rol     *
      * tiene que ser uno de los que verifican los programas.      *
      *-----------------------------------------------------------*
       220000-APLICAR-ALTA.

           IF CLAVE-ENCONTRADA
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-YA-EXISTE TO WS-MOTIVO
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           IF MOV-NOMBRE = SPACES
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NOMBRE-NO-INF TO WS-MOTIVO
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           IF NOT MOV-ROL-VALIDO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-ROL-INVALIDO TO WS-MOTIVO
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           MOVE MOV-ID            TO OPE-ID
           MOVE MOV-NOMBRE        TO OPE-NOMBRE
           MOVE MOV-ROL           TO OPE-ROL
           SET OPE-ACTIVO         TO TRUE
           MOVE WSV-FECHA-PROCESO TO OPE-FECHA-ACT

           WRITE OPE-REC.

       220000-APLICAR-ALTA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 230000-APLICAR-BAJA: marca al operador inactivo en lugar   *
      * de borrarlo; desde ese momento los programas rechazan sus  *
      * movimientos, pero su identificador sigue resolviendo en    *
      * los rastros de auditoria.                                  *
      *-----------------------------------------------------------*
       230000-APLICAR-BAJA.

           IF CLAVE-INEXISTENTE
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NO-EXISTE TO WS-MOTIVO
              GO TO 230000-APLICAR-BAJA-EXIT
           END-IF

           IF OPE-INACTIVO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-YA-INACTIVO TO WS-MOTIVO
              GO TO 230000-APLICAR-BAJA-EXIT
           END-IF

           SET OPE-INACTIVO       TO TRUE
           MOVE WSV-FECHA-PROCESO TO OPE-FECHA-ACT

           REWRITE OPE-REC.

       230000-APLICAR-BAJA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 240000-APLICAR-MODIFICACION: actualiza el nombre o el rol  *
      * de un operador existente; los campos en blanco del         *
      * movimiento no pisan el dato vigente, como en PROG16. El    *
      * estado no se toca, para eso estan la baja y la             *
      * reactivacion.                                              *
      *-----------------------------------------------------------*
       240000-APLICAR-MODIFICACION.

           IF CLAVE-INEXISTENTE
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NO-EXISTE TO WS-MOTIVO
              GO TO 240000-APLICAR-MODIFICACION-EXIT
           END-IF

           IF MOV-ROL NOT = SPACES
              AND NOT MOV-ROL-VALIDO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-ROL-INVALIDO TO WS-MOTIVO
              GO TO 240000-APLICAR-MODIFICACION-EXIT
           END-IF

           IF MOV-NOMBRE NOT = SPACES
              MOVE MOV-NOMBRE TO OPE-NOMBRE
           END-IF

           IF MOV-ROL NOT = SPACES
              MOVE MOV-ROL TO OPE-ROL
           END-IF

           MOVE WSV-FECHA-PROCESO TO OPE-FECHA-ACT

           REWRITE OPE-REC.

       240000-APLICAR-MODIFICACION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 250000-APLICAR-REACTIVACION: vuelve a habilitar a un       *
      * operador dado de baja (regreso de licencia, reasignacion), *
      * con el mismo identificador que figura en sus movimientos   *
      * anteriores.                                                *
      *-----------------------------------------------------------*
       250000-APLICAR-REACTIVACION.

           IF CLAVE-INEXISTENTE
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NO-EXISTE TO WS-MOTIVO
              GO TO 250000-APLICAR-REACTIVACION-EXIT
           END-IF

           IF OPE-ACTIVO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-YA-ACTIVO TO WS-MOTIVO
              GO TO 250000-APLICAR-REACTIVACION-EXIT
           END-IF

           SET OPE-ACTIVO         TO TRUE
           MOVE WSV-FECHA-PROCESO TO OPE-FECHA-ACT

           REWRITE OPE-REC.

       250000-APLICAR-REACTIVACION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 260000-GRABAR-LISTADO: renglon del listado por cada        *
      * movimiento procesado, aplicado o rechazado con su motivo,  *
      * y actualizacion de los totales de la corrida.              *
      *-----------------------------------------------------------*
       260000-GRABAR-LISTADO.

           MOVE WSN-NRO-MOVIMIENTO TO LM-NRO-MOVIMIENTO
           MOVE MOV-TIPO           TO LM-TIPO
           MOVE MOV-ID             TO LM-ID
           MOVE MOV-NOMBRE         TO LM-NOMBRE
           MOVE MOV-ROL            TO LM-ROL
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
      * 300000-FINAL: graba el renglon de totales del listado, los *
      * muestra por consola y cierra los archivos.                 *
      *-----------------------------------------------------------*
       300000-FINAL.

           MOVE WSA-CANT-LEIDOS     TO LT-CANT-LEIDOS
           MOVE WSA-CANT-APLICADOS  TO LT-CANT-APLICADOS
           MOVE WSA-CANT-RECHAZADOS TO LT-CANT-RECHAZADOS

           WRITE LIS-REC FROM WS-LINEA-TOTALES

           DISPLAY '**************************************'
           DISPLAY 'MOVIMIENTOS LEIDOS:   ' LT-CANT-LEIDOS
           DISPLAY 'MOVIMIENTOS APLICADOS:' LT-CANT-APLICADOS
           DISPLAY 'MOVIMIENTOS RECHAZADOS:' LT-CANT-RECHAZADOS
           DISPLAY '**************************************'

           CLOSE NOVEDADES
           CLOSE OPERADORES
           CLOSE LISTADO.

       300000-FINAL-EXIT.
           EXIT.

       END-RUN.
