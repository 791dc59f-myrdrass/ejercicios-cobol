      * totales, igual que el circuito de PROG04.
      *
      * Modificaciones:
      * 15/10/2026 - Cada movimiento trae el operador que lo hace
      *              (MOV-OPERADOR), que se verifica contra el
      *              maestro OPERADORES de PROG29: debe existir,
      *              estar activo y tener el rol C (cierre de
      *              actas); si no, el movimiento se rechaza sin
      *              tocar CIERRES. Sin OPERADORES en el sitio no se
      *              aplica ningun movimiento. El operador figura en
      *              el renglon del listado.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG11.
                                 RECORD KEY IS CIE-CLAVE
                                 FILE STATUS IS WSF-ESTADO-CIERRES.

           SELECT OPERADORES    ASSIGN TO "OPERADORES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS OPE-ID
                                 FILE STATUS IS WSO-ESTADO-OPERADORES.

           SELECT LISTADO       ASSIGN TO "LISTCIE"
                                 ORGANIZATION IS LINE SEQUENTIAL.

           05 MOV-CURSO         PIC X(06).
           05 MOV-PERIODO       PIC X(06).
           05 MOV-FECHA-FIRMA   PIC 9(08).
           05 MOV-OPERADOR      PIC X(06).

       FD  CIERRES
           LABEL RECORD IS STANDARD.
              88 CIE-CERRADO             VALUE 'C'.
              88 CIE-ANULADO             VALUE 'A'.

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

       FD  LISTADO
           LABEL RECORD IS STANDARD.

             'ANULACION: CIERRE INEXISTENTE'.
          05 WSC-YA-ANULADO       PIC X(30)       VALUE
             'ANULACION: YA ESTABA ANULADO'.
          05 WSC-SIN-OPERADORES   PIC X(30)       VALUE
             'MAESTRO OPERADORES AUSENTE'.
          05 WSC-OPER-NO-INF      PIC X(30)       VALUE
             'OPERADOR EN BLANCO'.
          05 WSC-OPER-INEXISTENTE PIC X(30)       VALUE
             'OPERADOR INEXISTENTE'.
          05 WSC-OPER-INACTIVO    PIC X(30)       VALUE
             'OPERADOR INACTIVO'.
          05 WSC-OPER-SIN-ROL     PIC X(30)       VALUE
             'OPERADOR SIN EL ROL REQUERIDO'.

       01 SWITCHES.
          05 WSS-FIN-NOVEDADES    PIC X(01)       VALUE 'N'.
          05 WSS-BUSQUEDA-CLAVE   PIC X(01)       VALUE 'N'.
             88 CLAVE-ENCONTRADA                  VALUE 'S'.
             88 CLAVE-INEXISTENTE                 VALUE 'N'.
          05 WSS-ESTADO-OPERADOR  PIC X(01)       VALUE 'N'.
             88 OPERADOR-HABILITADO               VALUE 'S'.
             88 OPERADOR-RECHAZADO                VALUE 'N'.

       01 CONTADORES.
          05 WSN-NRO-MOVIMIENTO   PIC 9(06)       VALUE 0.
       01 CONTROL-CIERRES.
          05 WSF-ESTADO-CIERRES   PIC X(02).

       01 CONTROL-OPERADORES.
          05 WSO-ESTADO-OPERADORES PIC X(02).
          05 WSO-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 OPERADORES-DISPONIBLE             VALUE 'S'.
             88 OPERADORES-NO-DISPONIBLE          VALUE 'N'.

       01 WS-MOTIVO               PIC X(30).

       01 WS-LINEA-MOVIMIENTO.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-FECHA-FIRMA       PIC 9(08).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-OPERADOR          PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-RESULTADO         PIC X(09).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-MOTIVO            PIC X(30).
           PERFORM 105000-ABRIR-CIERRES
              THRU 105000-ABRIR-CIERRES-EXIT

           PERFORM 107000-ABRIR-OPERADORES
              THRU 107000-ABRIR-OPERADORES-EXIT

           OPEN INPUT NOVEDADES

           IF WSD-ESTADO-NOVEDADES NOT = '00'
       105000-ABRIR-CIERRES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 107000-ABRIR-OPERADORES: OPERADORES (maestro de PROG29) se *
      * abre solo para consulta. A diferencia de los maestros      *
      * optativos, su ausencia no habilita a nadie: sin el maestro *
      * ningun operador puede acreditarse y todos los movimientos  *
      * se rechazan.                                               *
      *-----------------------------------------------------------*
       107000-ABRIR-OPERADORES.

           OPEN INPUT OPERADORES

           IF WSO-ESTADO-OPERADORES = '00'
              SET OPERADORES-DISPONIBLE TO TRUE
           ELSE
              SET OPERADORES-NO-DISPONIBLE TO TRUE
              DISPLAY 'NO SE ENCONTRO EL MAESTRO OPERADORES:'
              DISPLAY 'SE RECHAZAN TODOS LOS MOVIMIENTOS.'
           END-IF.

       107000-ABRIR-OPERADORES-EXIT.
           EXIT.

       110000-LEER-MOVIMIENTO.

           READ NOVEDADES
              GO TO 210000-APLICAR-MOVIMIENTO-EXIT
           END-IF

           PERFORM 212000-VERIFICAR-OPERADOR
              THRU 212000-VERIFICAR-OPERADOR-EXIT

           IF OPERADOR-RECHAZADO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              GO TO 210000-APLICAR-MOVIMIENTO-EXIT
           END-IF

           PERFORM 215000-BUSCAR-CLAVE
              THRU 215000-BUSCAR-CLAVE-EXIT

       210000-APLICAR-MOVIMIENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 212000-VERIFICAR-OPERADOR: el operador del movimiento debe *
      * figurar en OPERADORES, estar activo y tener el rol de      *
      * cierre de actas. Si no, deja el motivo del rechazo en      *
      * WS-MOTIVO para el listado.                                 *
      *-----------------------------------------------------------*
       212000-VERIFICAR-OPERADOR.

           SET OPERADOR-RECHAZADO TO TRUE

           IF OPERADORES-NO-DISPONIBLE
              MOVE WSC-SIN-OPERADORES TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADOR-EXIT
           END-IF

           IF MOV-OPERADOR = SPACES
              MOVE WSC-OPER-NO-INF TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADOR-EXIT
           END-IF

           MOVE MOV-OPERADOR TO OPE-ID

           READ OPERADORES
               INVALID KEY
                  MOVE WSC-OPER-INEXISTENTE TO WS-MOTIVO
                  GO TO 212000-VERIFICAR-OPERADOR-EXIT
           END-READ

           IF WSO-ESTADO-OPERADORES NOT = '00'
              MOVE WSC-OPER-INEXISTENTE TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADOR-EXIT
           END-IF

           IF NOT OPE-ACTIVO
              MOVE WSC-OPER-INACTIVO TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADOR-EXIT
           END-IF

           IF NOT OPE-ROL-CIERRE
              MOVE WSC-OPER-SIN-ROL TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADOR-EXIT
           END-IF

           SET OPERADOR-HABILITADO TO TRUE.

       212000-VERIFICAR-OPERADOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 215000-BUSCAR-CLAVE: lee el maestro por la clave del       *
      * movimiento (curso+periodo) y deja el resultado en el       *
           MOVE MOV-CURSO          TO LM-CURSO
           MOVE MOV-PERIODO        TO LM-PERIODO
           MOVE MOV-FECHA-FIRMA    TO LM-FECHA-FIRMA
           MOVE MOV-OPERADOR       TO LM-OPERADOR
           MOVE WS-MOTIVO          TO LM-MOTIVO

           IF MOVIMIENTO-APLICADO

           CLOSE NOVEDADES
           CLOSE CIERRES
           IF OPERADORES-DISPONIBLE
              CLOSE OPERADORES
           END-IF
           CLOSE LISTADO.

       300000-FINAL-EXIT.
