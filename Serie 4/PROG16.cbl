      * LISTPAD con su motivo, y al final un renglon de totales.
      *
      * Modificaciones:
      * 15/10/2026 - Cada movimiento trae el operador que lo hace
      *              (MOV-OPERADOR), que se verifica contra el
      *              maestro OPERADORES de PROG29: debe existir,
      *              estar activo y tener el rol M (matricula y
      *              padron); si no, el movimiento se rechaza sin
      *              tocar PADRON. Sin OPERADORES en el sitio no se
      *              aplica ningun movimiento. El operador figura en
      *              el renglon del listado.
      * 15/10/2026 - El padron guarda los datos de contacto del
      *              alumno (correo electronico, domicilio, localidad
      *              y codigo postal) para los avisos de resultado de
      *              PROG33. Vienen al final del movimiento; en la
      *              modificacion, igual que los demas campos, el dato
      *              en blanco no pisa el vigente. Un correo sin
      *              arroba, o con mas de una, rechaza el movimiento.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG16.
                                 RECORD KEY IS PAD-ID
                                 FILE STATUS IS WSF-ESTADO-PADRON.

           SELECT OPERADORES    ASSIGN TO "OPERADORES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS OPE-ID
                                 FILE STATUS IS WSO-ESTADO-OPERADORES.

           SELECT LISTADO       ASSIGN TO "LISTPAD"
                                 ORGANIZATION IS LINE SEQUENTIAL.

           05 MOV-DOCUMENTO     PIC X(10).
           05 MOV-CARRERA       PIC X(06).
           05 MOV-PLAN          PIC X(04).
           05 MOV-OPERADOR      PIC X(06).
           05 MOV-EMAIL         PIC X(50).
           05 MOV-DOMICILIO     PIC X(40).
           05 MOV-LOCALIDAD     PIC X(25).
           05 MOV-COD-POSTAL    PIC X(08).

       FD  PADRON
           LABEL RECORD IS STANDARD.
           05 PAD-ESTADO         PIC X(01).
              88 PAD-ACTIVO              VALUE 'A'.
              88 PAD-BAJA                VALUE 'B'.
           05 PAD-EMAIL          PIC X(50).
           05 PAD-DOMICILIO      PIC X(40).
           05 PAD-LOCALIDAD      PIC X(25).
           05 PAD-COD-POSTAL     PIC X(08).

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

       01  LIS-REC               PIC X(100).

       WORKING-STORAGE SECTION.

             'LA CLAVE NO EXISTE'.
          05 WSC-YA-DE-BAJA       PIC X(30)       VALUE
             'BAJA: YA ESTABA DADO DE BAJA'.
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
          05 WSC-EMAIL-INVALIDO   PIC X(30)       VALUE
             'CORREO ELECTRONICO INVALIDO'.

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
          05 WSN-CANT-ARROBAS     PIC 9(02)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CANT-LEIDOS      PIC 9(06)       VALUE 0.
       01 CONTROL-PADRON.
          05 WSF-ESTADO-PADRON    PIC X(02).

       01 CONTROL-OPERADORES.
          05 WSO-ESTADO-OPERADORES PIC X(02).
          05 WSO-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 OPERADORES-DISPONIBLE             VALUE 'S'.
             88 OPERADORES-NO-DISPONIBLE          VALUE 'N'.

       01 WS-MOTIVO               PIC X(30).

       01 WS-LINEA-MOVIMIENTO.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-NOMBRE            PIC X(30).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-OPERADOR          PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-RESULTADO         PIC X(09).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-MOTIVO            PIC X(30).
           PERFORM 105000-ABRIR-PADRON
              THRU 105000-ABRIR-PADRON-EXIT

           PERFORM 107000-ABRIR-OPERADORES
              THRU 107000-ABRIR-OPERADORES-EXIT

           OPEN INPUT NOVEDADES

           IF WSD-ESTADO-NOVEDADES NOT = '00'
       105000-ABRIR-PADRON-EXIT.
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
      * 212000-VERIFICAR-OPERADOR: el operador del movimiento      *
      * debe figurar en OPERADORES, estar activo y tener el rol    *
      * de matricula y padron. Si no, deja el motivo del rechazo   *
      * en WS-MOTIVO para el listado.                              *
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

           IF NOT OPE-ROL-MATRICULA
              MOVE WSC-OPER-SIN-ROL TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADOR-EXIT
           END-IF

           SET OPERADOR-HABILITADO TO TRUE.

       212000-VERIFICAR-OPERADOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 215000-BUSCAR-CLAVE: lee el padron por el alumno del       *
      * movimiento y deja el resultado en el switch de busqueda;   *
       215000-BUSCAR-CLAVE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 217000-VALIDAR-EMAIL: el correo es optativo, pero si viene *
      * informado debe llevar una y solo una arroba; un correo mal *
      * cargado haria rebotar el aviso de resultado de PROG33 sin  *
      * que nadie se entere.                                       *
      *-----------------------------------------------------------*
       217000-VALIDAR-EMAIL.

           IF MOV-EMAIL = SPACES
              GO TO 217000-VALIDAR-EMAIL-EXIT
           END-IF

           MOVE WSC-0 TO WSN-CANT-ARROBAS

           INSPECT MOV-EMAIL TALLYING WSN-CANT-ARROBAS FOR ALL '@'

           IF WSN-CANT-ARROBAS NOT = WSC-1
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-EMAIL-INVALIDO TO WS-MOTIVO
           END-IF.

       217000-VALIDAR-EMAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-APLICAR-ALTA: da de alta al alumno en el padron con *
      * su nombre oficial; la clave no debe existir y el nombre    *
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           PERFORM 217000-VALIDAR-EMAIL
              THRU 217000-VALIDAR-EMAIL-EXIT

           IF MOVIMIENTO-RECHAZADO
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           MOVE MOV-ID         TO PAD-ID
           MOVE MOV-NOMBRE     TO PAD-NOMBRE
           MOVE MOV-DOCUMENTO  TO PAD-DOCUMENTO
           MOVE MOV-CARRERA    TO PAD-CARRERA
           MOVE MOV-PLAN       TO PAD-PLAN
           SET PAD-ACTIVO      TO TRUE
           MOVE MOV-EMAIL      TO PAD-EMAIL
           MOVE MOV-DOMICILIO  TO PAD-DOMICILIO
           MOVE MOV-LOCALIDAD  TO PAD-LOCALIDAD
           MOVE MOV-COD-POSTAL TO PAD-COD-POSTAL

           WRITE PAD-REC.


      *-----------------------------------------------------------*
      * 240000-APLICAR-MODIFICACION: actualiza los datos de un     *
      * alumno existente (correccion de grafia, cambio de carrera, *
      * plan o datos de contacto); los campos en blanco del        *
      * movimiento no pisan el dato vigente, para poder corregir   *
      * un solo campo.                                             *
      *-----------------------------------------------------------*
       240000-APLICAR-MODIFICACION.

              GO TO 240000-APLICAR-MODIFICACION-EXIT
           END-IF

           PERFORM 217000-VALIDAR-EMAIL
              THRU 217000-VALIDAR-EMAIL-EXIT

           IF MOVIMIENTO-RECHAZADO
              GO TO 240000-APLICAR-MODIFICACION-EXIT
           END-IF

           IF MOV-NOMBRE NOT = SPACES
              MOVE MOV-NOMBRE TO PAD-NOMBRE
           END-IF
              MOVE MOV-PLAN TO PAD-PLAN
           END-IF

           IF MOV-EMAIL NOT = SPACES
              MOVE MOV-EMAIL TO PAD-EMAIL
           END-IF

           IF MOV-DOMICILIO NOT = SPACES
              MOVE MOV-DOMICILIO TO PAD-DOMICILIO
           END-IF

           IF MOV-LOCALIDAD NOT = SPACES
              MOVE MOV-LOCALIDAD TO PAD-LOCALIDAD
           END-IF

           IF MOV-COD-POSTAL NOT = SPACES
              MOVE MOV-COD-POSTAL TO PAD-COD-POSTAL
           END-IF

           REWRITE PAD-REC.

       240000-APLICAR-MODIFICACION-EXIT.
           MOVE MOV-TIPO           TO LM-TIPO
           MOVE MOV-ID             TO LM-ID
           MOVE MOV-NOMBRE         TO LM-NOMBRE
           MOVE MOV-OPERADOR       TO LM-OPERADOR
           MOVE WS-MOTIVO          TO LM-MOTIVO

           IF MOVIMIENTO-APLICADO

           CLOSE NOVEDADES
           CLOSE PADRON
           IF OPERADORES-DISPONIBLE
              CLOSE OPERADORES
           END-IF
           CLOSE LISTADO.

       300000-FINAL-EXIT.
