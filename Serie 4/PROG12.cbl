      *              PROG02-08-ME con sus regrabaciones, para que
      *              PROG10 y PROG06 puedan mostrar que decia el
      *              legajo antes de la resolucion.
      * 15/10/2026 - Doble control: cada rectificacion trae el
      *              operador que la carga (REC-OPERADOR) y un
      *              segundo operador que la aprueba
      *              (REC-APROBADOR), distinto del primero. Ambos se
      *              verifican contra el maestro OPERADORES de
      *              PROG29: deben existir y estar activos, el
      *              operador con rol R (rectificacion) y el
      *              aprobador con rol A (autorizante); si no, la
      *              rectificacion se rechaza sin tocar el maestro.
      *              Sin OPERADORES en el sitio no se aplica
      *              ninguna. Los dos operadores quedan en RECTRAIL
      *              y en el listado.
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG12.
                                 RECORD KEY IS CIE-CLAVE
                                 FILE STATUS IS WSF-ESTADO-CIERRES.

           SELECT OPERADORES    ASSIGN TO "OPERADORES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS OPE-ID
                                 FILE STATUS IS WSO-ESTADO-OPERADORES.

           SELECT HISTORIAL     ASSIGN TO "HISTORIAL"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
           05 REC-RESOLUCION    PIC X(10).
           05 REC-PROMEDIO      PIC 9(02)V9(02).
           05 REC-ESTADO        PIC X(11).
           05 REC-OPERADOR      PIC X(06).
           05 REC-APROBADOR     PIC X(06).

       FD  MAESTRO
           LABEL RECORD IS STANDARD.
              88 MAE-OBJETADO            VALUE 'R'.
              88 MAE-SIN-CONFIRMAR       VALUE SPACE.
           05 MAE-FECHA-CONF     PIC 9(08).
           05 MAE-COMISION       PIC X(02).

       FD  CIERRES
           LABEL RECORD IS STANDARD.
           05 HIS-FECHA-ACT      PIC 9(08).
           05 HIS-FECHA-REEMPL   PIC 9(08).

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

       FD  RASTRO
           LABEL RECORD IS STANDARD.

       01  RAS-REC               PIC X(120).

       FD  LISTADO
           LABEL RECORD IS STANDARD.

       01  LIS-REC               PIC X(101).

       WORKING-STORAGE SECTION.

             'CURSO/PERIODO NO CERRADO'.
          05 WSC-SIN-LEGAJO       PIC X(30)       VALUE
             'LEGAJO INEXISTENTE EN MAESTRO'.
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
          05 WSC-APROB-NO-INF     PIC X(30)       VALUE
             'SIN OPERADOR APROBADOR'.
          05 WSC-APROB-IGUAL      PIC X(30)       VALUE
             'APROBADOR IGUAL AL OPERADOR'.
          05 WSC-APROB-INEXISTENTE PIC X(30)      VALUE
             'APROBADOR INEXISTENTE'.
          05 WSC-APROB-INACTIVO   PIC X(30)       VALUE
             'APROBADOR INACTIVO'.
          05 WSC-APROB-SIN-ROL    PIC X(30)       VALUE
             'APROBADOR SIN ROL AUTORIZANTE'.

       01 SWITCHES.
          05 WSS-FIN-RECTIF       PIC X(01)       VALUE 'N'.
          05 WSS-BUSQUEDA-LEGAJO  PIC X(01)       VALUE 'N'.
             88 LEGAJO-ENCONTRADO                 VALUE 'S'.
             88 LEGAJO-INEXISTENTE                VALUE 'N'.
          05 WSS-ESTADO-OPERADOR  PIC X(01)       VALUE 'N'.
             88 OPERADOR-HABILITADO               VALUE 'S'.
             88 OPERADOR-RECHAZADO                VALUE 'N'.
          05 WSS-BUSQUEDA-OPERADOR PIC X(01)      VALUE 'N'.
             88 OPERADOR-ENCONTRADO               VALUE 'S'.
             88 OPERADOR-INEXISTENTE              VALUE 'N'.

       01 CONTADORES.
          05 WSN-NRO-MOVIMIENTO   PIC 9(06)       VALUE 0.
             88 CIERRES-DISPONIBLE                VALUE 'S'.
             88 CIERRES-NO-DISPONIBLE             VALUE 'N'.

       01 CONTROL-OPERADORES.
          05 WSO-ESTADO-OPERADORES PIC X(02).
          05 WSO-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 OPERADORES-DISPONIBLE             VALUE 'S'.
             88 OPERADORES-NO-DISPONIBLE          VALUE 'N'.

       01 CONTROL-RASTRO.
          05 WSG-ESTADO-RASTRO    PIC X(02).

          05 LR-PROM-NUEVO        PIC Z9,99.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-ESTADO-NUEVO      PIC X(11).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-OPERADOR          PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-APROBADOR         PIC X(06).

       01 WS-LINEA-MOVIMIENTO.
          05 LM-NRO-MOVIMIENTO    PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-RESOLUCION        PIC X(10).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-OPERADOR          PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-APROBADOR         PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-RESULTADO         PIC X(09).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-MOTIVO            PIC X(30).
      * rastro y el listado, y hace la lectura de adelanto del     *
      * ciclo batch. Sin MAESTRO no hay legajo que rectificar; sin *
      * CIERRES ningun curso figura cerrado y todas las            *
      * rectificaciones se rechazaran por ese motivo; lo mismo     *
      * sin OPERADORES, porque nadie puede acreditarse.            *
      *-----------------------------------------------------------*
       100000-INICIO.

              DISPLAY '**************************************'
           END-IF

           OPEN INPUT OPERADORES

           IF WSO-ESTADO-OPERADORES = '00'
              SET OPERADORES-DISPONIBLE TO TRUE
           ELSE
              SET OPERADORES-NO-DISPONIBLE TO TRUE
              DISPLAY '**************************************'
              DISPLAY 'NO SE ENCONTRO EL MAESTRO OPERADORES.'
              DISPLAY 'NADIE PUEDE ACREDITARSE: TODAS LAS'
              DISPLAY 'RECTIFICACIONES SE RECHAZARAN.'
              DISPLAY '**************************************'
           END-IF

           OPEN INPUT RECTIFICACIONES

           IF WSD-ESTADO-RECTIF NOT = '00'
      *-----------------------------------------------------------*
      * 210000-APLICAR-RECTIFICACION: valida la rectificacion en   *
      * curso (alumno y resolucion informados, curso+periodo       *
      * cerrado en CIERRES, legajo existente en MAESTRO,           *
      * operador y aprobador habilitados en OPERADORES) y la       *
      * aplica; los valores anteriores del legajo quedan grabados  *
      * en el rastro junto con los nuevos y la resolucion.         *
      *-----------------------------------------------------------*
              GO TO 210000-APLICAR-RECTIFICACION-EXIT
           END-IF

           PERFORM 212000-VERIFICAR-OPERADORES
              THRU 212000-VERIFICAR-OPERADORES-EXIT

           IF OPERADOR-RECHAZADO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              GO TO 210000-APLICAR-RECTIFICACION-EXIT
           END-IF

           PERFORM 215000-VERIFICAR-CIERRE
              THRU 215000-VERIFICAR-CIERRE-EXIT

       210000-APLICAR-RECTIFICACION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 212000-VERIFICAR-OPERADORES: doble control sobre la        *
      * rectificacion. Quien la carga debe figurar en OPERADORES,  *
      * activo y con rol de rectificacion; quien la aprueba debe   *
      * ser otro operador, activo y con rol autorizante. El        *
      * primer incumplimiento deja su motivo en WS-MOTIVO.         *
      *-----------------------------------------------------------*
       212000-VERIFICAR-OPERADORES.

           SET OPERADOR-RECHAZADO TO TRUE

           IF OPERADORES-NO-DISPONIBLE
              MOVE WSC-SIN-OPERADORES TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADORES-EXIT
           END-IF

           IF REC-OPERADOR = SPACES
              MOVE WSC-OPER-NO-INF TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADORES-EXIT
           END-IF

           IF REC-APROBADOR = SPACES
              MOVE WSC-APROB-NO-INF TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADORES-EXIT
           END-IF

           IF REC-APROBADOR = REC-OPERADOR
              MOVE WSC-APROB-IGUAL TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADORES-EXIT
           END-IF

           MOVE REC-OPERADOR TO OPE-ID

           PERFORM 213000-LEER-OPERADOR
              THRU 213000-LEER-OPERADOR-EXIT

           IF OPERADOR-INEXISTENTE
              MOVE WSC-OPER-INEXISTENTE TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADORES-EXIT
           END-IF

           IF NOT OPE-ACTIVO
              MOVE WSC-OPER-INACTIVO TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADORES-EXIT
           END-IF

           IF NOT OPE-ROL-RECTIFICACION
              MOVE WSC-OPER-SIN-ROL TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADORES-EXIT
           END-IF

           MOVE REC-APROBADOR TO OPE-ID

           PERFORM 213000-LEER-OPERADOR
              THRU 213000-LEER-OPERADOR-EXIT

           IF OPERADOR-INEXISTENTE
              MOVE WSC-APROB-INEXISTENTE TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADORES-EXIT
           END-IF

           IF NOT OPE-ACTIVO
              MOVE WSC-APROB-INACTIVO TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADORES-EXIT
           END-IF

           IF NOT OPE-ROL-AUTORIZANTE
              MOVE WSC-APROB-SIN-ROL TO WS-MOTIVO
              GO TO 212000-VERIFICAR-OPERADORES-EXIT
           END-IF

           SET OPERADOR-HABILITADO TO TRUE.

       212000-VERIFICAR-OPERADORES-EXIT.
           EXIT.

       213000-LEER-OPERADOR.

      * El switch arranca en INEXISTENTE: un error duro de lectura
      * (que no dispara ni INVALID KEY ni NOT INVALID KEY) no debe
      * dejar vigente el resultado de la lectura anterior.
           SET OPERADOR-INEXISTENTE TO TRUE

           READ OPERADORES
               INVALID KEY
                  SET OPERADOR-INEXISTENTE TO TRUE
               NOT INVALID KEY
                  SET OPERADOR-ENCONTRADO TO TRUE
           END-READ.

       213000-LEER-OPERADOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 215000-VERIFICAR-CIERRE: la rectificacion post-cierre solo *
      * corresponde a un curso+periodo con cierre vigente en       *

      *-----------------------------------------------------------*
      * 250000-GRABAR-RASTRO: renglon de RECTRAIL por cada         *
      * rectificacion aplicada, con fecha, hora, resolucion, los   *
      * valores anterior y nuevo del legajo y los operadores que   *
      * la cargaron y aprobaron, para que la diferencia contra el  *
      * acta firmada quede siempre explicada.                      *
      *-----------------------------------------------------------*
       250000-GRABAR-RASTRO.

           MOVE WSV-ESTADO-ANTERIOR TO LR-ESTADO-ANTERIOR
           MOVE REC-PROMEDIO        TO LR-PROM-NUEVO
           MOVE REC-ESTADO          TO LR-ESTADO-NUEVO
           MOVE REC-OPERADOR        TO LR-OPERADOR
           MOVE REC-APROBADOR       TO LR-APROBADOR

           WRITE RAS-REC FROM WS-LINEA-RASTRO.

           MOVE REC-CURSO          TO LM-CURSO
           MOVE REC-PERIODO        TO LM-PERIODO
           MOVE REC-RESOLUCION     TO LM-RESOLUCION
           MOVE REC-OPERADOR       TO LM-OPERADOR
           MOVE REC-APROBADOR      TO LM-APROBADOR
           MOVE WS-MOTIVO          TO LM-MOTIVO

           IF MOVIMIENTO-APLICADO
           IF CIERRES-DISPONIBLE
              CLOSE CIERRES
           END-IF
           IF OPERADORES-DISPONIBLE
              CLOSE OPERADORES
           END-IF
           CLOSE RASTRO
           CLOSE LISTADO.

