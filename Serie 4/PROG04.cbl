      *              firmada se rechaza sin tocar la matricula,
      *              porque la nomina de ese curso quedo fijada
      *              por el acta.
      * 15/10/2026 - El alta se verifica contra el maestro de
      *              correlatividades CORRELATIVAS (mantenido por
      *              PROG19): si el curso exige previas para la
      *              carrera y plan del alumno en PADRON, el alumno
      *              debe tener cada una APROBADA en MAESTRO; si
      *              adeuda alguna el alta se rechaza con la previa
      *              que falta en el motivo. Sin CORRELATIVAS en el
      *              sitio, o sin el alumno en PADRON, el alta se
      *              aplica como hasta ahora.
      * 15/10/2026 - La correlativa aprobada por final en mesa de
      *              examen (condicion APROB.FINAL que graba PROG23)
      *              habilita el alta igual que la aprobada en la
      *              cursada.
      * 15/10/2026 - La correlativa otorgada por equivalencia
      *              (condicion EQUIVALENTE que graba PROG25)
      *              habilita el alta igual que la aprobada.
      * 15/10/2026 - Cada movimiento trae el operador que lo hace
      *              (MOV-OPERADOR), que se verifica contra el
      *              maestro OPERADORES de PROG29: debe existir,
      *              estar activo y tener el rol M (matricula y
      *              padron); si no, el movimiento se rechaza sin
      *              tocar MATRICULA. Sin OPERADORES en el sitio no
      *              se aplica ningun movimiento. El operador figura
      *              en el renglon del listado.
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      * 15/10/2026 - PAD-REC suma al final los datos de contacto del
      *              alumno (correo, domicilio, localidad y codigo
      *              postal) que mantiene PROG16 (registro de 180
      *              posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG04.
                                 RECORD KEY IS CIE-CLAVE
                                 FILE STATUS IS WSJ-ESTADO-CIERRES.

           SELECT MAESTRO       ASSIGN TO "MAESTRO"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MAE-CLAVE
                                 FILE STATUS IS WSE-ESTADO-MAESTRO.

           SELECT PADRON        ASSIGN TO "PADRON"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PAD-ID
                                 FILE STATUS IS WSY-ESTADO-PADRON.

           SELECT CORRELATIVAS  ASSIGN TO "CORRELATIVAS"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS COR-CLAVE
                                 FILE STATUS IS WSQ-ESTADO-CORRELAT.

           SELECT OPERADORES    ASSIGN TO "OPERADORES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS OPE-ID
                                 FILE STATUS IS WSO-ESTADO-OPERADORES.

           SELECT LISTADO       ASSIGN TO "LISTADO"
                                 ORGANIZATION IS LINE SEQUENTIAL.

           05 MOV-CURSO         PIC X(06).
           05 MOV-PERIODO       PIC X(06).
           05 MOV-NOMBRE        PIC X(30).
           05 MOV-OPERADOR      PIC X(06).

       FD  MATRICULA
           LABEL RECORD IS STANDARD.
              88 CIE-CERRADO             VALUE 'C'.
              88 CIE-ANULADO             VALUE 'A'.

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

      *-----------------------------------------------------------*
      * Correlatividades por carrera+plan+curso que mantiene      *
      * PROG19: las previas que el alumno debe tener APROBADAS en *
      * MAESTRO para matricularse en el curso.                    *
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

             'BAJA: YA ESTABA DADO DE BAJA'.
          05 WSC-CURSO-CERRADO    PIC X(30)       VALUE
             'CURSO/PERIODO CERRADO POR ACTA'.
          05 WSC-ADEUDA-PREVIA    PIC X(19)       VALUE
             'ADEUDA CORRELATIVA '.
          05 WSC-APROBADO         PIC X(11)       VALUE 'APROBADO'.
          05 WSC-APROB-FINAL      PIC X(11)       VALUE 'APROB.FINAL'.
          05 WSC-EQUIVALENTE      PIC X(11)       VALUE 'EQUIVALENTE'.
          05 WSC-MAX-PREVIAS      PIC 9(02)       VALUE 10.
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
          05 WSS-ESTADO-CIERRE    PIC X(01)       VALUE 'N'.
             88 CURSO-CERRADO                     VALUE 'S'.
             88 CURSO-ABIERTO                     VALUE 'N'.
          05 WSS-ESTADO-PREVIAS   PIC X(01)       VALUE 'S'.
             88 CORRELATIVAS-CUMPLIDAS            VALUE 'S'.
             88 CORRELATIVAS-INCUMPLIDAS          VALUE 'N'.
          05 WSS-ESTADO-PREVIA    PIC X(01)       VALUE 'N'.
             88 PREVIA-APROBADA                   VALUE 'S'.
             88 PREVIA-PENDIENTE                  VALUE 'N'.
          05 WSS-FIN-LEGAJOS      PIC X(01)       VALUE 'N'.
             88 FIN-LEGAJOS                       VALUE 'S'.
             88 QUEDAN-LEGAJOS                    VALUE 'N'.
          05 WSS-ESTADO-OPERADOR  PIC X(01)       VALUE 'N'.
             88 OPERADOR-HABILITADO               VALUE 'S'.
             88 OPERADOR-RECHAZADO                VALUE 'N'.

       01 INDICES.
          05 WSI-P                PIC 9(02).

       01 CONTADORES.
          05 WSN-NRO-MOVIMIENTO   PIC 9(06)       VALUE 0.
             88 CIERRES-DISPONIBLE                VALUE 'S'.
             88 CIERRES-NO-DISPONIBLE             VALUE 'N'.

       01 CONTROL-MAESTRO.
          05 WSE-ESTADO-MAESTRO   PIC X(02).
          05 WSE-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 MAESTRO-DISPONIBLE                VALUE 'S'.
             88 MAESTRO-NO-DISPONIBLE             VALUE 'N'.

       01 CONTROL-PADRON.
          05 WSY-ESTADO-PADRON    PIC X(02).
          05 WSY-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 PADRON-DISPONIBLE                 VALUE 'S'.
             88 PADRON-NO-DISPONIBLE              VALUE 'N'.

       01 CONTROL-CORRELATIVAS.
          05 WSQ-ESTADO-CORRELAT  PIC X(02).
          05 WSQ-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 CORRELATIVAS-DISPONIBLE           VALUE 'S'.
             88 CORRELATIVAS-NO-DISPONIBLE        VALUE 'N'.
          05 WSQ-PREVIA-FALTANTE  PIC X(06).

       01 CONTROL-OPERADORES.
          05 WSO-ESTADO-OPERADORES PIC X(02).
          05 WSO-DISPONIBILIDAD   PIC X(01)       VALUE 'N'.
             88 OPERADORES-DISPONIBLE             VALUE 'S'.
             88 OPERADORES-NO-DISPONIBLE          VALUE 'N'.

       01 WS-MOTIVO               PIC X(30).

       01 WS-LINEA-MOVIMIENTO.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-PERIODO           PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-OPERADOR          PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-RESULTADO         PIC X(09).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-MOTIVO            PIC X(30).
           PERFORM 107000-ABRIR-CIERRES
              THRU 107000-ABRIR-CIERRES-EXIT

           PERFORM 108000-ABRIR-CORRELATIVAS
              THRU 108000-ABRIR-CORRELATIVAS-EXIT

           PERFORM 109000-ABRIR-OPERADORES
              THRU 109000-ABRIR-OPERADORES-EXIT

           OPEN INPUT NOVEDADES

           IF WSD-ESTADO-NOVEDADES NOT = '00'
       107000-ABRIR-CIERRES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 108000-ABRIR-CORRELATIVAS: CORRELATIVAS (maestro de        *
      * PROG19), PADRON (carrera y plan del alumno) y MAESTRO      *
      * (legajos aprobados) se abren solo para consulta. Sin       *
      * CORRELATIVAS ningun curso exige previas y el alta se       *
      * aplica como hasta ahora; sin PADRON no se conoce la        *
      * carrera del alumno y tampoco se controla. Sin MAESTRO el   *
      * alumno no tiene ningun curso aprobado.                     *
      *-----------------------------------------------------------*
       108000-ABRIR-CORRELATIVAS.

           OPEN INPUT CORRELATIVAS

           IF WSQ-ESTADO-CORRELAT = '00'
              SET CORRELATIVAS-DISPONIBLE TO TRUE
           ELSE
              SET CORRELATIVAS-NO-DISPONIBLE TO TRUE
              GO TO 108000-ABRIR-CORRELATIVAS-EXIT
           END-IF

           OPEN INPUT PADRON

           IF WSY-ESTADO-PADRON = '00'
              SET PADRON-DISPONIBLE TO TRUE
           ELSE
              SET PADRON-NO-DISPONIBLE TO TRUE
              DISPLAY 'NO SE ENCONTRO EL PADRON DE ALUMNOS:'
              DISPLAY 'NO SE CONTROLAN CORRELATIVIDADES.'
           END-IF

           OPEN INPUT MAESTRO

           IF WSE-ESTADO-MAESTRO = '00'
              SET MAESTRO-DISPONIBLE TO TRUE
           ELSE
              SET MAESTRO-NO-DISPONIBLE TO TRUE
           END-IF.

       108000-ABRIR-CORRELATIVAS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 109000-ABRIR-OPERADORES: OPERADORES (maestro de PROG29) se *
      * abre solo para consulta. A diferencia de los maestros      *
      * optativos, su ausencia no habilita a nadie: sin el maestro *
      * ningun operador puede acreditarse y todos los movimientos  *
      * se rechazan.                                               *
      *-----------------------------------------------------------*
       109000-ABRIR-OPERADORES.

           OPEN INPUT OPERADORES

           IF WSO-ESTADO-OPERADORES = '00'
              SET OPERADORES-DISPONIBLE TO TRUE
           ELSE
              SET OPERADORES-NO-DISPONIBLE TO TRUE
              DISPLAY 'NO SE ENCONTRO EL MAESTRO OPERADORES:'
              DISPLAY 'SE RECHAZAN TODOS LOS MOVIMIENTOS.'
           END-IF.

       109000-ABRIR-OPERADORES-EXIT.
           EXIT.

       110000-LEER-MOVIMIENTO.

           READ NOVEDADES
              GO TO 210000-APLICAR-MOVIMIENTO-EXIT
           END-IF

           PERFORM 211000-VERIFICAR-OPERADOR
              THRU 211000-VERIFICAR-OPERADOR-EXIT

           IF OPERADOR-RECHAZADO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              GO TO 210000-APLICAR-MOVIMIENTO-EXIT
           END-IF

           PERFORM 212000-VERIFICAR-CIERRE
              THRU 212000-VERIFICAR-CIERRE-EXIT

       210000-APLICAR-MOVIMIENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 211000-VERIFICAR-OPERADOR: el operador del movimiento     *
      * debe figurar en OPERADORES, estar activo y tener el rol   *
      * de matricula y padron. Si no, deja el motivo del rechazo  *
      * en WS-MOTIVO para el listado.                             *
      *-----------------------------------------------------------*
       211000-VERIFICAR-OPERADOR.

           SET OPERADOR-RECHAZADO TO TRUE

           IF OPERADORES-NO-DISPONIBLE
              MOVE WSC-SIN-OPERADORES TO WS-MOTIVO
              GO TO 211000-VERIFICAR-OPERADOR-EXIT
           END-IF

           IF MOV-OPERADOR = SPACES
              MOVE WSC-OPER-NO-INF TO WS-MOTIVO
              GO TO 211000-VERIFICAR-OPERADOR-EXIT
           END-IF

           MOVE MOV-OPERADOR TO OPE-ID

           READ OPERADORES
               INVALID KEY
                  MOVE WSC-OPER-INEXISTENTE TO WS-MOTIVO
                  GO TO 211000-VERIFICAR-OPERADOR-EXIT
           END-READ

           IF WSO-ESTADO-OPERADORES NOT = '00'
              MOVE WSC-OPER-INEXISTENTE TO WS-MOTIVO
              GO TO 211000-VERIFICAR-OPERADOR-EXIT
           END-IF

           IF NOT OPE-ACTIVO
              MOVE WSC-OPER-INACTIVO TO WS-MOTIVO
              GO TO 211000-VERIFICAR-OPERADOR-EXIT
           END-IF

           IF NOT OPE-ROL-MATRICULA
              MOVE WSC-OPER-SIN-ROL TO WS-MOTIVO
              GO TO 211000-VERIFICAR-OPERADOR-EXIT
           END-IF

           SET OPERADOR-HABILITADO TO TRUE.

       211000-VERIFICAR-OPERADOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 212000-VERIFICAR-CIERRE: la nomina de un curso+periodo con *
      * acta firmada quedo fijada por el acta: el cierre vigente   *
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           PERFORM 225000-VERIFICAR-CORRELATIVAS
              THRU 225000-VERIFICAR-CORRELATIVAS-EXIT

           IF CORRELATIVAS-INCUMPLIDAS
              SET MOVIMIENTO-RECHAZADO TO TRUE
              STRING WSC-ADEUDA-PREVIA   DELIMITED BY SIZE
                     WSQ-PREVIA-FALTANTE DELIMITED BY SIZE
                INTO WS-MOTIVO
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           MOVE MOV-ID      TO MAT-ID
           MOVE MOV-CURSO   TO MAT-CURSO
           MOVE MOV-PERIODO TO MAT-PERIODO
       220000-APLICAR-ALTA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 225000-VERIFICAR-CORRELATIVAS: busca en CORRELATIVAS las   *
      * previas del curso para la carrera y plan del alumno en     *
      * PADRON y verifica que cada una figure APROBADA en algun    *
      * legajo del alumno en MAESTRO (cualquier periodo). La       *
      * primera previa que falta corta la verificacion y queda en  *
      * WSQ-PREVIA-FALTANTE para el motivo del listado.            *
      *-----------------------------------------------------------*
       225000-VERIFICAR-CORRELATIVAS.

           SET CORRELATIVAS-CUMPLIDAS TO TRUE
           MOVE SPACES TO WSQ-PREVIA-FALTANTE

           IF CORRELATIVAS-NO-DISPONIBLE
              OR PADRON-NO-DISPONIBLE
              GO TO 225000-VERIFICAR-CORRELATIVAS-EXIT
           END-IF

           MOVE MOV-ID TO PAD-ID

           READ PADRON
               INVALID KEY
                  GO TO 225000-VERIFICAR-CORRELATIVAS-EXIT
           END-READ

           IF WSY-ESTADO-PADRON NOT = '00'
              GO TO 225000-VERIFICAR-CORRELATIVAS-EXIT
           END-IF

           MOVE PAD-CARRERA TO COR-CARRERA
           MOVE PAD-PLAN    TO COR-PLAN
           MOVE MOV-CURSO   TO COR-CURSO

           READ CORRELATIVAS
               INVALID KEY
                  GO TO 225000-VERIFICAR-CORRELATIVAS-EXIT
           END-READ

           IF WSQ-ESTADO-CORRELAT NOT = '00'
              OR COR-BAJA
              OR COR-CANT-PREVIAS IS NOT NUMERIC
              GO TO 225000-VERIFICAR-CORRELATIVAS-EXIT
           END-IF

           PERFORM 226000-VERIFICAR-UNA-PREVIA
              THRU 226000-VERIFICAR-UNA-PREVIA-EXIT
               VARYING WSI-P FROM 1 BY 1
                 UNTIL WSI-P > COR-CANT-PREVIAS
                    OR WSI-P > WSC-MAX-PREVIAS
                    OR CORRELATIVAS-INCUMPLIDAS.

       225000-VERIFICAR-CORRELATIVAS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 226000-VERIFICAR-UNA-PREVIA: recorre los legajos del       *
      * alumno en la previa (la clave de MAESTRO es alumno+curso+  *
      * periodo, asi que quedan contiguos) buscando uno aprobado.  *
      *-----------------------------------------------------------*
       226000-VERIFICAR-UNA-PREVIA.

           SET PREVIA-PENDIENTE TO TRUE

           IF COR-PREVIA(WSI-P) = SPACES
              SET PREVIA-APROBADA TO TRUE
              GO TO 226000-VERIFICAR-UNA-PREVIA-EXIT
           END-IF

           IF MAESTRO-DISPONIBLE
              SET QUEDAN-LEGAJOS TO TRUE
              MOVE MOV-ID            TO MAE-ID
              MOVE COR-PREVIA(WSI-P) TO MAE-CURSO
              MOVE LOW-VALUES        TO MAE-PERIODO

              START MAESTRO KEY NOT < MAE-CLAVE
                  INVALID KEY
                     SET FIN-LEGAJOS TO TRUE
              END-START

              PERFORM 227000-LEER-LEGAJO-PREVIA
                 THRU 227000-LEER-LEGAJO-PREVIA-EXIT
                  UNTIL FIN-LEGAJOS
           END-IF

           IF PREVIA-PENDIENTE
              SET CORRELATIVAS-INCUMPLIDAS TO TRUE
              MOVE COR-PREVIA(WSI-P) TO WSQ-PREVIA-FALTANTE
           END-IF.

       226000-VERIFICAR-UNA-PREVIA-EXIT.
           EXIT.

       227000-LEER-LEGAJO-PREVIA.

           READ MAESTRO NEXT
               AT END
                  SET FIN-LEGAJOS TO TRUE
               NOT AT END
                  IF MAE-ID NOT = MOV-ID
                     OR MAE-CURSO NOT = COR-PREVIA(WSI-P)
                     SET FIN-LEGAJOS TO TRUE
                  ELSE
                     IF MAE-ESTADO = WSC-APROBADO
                        OR MAE-ESTADO = WSC-APROB-FINAL
                        OR MAE-ESTADO = WSC-EQUIVALENTE
                        SET PREVIA-APROBADA TO TRUE
                        SET FIN-LEGAJOS     TO TRUE
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

       227000-LEER-LEGAJO-PREVIA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 230000-APLICAR-BAJA: marca la inscripcion con estado B en  *
      * lugar de borrarla, que es lo que la verificacion de        *
           MOVE MOV-ID             TO LM-ID
           MOVE MOV-CURSO          TO LM-CURSO
           MOVE MOV-PERIODO        TO LM-PERIODO
           MOVE MOV-OPERADOR       TO LM-OPERADOR
           MOVE WS-MOTIVO          TO LM-MOTIVO

           IF MOVIMIENTO-APLICADO
           IF CIERRES-DISPONIBLE
              CLOSE CIERRES
           END-IF
           IF CORRELATIVAS-DISPONIBLE
              CLOSE CORRELATIVAS
              IF PADRON-DISPONIBLE
                 CLOSE PADRON
              END-IF
              IF MAESTRO-DISPONIBLE
                 CLOSE MAESTRO
              END-IF
           END-IF
           IF OPERADORES-DISPONIBLE
              CLOSE OPERADORES
           END-IF
           CLOSE LISTADO.

       300000-FINAL-EXIT.
