      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     OTORGAMIENTO DE EQUIVALENCIAS
      * Tectonics:   cobc
      *
      * Al alumno que ingresa por pase de otra institucion, o que
      * cambia de plan, se le reconocen cursos por resolucion. Hasta
      * hoy esos cursos entraban a MAESTRO con una corrida de notas
      * simulada en PROG02-08-ME, que dejaba renglones falsos en
      * AUDITORIA y en REPORTE. Este programa lee el archivo
      * EQUIVALENCIAS (un registro por curso otorgado: alumno,
      * curso, periodo de otorgamiento, origen -institucion o curso
      * del plan anterior-, numero de resolucion y nota) y crea el
      * legajo de MAESTRO con la condicion EQUIVALENTE, que lo
      * distingue de cualquier legajo ganado por examen.
      *
      * El legajo ganado por examen nunca se pisa: si el alumno ya
      * tiene el curso aprobado (en la cursada o por final), ya
      * tiene la equivalencia otorgada, o ya tiene un legajo en ese
      * mismo periodo, el otorgamiento se rechaza. Tambien se
      * rechaza sin resolucion, con nota que no aprueba, o con un
      * alumno que no figura activo en PADRON.
      *
      * Cada equivalencia otorgada deja su rastro en EQUIVTRAIL
      * (fecha, hora, resolucion, legajo, nota y origen), como las
      * rectificaciones de PROG12 en RECTRAIL, y todo movimiento,
      * otorgado o rechazado, queda en el listado LISTEQV con su
      * motivo y los totales de la corrida.
      *
      * Modificaciones:
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones). El
      *              legajo por equivalencia no proviene de ninguna
      *              comision y se graba con la comision en blanco.
      * 15/10/2026 - PAD-REC suma al final los datos de contacto del
      *              alumno (correo, domicilio, localidad y codigo
      *              postal) que mantiene PROG16 (registro de 180
      *              posiciones).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG25.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EQUIVALENCIAS ASSIGN TO "EQUIVALENCIAS"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSD-ESTADO-EQUIV.

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

           SELECT RASTRO        ASSIGN TO "EQUIVTRAIL"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WSG-ESTADO-RASTRO.

           SELECT LISTADO       ASSIGN TO "LISTEQV"
                                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *-----------------------------------------------------------*
      * La nota se declara alfanumerica con REDEFINES para poder  *
      * probarla con IS NUMERIC antes de usarla, como hace PROG03 *
      * con los registros de control.                             *
      *-----------------------------------------------------------*
       FD  EQUIVALENCIAS
           LABEL RECORD IS STANDARD.

       01  EQV-REC.
           05 EQV-ID            PIC X(06).
           05 EQV-CURSO         PIC X(06).
           05 EQV-PERIODO       PIC X(06).
           05 EQV-ORIGEN        PIC X(30).
           05 EQV-RESOLUCION    PIC X(10).
           05 EQV-NOTA          PIC X(04).
           05 EQV-NOTA-NUM      REDEFINES EQV-NOTA
                                PIC 9(02)V9(02).

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

       FD  RASTRO
           LABEL RECORD IS STANDARD.

       01  RAS-REC               PIC X(110).

       FD  LISTADO
           LABEL RECORD IS STANDARD.

       01  LIS-REC               PIC X(90).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-NOTA-MAXIMA      PIC 9(02)V9(02) VALUE 10.
          05 WSC-NOTA-APROBACION  PIC 9(02)V9(02) VALUE 4.
          05 WSC-APROBADO         PIC X(11)       VALUE 'APROBADO'.
          05 WSC-APROB-FINAL      PIC X(11)       VALUE 'APROB.FINAL'.
          05 WSC-EQUIVALENTE      PIC X(11)       VALUE 'EQUIVALENTE'.
          05 WSC-OTORGADA         PIC X(09)       VALUE 'OTORGADA'.
          05 WSC-RECHAZADA        PIC X(09)       VALUE 'RECHAZADA'.
          05 WSC-CLAVE-NO-INF     PIC X(30)       VALUE
             'ALUMNO/CURSO/PERIODO EN BLANCO'.
          05 WSC-SIN-RESOLUCION   PIC X(30)       VALUE
             'SIN NUMERO DE RESOLUCION'.
          05 WSC-SIN-ORIGEN       PIC X(30)       VALUE
             'ORIGEN EN BLANCO'.
          05 WSC-NOTA-INVALIDA    PIC X(30)       VALUE
             'NOTA INVALIDA'.
          05 WSC-NOTA-NO-APRUEBA  PIC X(30)       VALUE
             'LA NOTA NO APRUEBA EL CURSO'.
          05 WSC-NO-EN-PADRON     PIC X(30)       VALUE
             'ALUMNO INEXISTENTE EN PADRON'.
          05 WSC-ALUMNO-BAJA      PIC X(30)       VALUE
             'ALUMNO DADO DE BAJA EN PADRON'.
          05 WSC-YA-APROBADO      PIC X(30)       VALUE
             'CURSO YA APROBADO POR EXAMEN'.
          05 WSC-YA-OTORGADA      PIC X(30)       VALUE
             'EQUIVALENCIA YA OTORGADA'.
          05 WSC-LEGAJO-EXISTE    PIC X(30)       VALUE
             'YA HAY LEGAJO EN ESE PERIODO'.

       01 SWITCHES.
          05 WSS-FIN-EQUIV        PIC X(01)       VALUE 'N'.
             88 FIN-EQUIVALENCIAS                 VALUE 'S'.
          05 WSS-ESTADO-MOVIM     PIC X(01)       VALUE 'S'.
             88 MOVIMIENTO-APLICADO               VALUE 'S'.
             88 MOVIMIENTO-RECHAZADO              VALUE 'N'.
          05 WSS-FIN-LEGAJOS      PIC X(01)       VALUE 'N'.
             88 FIN-LEGAJOS                       VALUE 'S'.
             88 QUEDAN-LEGAJOS                    VALUE 'N'.
          05 WSS-LEGAJOS-CURSO    PIC X(01)       VALUE 'N'.
             88 CURSO-SIN-IMPEDIMENTO             VALUE 'N'.
             88 CURSO-YA-APROBADO                 VALUE 'A'.
             88 CURSO-YA-OTORGADO                 VALUE 'E'.
             88 PERIODO-CON-LEGAJO                VALUE 'P'.

       01 CONTADORES.
          05 WSN-NRO-MOVIMIENTO   PIC 9(06)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CANT-LEIDOS      PIC 9(06)       VALUE 0.
          05 WSA-CANT-OTORGADOS   PIC 9(06)       VALUE 0.
          05 WSA-CANT-RECHAZADOS  PIC 9(06)       VALUE 0.

       01 VARIABLES.
          05 WSV-FECHA-HOY        PIC 9(08).
          05 WSV-NOMBRE           PIC X(30).

       01 CONTROL-EQUIV.
          05 WSD-ESTADO-EQUIV     PIC X(02).

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

       01 CONTROL-RASTRO.
          05 WSG-ESTADO-RASTRO    PIC X(02).

       01 WS-MOTIVO               PIC X(30).

       01 WS-LINEA-RASTRO.
          05 LR-FECHA             PIC 9(08).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-HORA              PIC 9(08).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-RESOLUCION        PIC X(10).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-ID                PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-CURSO             PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-PERIODO           PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-NOTA              PIC Z9,99.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-ORIGEN            PIC X(30).

       01 WS-LINEA-MOVIMIENTO.
          05 LM-NRO-MOVIMIENTO    PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-ID                PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-CURSO             PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-PERIODO           PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-RESOLUCION        PIC X(10).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-RESULTADO         PIC X(09).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-MOTIVO            PIC X(30).

       01 WS-LINEA-TOTALES.
          05 LT-ETQ-LEIDOS        PIC X(19)       VALUE
             'MOVIMIENTOS LEIDOS:'.
          05 LT-CANT-LEIDOS       PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LT-ETQ-OTORGADOS     PIC X(10)       VALUE
             'OTORGADOS:'.
          05 LT-CANT-OTORGADOS    PIC ZZZZZ9.
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
      * 100000-INICIO: abre el listado, el rastro, el maestro de   *
      * notas (sin el no hay donde otorgar), el padron (sin el no  *
      * se controla el alumno y el legajo queda sin nombre) y las  *
      * equivalencias, y hace la lectura de adelanto.              *
      *-----------------------------------------------------------*
       100000-INICIO.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   OTORGAMIENTO DE EQUIVALENCIAS'
           DISPLAY 'Programme: PROG25'
           DISPLAY '**************************************'

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           OPEN OUTPUT LISTADO

           PERFORM 104000-ABRIR-RASTRO
              THRU 104000-ABRIR-RASTRO-EXIT

           OPEN I-O MAESTRO

           IF WSE-ESTADO-MAESTRO NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL MAESTRO DE NOTAS.'
              DISPLAY 'NO SE PUEDE OTORGAR NINGUNA EQUIVALENCIA.'
              SET FIN-EQUIVALENCIAS TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           SET MAESTRO-DISPONIBLE TO TRUE

           OPEN INPUT PADRON

           IF WSY-ESTADO-PADRON = '00'
              SET PADRON-DISPONIBLE TO TRUE
           ELSE
              SET PADRON-NO-DISPONIBLE TO TRUE
              DISPLAY 'NO SE ENCONTRO EL PADRON DE ALUMNOS:'
              DISPLAY 'NO SE CONTROLA EL ALUMNO Y LOS LEGAJOS'
              DISPLAY 'SE GRABAN SIN NOMBRE.'
           END-IF

           OPEN INPUT EQUIVALENCIAS

           IF WSD-ESTADO-EQUIV NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL ARCHIVO EQUIVALENCIAS.'
              DISPLAY 'NO HAY EQUIVALENCIAS QUE OTORGAR.'
              SET FIN-EQUIVALENCIAS TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           PERFORM 110000-LEER-MOVIMIENTO
              THRU 110000-LEER-MOVIMIENTO-EXIT.

       100000-INICIO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 104000-ABRIR-RASTRO: EQUIVTRAIL acumula las equivalencias  *
      * de todas las corridas; puede no existir todavia la primera *
      * vez, asi que si el EXTEND falla se lo crea vacio antes de  *
      * reintentar, igual que PROG12 hace con RECTRAIL.            *
      *-----------------------------------------------------------*
       104000-ABRIR-RASTRO.

           OPEN EXTEND RASTRO

           IF WSG-ESTADO-RASTRO NOT = '00'
              OPEN OUTPUT RASTRO
              CLOSE RASTRO
              OPEN EXTEND RASTRO
           END-IF.

       104000-ABRIR-RASTRO-EXIT.
           EXIT.

       110000-LEER-MOVIMIENTO.

           READ EQUIVALENCIAS
               AT END
                  SET FIN-EQUIVALENCIAS TO TRUE
               NOT AT END
                  ADD WSC-1 TO WSN-NRO-MOVIMIENTO
                  ADD WSC-1 TO WSA-CANT-LEIDOS
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria para
      * siempre el ultimo movimiento leido.
           IF WSD-ESTADO-EQUIV NOT = '00'
              AND WSD-ESTADO-EQUIV NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN EQUIVALENCIAS (ESTADO '
                 WSD-ESTADO-EQUIV ')'
              SET FIN-EQUIVALENCIAS TO TRUE
           END-IF.

       110000-LEER-MOVIMIENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 200000-PROCESO: otorga cada equivalencia del archivo,      *
      * hasta fin de archivo. Todo movimiento queda en el listado, *
      * otorgado o rechazado, con su motivo.                       *
      *-----------------------------------------------------------*
       200000-PROCESO.

           PERFORM 205000-PROCESAR-MOVIMIENTO
              THRU 205000-PROCESAR-MOVIMIENTO-EXIT
               UNTIL FIN-EQUIVALENCIAS.

       200000-PROCESO-EXIT.
           EXIT.

       205000-PROCESAR-MOVIMIENTO.

           PERFORM 210000-OTORGAR-EQUIVALENCIA
              THRU 210000-OTORGAR-EQUIVALENCIA-EXIT

           PERFORM 260000-GRABAR-LISTADO
              THRU 260000-GRABAR-LISTADO-EXIT

           PERFORM 110000-LEER-MOVIMIENTO
              THRU 110000-LEER-MOVIMIENTO-EXIT.

       205000-PROCESAR-MOVIMIENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 210000-OTORGAR-EQUIVALENCIA: valida el movimiento (clave,  *
      * resolucion, origen y nota informados, alumno activo en     *
      * PADRON), verifica que el curso no tenga un legajo que la   *
      * equivalencia pisaria o duplicaria, y graba el legajo       *
      * nuevo con su rastro.                                       *
      *-----------------------------------------------------------*
       210000-OTORGAR-EQUIVALENCIA.

           SET MOVIMIENTO-APLICADO TO TRUE
           MOVE SPACES TO WS-MOTIVO

           IF EQV-ID = SPACES
              OR EQV-CURSO = SPACES
              OR EQV-PERIODO = SPACES
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-CLAVE-NO-INF TO WS-MOTIVO
              GO TO 210000-OTORGAR-EQUIVALENCIA-EXIT
           END-IF

           IF EQV-RESOLUCION = SPACES
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-SIN-RESOLUCION TO WS-MOTIVO
              GO TO 210000-OTORGAR-EQUIVALENCIA-EXIT
           END-IF

           IF EQV-ORIGEN = SPACES
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-SIN-ORIGEN TO WS-MOTIVO
              GO TO 210000-OTORGAR-EQUIVALENCIA-EXIT
           END-IF

           IF EQV-NOTA IS NOT NUMERIC
              OR EQV-NOTA-NUM > WSC-NOTA-MAXIMA
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NOTA-INVALIDA TO WS-MOTIVO
              GO TO 210000-OTORGAR-EQUIVALENCIA-EXIT
           END-IF

           IF EQV-NOTA-NUM < WSC-NOTA-APROBACION
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NOTA-NO-APRUEBA TO WS-MOTIVO
              GO TO 210000-OTORGAR-EQUIVALENCIA-EXIT
           END-IF

           PERFORM 215000-VERIFICAR-ALUMNO
              THRU 215000-VERIFICAR-ALUMNO-EXIT

           IF MOVIMIENTO-RECHAZADO
              GO TO 210000-OTORGAR-EQUIVALENCIA-EXIT
           END-IF

           PERFORM 220000-BUSCAR-LEGAJOS
              THRU 220000-BUSCAR-LEGAJOS-EXIT

           IF CURSO-YA-APROBADO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-YA-APROBADO TO WS-MOTIVO
              GO TO 210000-OTORGAR-EQUIVALENCIA-EXIT
           END-IF

           IF CURSO-YA-OTORGADO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-YA-OTORGADA TO WS-MOTIVO
              GO TO 210000-OTORGAR-EQUIVALENCIA-EXIT
           END-IF

           IF PERIODO-CON-LEGAJO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-LEGAJO-EXISTE TO WS-MOTIVO
              GO TO 210000-OTORGAR-EQUIVALENCIA-EXIT
           END-IF

           PERFORM 240000-GRABAR-LEGAJO
              THRU 240000-GRABAR-LEGAJO-EXIT

           IF MOVIMIENTO-APLICADO
              PERFORM 250000-GRABAR-RASTRO
                 THRU 250000-GRABAR-RASTRO-EXIT
           END-IF.

       210000-OTORGAR-EQUIVALENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 215000-VERIFICAR-ALUMNO: el alumno debe figurar activo en  *
      * PADRON, de donde sale tambien el nombre del legajo. Sin    *
      * PADRON no se controla y el nombre queda en blanco.         *
      *-----------------------------------------------------------*
       215000-VERIFICAR-ALUMNO.

           MOVE SPACES TO WSV-NOMBRE

           IF PADRON-NO-DISPONIBLE
              GO TO 215000-VERIFICAR-ALUMNO-EXIT
           END-IF

           MOVE EQV-ID TO PAD-ID

           READ PADRON
               INVALID KEY
                  SET MOVIMIENTO-RECHAZADO TO TRUE
                  MOVE WSC-NO-EN-PADRON TO WS-MOTIVO
                  GO TO 215000-VERIFICAR-ALUMNO-EXIT
           END-READ

           IF PAD-BAJA
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-ALUMNO-BAJA TO WS-MOTIVO
              GO TO 215000-VERIFICAR-ALUMNO-EXIT
           END-IF

           MOVE PAD-NOMBRE TO WSV-NOMBRE.

       215000-VERIFICAR-ALUMNO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-BUSCAR-LEGAJOS: recorre los legajos del alumno en   *
      * el curso (cualquier periodo: la clave arranca por alumno + *
      * curso) buscando lo que impide otorgar: el curso aprobado   *
      * por examen, una equivalencia ya otorgada, o un legajo en   *
      * el mismo periodo, que la equivalencia pisaria.             *
      *-----------------------------------------------------------*
       220000-BUSCAR-LEGAJOS.

           SET CURSO-SIN-IMPEDIMENTO TO TRUE
           SET QUEDAN-LEGAJOS        TO TRUE

           MOVE EQV-ID     TO MAE-ID
           MOVE EQV-CURSO  TO MAE-CURSO
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
                  IF MAE-ID NOT = EQV-ID
                     OR MAE-CURSO NOT = EQV-CURSO
                     SET FIN-LEGAJOS TO TRUE
                  ELSE
                     PERFORM 230000-CLASIFICAR-LEGAJO
                        THRU 230000-CLASIFICAR-LEGAJO-EXIT
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
      * 230000-CLASIFICAR-LEGAJO: el curso aprobado por examen es  *
      * el impedimento mas fuerte y corta la busqueda; la          *
      * equivalencia previa le sigue; el legajo del mismo periodo  *
      * solo se anota si no aparecio otra cosa.                    *
      *-----------------------------------------------------------*
       230000-CLASIFICAR-LEGAJO.

           IF MAE-ESTADO = WSC-APROBADO
              OR MAE-ESTADO = WSC-APROB-FINAL
              SET CURSO-YA-APROBADO TO TRUE
              SET FIN-LEGAJOS       TO TRUE
              GO TO 230000-CLASIFICAR-LEGAJO-EXIT
           END-IF

           IF MAE-ESTADO = WSC-EQUIVALENTE
              SET CURSO-YA-OTORGADO TO TRUE
              GO TO 230000-CLASIFICAR-LEGAJO-EXIT
           END-IF

           IF MAE-PERIODO = EQV-PERIODO
              AND CURSO-SIN-IMPEDIMENTO
              SET PERIODO-CON-LEGAJO TO TRUE
           END-IF.

       230000-CLASIFICAR-LEGAJO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 240000-GRABAR-LEGAJO: el legajo nuevo con la condicion     *
      * EQUIVALENTE y la nota de la resolucion; queda pendiente de *
      * confirmacion del central, como todo legajo nuevo.          *
      *-----------------------------------------------------------*
       240000-GRABAR-LEGAJO.

           MOVE EQV-ID          TO MAE-ID
           MOVE EQV-CURSO       TO MAE-CURSO
           MOVE EQV-PERIODO     TO MAE-PERIODO
           MOVE WSV-NOMBRE      TO MAE-NOMBRE
           MOVE EQV-NOTA-NUM    TO MAE-PROMEDIO
           MOVE WSC-EQUIVALENTE TO MAE-ESTADO
           MOVE WSV-FECHA-HOY   TO MAE-FECHA-ACT
           SET MAE-SIN-CONFIRMAR TO TRUE
           MOVE WSC-0           TO MAE-FECHA-CONF
           MOVE SPACES          TO MAE-COMISION

           WRITE MAE-REC
               INVALID KEY
                  SET MOVIMIENTO-RECHAZADO TO TRUE
                  MOVE WSC-LEGAJO-EXISTE TO WS-MOTIVO
           END-WRITE.

       240000-GRABAR-LEGAJO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 250000-GRABAR-RASTRO: renglon de EQUIVTRAIL por cada       *
      * equivalencia otorgada, con fecha, hora, resolucion, nota y *
      * origen, para que todo legajo EQUIVALENTE quede explicado   *
      * por una resolucion.                                        *
      *-----------------------------------------------------------*
       250000-GRABAR-RASTRO.

           ACCEPT LR-FECHA FROM DATE YYYYMMDD
           ACCEPT LR-HORA  FROM TIME

           MOVE EQV-RESOLUCION TO LR-RESOLUCION
           MOVE EQV-ID         TO LR-ID
           MOVE EQV-CURSO      TO LR-CURSO
           MOVE EQV-PERIODO    TO LR-PERIODO
           MOVE EQV-NOTA-NUM   TO LR-NOTA
           MOVE EQV-ORIGEN     TO LR-ORIGEN

           WRITE RAS-REC FROM WS-LINEA-RASTRO.

       250000-GRABAR-RASTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 260000-GRABAR-LISTADO: renglon del listado por cada        *
      * equivalencia procesada, otorgada o rechazada con su        *
      * motivo, y actualizacion de los totales de la corrida.      *
      *-----------------------------------------------------------*
       260000-GRABAR-LISTADO.

           MOVE WSN-NRO-MOVIMIENTO TO LM-NRO-MOVIMIENTO
           MOVE EQV-ID             TO LM-ID
           MOVE EQV-CURSO          TO LM-CURSO
           MOVE EQV-PERIODO        TO LM-PERIODO
           MOVE EQV-RESOLUCION     TO LM-RESOLUCION
           MOVE WS-MOTIVO          TO LM-MOTIVO

           IF MOVIMIENTO-APLICADO
              MOVE WSC-OTORGADA  TO LM-RESULTADO
              ADD WSC-1 TO WSA-CANT-OTORGADOS
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
           MOVE WSA-CANT-OTORGADOS  TO LT-CANT-OTORGADOS
           MOVE WSA-CANT-RECHAZADOS TO LT-CANT-RECHAZADOS

           WRITE LIS-REC FROM WS-LINEA-TOTALES

           DISPLAY '**************************************'
           DISPLAY 'MOVIMIENTOS LEIDOS:     ' LT-CANT-LEIDOS
           DISPLAY 'EQUIVALENCIAS OTORGADAS:' LT-CANT-OTORGADOS
           DISPLAY 'MOVIMIENTOS RECHAZADOS: ' LT-CANT-RECHAZADOS
           DISPLAY '**************************************'

           IF MAESTRO-DISPONIBLE
              CLOSE EQUIVALENCIAS
              CLOSE MAESTRO
           END-IF
           IF PADRON-DISPONIBLE
              CLOSE PADRON
           END-IF
           CLOSE RASTRO
           CLOSE LISTADO.

       300000-FINAL-EXIT.
           EXIT.

       END-RUN.
