      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     CONTROL SEMANAL DE INTEGRIDAD ENTRE MAESTROS
      * Tectonics:   cobc
      *
      * Los maestros indexados se apuntan entre si (MAESTRO,
      * MATRICULA, PADRON, CIERRES, HISTORIAL, LOTES y SELLOS) y
      * ningun programa controlaba que siguieran de acuerdo: PROG05
      * solo concilia matriculados sin notas. Un MAESTRO restaurado
      * de una copia vieja paso dos semanas sin que nadie lo viera.
      * Este programa, de corrida semanal, los recorre y deja en el
      * listado INTEGRIDAD cada inconsistencia, agrupada por tipo
      * de control y con la cantidad de cada grupo:
      *
      *   1. Legajo de MAESTRO cuyo alumno no figura en PADRON o
      *      figura dado de baja.
      *   2. Version de HISTORIAL sin legajo vigente en MAESTRO.
      *   3. Legajo de MAESTRO actualizado despues del cierre de su
      *      curso+periodo en CIERRES sin un asiento que lo
      *      explique: rectificacion en RECTRAIL (PROG12),
      *      equivalencia en EQUIVTRAIL (PROG25) o final aprobado
      *      en MESAS (PROG23), de la misma fecha.
      *   4. Lote de LOTES marcado respondido por el central con
      *      legajos todavia sin confirmar que viajaron en el (el
      *      legajo regrabado despues de generado el lote espera el
      *      lote siguiente y no es inconsistencia).
      *   5. Sello de SELLOS para un curso+periodo que no tuvo
      *      ninguna corrida en la bitacora CORRIDAS (PROG02-08-ME,
      *      PROG03 y PROG09 asientan una linea por curso+periodo
      *      procesado).
      *
      * Solo MAESTRO es imprescindible; el control que depende de
      * un archivo ausente se informa como omitido y la corrida
      * sigue con los demas. Al pie, el resumen por tipo y el total.
      *
      * Modificaciones:
      * 15/10/2026 - El renglon de RECTRAIL se alarga con los
      *              operadores que cargaron y aprobaron la
      *              rectificacion; el FD del rastro se agranda para
      *              leerlo completo. Los campos que se comparan no
      *              cambian de lugar.
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      * 15/10/2026 - PAD-REC suma al final los datos de contacto del
      *              alumno (correo, domicilio, localidad y codigo
      *              postal) que mantiene PROG16 (registro de 180
      *              posiciones).
      * 15/10/2026 - El control 5 toma los cursos de la bitacora
      *              CORRIDAS en lugar de PARAMETRO: PARAMETRO se
      *              regraba cada noche con los cursos de esa sola
      *              corrida, y todo sello de una corrida anterior
      *              salia como inconsistencia.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG26.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT HISTORIAL     ASSIGN TO "HISTORIAL"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS HIS-CLAVE
                                 FILE STATUS IS WSU-ESTADO-HISTORIAL.

           SELECT CIERRES       ASSIGN TO "CIERRES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS CIE-CLAVE
                                 FILE STATUS IS WSJ-ESTADO-CIERRES.

           SELECT MESAS         ASSIGN TO "MESAS"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MES-CLAVE
                                 FILE STATUS IS WSK-ESTADO-MESAS.

           SELECT LOTES         ASSIGN TO "LOTES"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS LOT-CLAVE
                                 FILE STATUS IS WSL-ESTADO-LOTES.

           SELECT SELLOS        ASSIGN TO "SELLOS"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS SEL-CLAVE
                                 FILE STATUS IS WSZ-ESTADO-SELLOS.

           SELECT BITACORA      ASSIGN TO "CORRIDAS"
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WSO-ESTADO-BITACORA.

           SELECT RASTRO        ASSIGN TO DYNAMIC WS-ARCHIVO-RASTRO
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS WSG-ESTADO-RASTRO.

           SELECT LISTADO       ASSIGN TO "INTEGRIDAD"
                                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

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

       FD  CIERRES
           LABEL RECORD IS STANDARD.

       01  CIE-REC.
           05 CIE-CLAVE.
              10 CIE-CURSO       PIC X(06).
              10 CIE-PERIODO     PIC X(06).
           05 CIE-FECHA-CIERRE   PIC 9(08).
           05 CIE-ESTADO         PIC X(01).
              88 CIE-CERRADO             VALUE 'C'.
              88 CIE-ANULADO             VALUE 'A'.

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

       FD  LOTES
           LABEL RECORD IS STANDARD.

       01  LOT-REC.
           05 LOT-CLAVE.
              10 LOT-CURSO       PIC X(06).
              10 LOT-PERIODO     PIC X(06).
           05 LOT-FECHA-GEN      PIC 9(08).
           05 LOT-CANT           PIC 9(06).
           05 LOT-ESTADO         PIC X(01).
              88 LOT-PENDIENTE           VALUE 'P'.
              88 LOT-RESPONDIDO          VALUE 'R'.

       FD  SELLOS
           LABEL RECORD IS STANDARD.

       01  SEL-REC.
           05 SEL-CLAVE.
              10 SEL-CURSO       PIC X(06).
              10 SEL-PERIODO     PIC X(06).
           05 SEL-ARCHIVO        PIC X(26).
           05 SEL-CANT           PIC 9(06).
           05 SEL-FECHA-GEN      PIC X(08).
           05 SEL-FECHA-VAL      PIC 9(08).
           05 SEL-HORA-VAL       PIC 9(08).
           05 SEL-ESTADO         PIC X(01).
              88 SEL-VIGENTE             VALUE 'V'.
              88 SEL-ANULADO             VALUE 'A'.

      *-----------------------------------------------------------*
      * Vista de lectura del renglon de CORRIDAS, la misma que     *
      * usa PROG15; aca solo interesan el curso y el periodo.      *
      *-----------------------------------------------------------*
       FD  BITACORA
           LABEL RECORD IS STANDARD.

       01  BIT-REC.
           05 BIT-PROGRAMA       PIC X(12).
           05 FILLER             PIC X(02).
           05 BIT-FECHA-INICIO   PIC X(08).
           05 FILLER             PIC X(01).
           05 BIT-HORA-INICIO    PIC X(08).
           05 FILLER             PIC X(02).
           05 BIT-FECHA-FIN      PIC X(08).
           05 FILLER             PIC X(01).
           05 BIT-HORA-FIN       PIC X(08).
           05 FILLER             PIC X(02).
           05 BIT-CURSO          PIC X(06).
           05 FILLER             PIC X(02).
           05 BIT-PERIODO        PIC X(06).
           05 FILLER             PIC X(02).
           05 BIT-ARCHIVO        PIC X(26).
           05 FILLER             PIC X(02).
           05 BIT-CANT-PROC      PIC X(06).
           05 FILLER             PIC X(02).
           05 BIT-CANT-RECH      PIC X(06).
           05 FILLER             PIC X(02).
           05 BIT-DISPOSICION    PIC X(10).

      *-----------------------------------------------------------*
      * RECTRAIL (PROG12) y EQUIVTRAIL (PROG25) comparten el      *
      * comienzo del renglon: fecha, hora, resolucion y legajo.   *
      * Se leen con el mismo FD, cambiando el nombre asignado.    *
      *-----------------------------------------------------------*
       FD  RASTRO
           LABEL RECORD IS STANDARD.

       01  RAS-REC.
           05 RAS-FECHA          PIC 9(08).
           05 FILLER             PIC X(02).
           05 RAS-HORA           PIC 9(08).
           05 FILLER             PIC X(02).
           05 RAS-RESOLUCION     PIC X(10).
           05 FILLER             PIC X(02).
           05 RAS-ID             PIC X(06).
           05 FILLER             PIC X(02).
           05 RAS-CURSO          PIC X(06).
           05 FILLER             PIC X(02).
           05 RAS-PERIODO        PIC X(06).
           05 FILLER             PIC X(66).

       FD  LISTADO
           LABEL RECORD IS STANDARD.

       01  LIS-REC               PIC X(90).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-MAX-CURSOS       PIC 9(04)       VALUE 3000.
          05 WSC-RECTRAIL         PIC X(20)       VALUE 'RECTRAIL'.
          05 WSC-EQUIVTRAIL       PIC X(20)       VALUE 'EQUIVTRAIL'.
          05 WSC-NO-EN-PADRON     PIC X(30)       VALUE
             'ALUMNO INEXISTENTE EN PADRON'.
          05 WSC-BAJA-EN-PADRON   PIC X(30)       VALUE
             'ALUMNO DADO DE BAJA EN PADRON'.
          05 WSC-SIN-LEGAJO       PIC X(30)       VALUE
             'VERSION SIN LEGAJO VIGENTE'.
          05 WSC-LOTE-RESPONDIDO  PIC X(30)       VALUE
             'LOTE RESPONDIDO, SIN CONFIRMAR'.
          05 WSC-SELLO-SIN-CORR   PIC X(30)       VALUE
             'SELLO DE CURSO SIN CORRIDAS'.
          05 WSC-TITULO-1         PIC X(50)       VALUE
             'CONTROL 1: LEGAJOS DE MAESTRO CONTRA PADRON'.
          05 WSC-TITULO-2         PIC X(50)       VALUE
             'CONTROL 2: VERSIONES DE HISTORIAL SIN LEGAJO'.
          05 WSC-TITULO-3         PIC X(50)       VALUE
             'CONTROL 3: LEGAJOS ACTUALIZADOS DESPUES DEL CIERRE'.
          05 WSC-TITULO-4         PIC X(50)       VALUE
             'CONTROL 4: LOTES RESPONDIDOS SIN CONFIRMAR'.
          05 WSC-TITULO-5         PIC X(50)       VALUE
             'CONTROL 5: SELLOS DE CURSOS SIN CORRIDAS'.

       01 SWITCHES.
          05 WSS-FIN-MAESTRO      PIC X(01)       VALUE 'N'.
             88 FIN-MAESTRO                       VALUE 'S'.
             88 QUEDAN-MAESTROS                   VALUE 'N'.
          05 WSS-FIN-HISTORIAL    PIC X(01)       VALUE 'N'.
             88 FIN-HISTORIAL                     VALUE 'S'.
             88 QUEDAN-VERSIONES                  VALUE 'N'.
          05 WSS-FIN-SELLOS       PIC X(01)       VALUE 'N'.
             88 FIN-SELLOS                        VALUE 'S'.
             88 QUEDAN-SELLOS                     VALUE 'N'.
          05 WSS-FIN-BITACORA     PIC X(01)       VALUE 'N'.
             88 FIN-BITACORA                      VALUE 'S'.
             88 QUEDAN-CORRIDAS                   VALUE 'N'.
          05 WSS-FIN-RASTRO       PIC X(01)       VALUE 'N'.
             88 FIN-RASTRO                        VALUE 'S'.
             88 QUEDAN-RASTROS                    VALUE 'N'.
          05 WSS-FIN-MESAS        PIC X(01)       VALUE 'N'.
             88 FIN-MESAS                         VALUE 'S'.
             88 QUEDAN-MESAS                      VALUE 'N'.
          05 WSS-EXPLICACION      PIC X(01)       VALUE 'N'.
             88 CAMBIO-EXPLICADO                  VALUE 'S'.
             88 CAMBIO-SIN-EXPLICAR               VALUE 'N'.
          05 WSS-BUSQUEDA-CURSO   PIC X(01)       VALUE 'N'.
             88 CURSO-CON-CORRIDAS                VALUE 'S'.
             88 CURSO-SIN-CORRIDAS                VALUE 'N'.
          05 WSS-DISP-MAESTRO     PIC X(01)       VALUE 'N'.
             88 MAESTRO-DISPONIBLE                VALUE 'S'.
             88 MAESTRO-NO-DISPONIBLE             VALUE 'N'.
          05 WSS-DISP-PADRON      PIC X(01)       VALUE 'N'.
             88 PADRON-DISPONIBLE                 VALUE 'S'.
             88 PADRON-NO-DISPONIBLE              VALUE 'N'.
          05 WSS-DISP-HISTORIAL   PIC X(01)       VALUE 'N'.
             88 HISTORIAL-DISPONIBLE              VALUE 'S'.
             88 HISTORIAL-NO-DISPONIBLE           VALUE 'N'.
          05 WSS-DISP-CIERRES     PIC X(01)       VALUE 'N'.
             88 CIERRES-DISPONIBLE                VALUE 'S'.
             88 CIERRES-NO-DISPONIBLE             VALUE 'N'.
          05 WSS-DISP-MESAS       PIC X(01)       VALUE 'N'.
             88 MESAS-DISPONIBLE                  VALUE 'S'.
             88 MESAS-NO-DISPONIBLE               VALUE 'N'.
          05 WSS-DISP-LOTES       PIC X(01)       VALUE 'N'.
             88 LOTES-DISPONIBLE                  VALUE 'S'.
             88 LOTES-NO-DISPONIBLE               VALUE 'N'.
          05 WSS-DISP-SELLOS      PIC X(01)       VALUE 'N'.
             88 SELLOS-DISPONIBLE                 VALUE 'S'.
             88 SELLOS-NO-DISPONIBLE              VALUE 'N'.

       01 CONTADORES.
          05 WSN-CANT-GRUPO       PIC 9(06)       VALUE 0.

       01 INDICES.
          05 WSI-C                PIC 9(04).

       01 ACUMULADORES.
          05 WSA-CANT-PADRON      PIC 9(06)       VALUE 0.
          05 WSA-CANT-HISTORIAL   PIC 9(06)       VALUE 0.
          05 WSA-CANT-CIERRES     PIC 9(06)       VALUE 0.
          05 WSA-CANT-LOTES       PIC 9(06)       VALUE 0.
          05 WSA-CANT-SELLOS      PIC 9(06)       VALUE 0.
          05 WSA-CANT-TOTAL       PIC 9(06)       VALUE 0.

       01 VARIABLES.
          05 WSV-FECHA-HOY        PIC 9(08).
          05 WSV-SECUENCIA        PIC 9(03).
          05 WSV-CURSO            PIC X(06).
          05 WSV-PERIODO          PIC X(06).

       01 WS-ARCHIVO-RASTRO       PIC X(20)       VALUE 'RECTRAIL'.

       01 CONTROL-MAESTRO.
          05 WSE-ESTADO-MAESTRO   PIC X(02).

       01 CONTROL-PADRON.
          05 WSY-ESTADO-PADRON    PIC X(02).

       01 CONTROL-HISTORIAL.
          05 WSU-ESTADO-HISTORIAL PIC X(02).

       01 CONTROL-CIERRES.
          05 WSJ-ESTADO-CIERRES   PIC X(02).

       01 CONTROL-MESAS.
          05 WSK-ESTADO-MESAS     PIC X(02).

       01 CONTROL-LOTES.
          05 WSL-ESTADO-LOTES     PIC X(02).

       01 CONTROL-SELLOS.
          05 WSZ-ESTADO-SELLOS    PIC X(02).

       01 CONTROL-BITACORA.
          05 WSO-ESTADO-BITACORA  PIC X(02).

       01 CONTROL-RASTRO.
          05 WSG-ESTADO-RASTRO    PIC X(02).

      *-----------------------------------------------------------*
      * Cursos+periodos con alguna corrida en CORRIDAS, sin        *
      * repetir, para el control 5.                                *
      *-----------------------------------------------------------*
       01 TABLA-CURSOS.
          05 TCU-CANT             PIC 9(04)       VALUE 0.
          05 TCU-CURSO-PERIODO    OCCURS 3000 TIMES.
             10 TCU-CURSO         PIC X(06).
             10 TCU-PERIODO       PIC X(06).

       01 WS-MOTIVO               PIC X(30).
       01 WS-TITULO-GRUPO         PIC X(50).

       01 WS-LINEA-ENCABEZADO.
          05 FILLER               PIC X(40)       VALUE
             'CONTROL DE INTEGRIDAD ENTRE MAESTROS - '.
          05 FILLER               PIC X(06)       VALUE 'FECHA '.
          05 LH-FECHA             PIC 9(08).

       01 WS-LINEA-GRUPO.
          05 LG-TITULO            PIC X(50).

       01 WS-LINEA-COLUMNAS.
          05 FILLER               PIC X(08)       VALUE 'LEGAJO  '.
          05 FILLER               PIC X(08)       VALUE 'CURSO   '.
          05 FILLER               PIC X(08)       VALUE 'PERIODO '.
          05 FILLER               PIC X(12)       VALUE 'DATO'.
          05 FILLER               PIC X(30)       VALUE
             'INCONSISTENCIA'.

       01 WS-LINEA-DETALLE.
          05 LD-ID                PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LD-CURSO             PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LD-PERIODO           PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LD-DATO              PIC X(10).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LD-MOTIVO            PIC X(30).

       01 WS-LINEA-OMITIDO.
          05 FILLER               PIC X(19)       VALUE
             'CONTROL OMITIDO: NO'.
          05 FILLER               PIC X(13)       VALUE
             ' SE ENCONTRO '.
          05 LO-ARCHIVO           PIC X(12).

       01 WS-LINEA-CANT-GRUPO.
          05 FILLER               PIC X(20)       VALUE
             'INCONSISTENCIAS:    '.
          05 LC-CANT-GRUPO        PIC ZZZZZ9.

       01 WS-LINEA-RESUMEN.
          05 LR-ETIQUETA          PIC X(50).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LR-CANTIDAD          PIC ZZZZZ9.

       01 WS-LINEA-BLANCO         PIC X(01)       VALUE SPACES.
       01 WS-LINEA-SEPARADOR      PIC X(76)       VALUE ALL '-'.


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 100000-INICIO     THRU 100000-INICIO-EXIT
           PERFORM 200000-PROCESO    THRU 200000-PROCESO-EXIT
           PERFORM 300000-FINAL      THRU 300000-FINAL-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 100000-INICIO: abre el listado y los maestros. Sin MAESTRO *
      * no hay nada que controlar; cada uno de los demas que falte *
      * solo deja omitido el control que lo necesita.              *
      *-----------------------------------------------------------*
       100000-INICIO.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   CONTROL DE INTEGRIDAD'
           DISPLAY 'Programme: PROG26'
           DISPLAY '**************************************'

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           OPEN OUTPUT LISTADO

           MOVE WSV-FECHA-HOY TO LH-FECHA
           WRITE LIS-REC FROM WS-LINEA-ENCABEZADO

           OPEN INPUT MAESTRO

           IF WSE-ESTADO-MAESTRO NOT = '00'
              DISPLAY 'NO SE ENCONTRO EL MAESTRO DE NOTAS.'
              DISPLAY 'NO HAY NADA QUE CONTROLAR.'
              SET MAESTRO-NO-DISPONIBLE TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           SET MAESTRO-DISPONIBLE TO TRUE

           OPEN INPUT PADRON
           IF WSY-ESTADO-PADRON = '00'
              SET PADRON-DISPONIBLE TO TRUE
           END-IF

           OPEN INPUT HISTORIAL
           IF WSU-ESTADO-HISTORIAL = '00'
              SET HISTORIAL-DISPONIBLE TO TRUE
           END-IF

           OPEN INPUT CIERRES
           IF WSJ-ESTADO-CIERRES = '00'
              SET CIERRES-DISPONIBLE TO TRUE
           END-IF

           OPEN INPUT MESAS
           IF WSK-ESTADO-MESAS = '00'
              SET MESAS-DISPONIBLE TO TRUE
           END-IF

           OPEN INPUT LOTES
           IF WSL-ESTADO-LOTES = '00'
              SET LOTES-DISPONIBLE TO TRUE
           END-IF

           OPEN INPUT SELLOS
           IF WSZ-ESTADO-SELLOS = '00'
              SET SELLOS-DISPONIBLE TO TRUE
           END-IF.

       100000-INICIO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 200000-PROCESO: los cinco controles, uno detras del otro, *
      * cada uno en su propio grupo del listado.                  *
      *-----------------------------------------------------------*
       200000-PROCESO.

           IF MAESTRO-NO-DISPONIBLE
              GO TO 200000-PROCESO-EXIT
           END-IF

           PERFORM 210000-CONTROL-PADRON
              THRU 210000-CONTROL-PADRON-EXIT

           PERFORM 220000-CONTROL-HISTORIAL
              THRU 220000-CONTROL-HISTORIAL-EXIT

           PERFORM 230000-CONTROL-CIERRES
              THRU 230000-CONTROL-CIERRES-EXIT

           PERFORM 240000-CONTROL-LOTES
              THRU 240000-CONTROL-LOTES-EXIT

           PERFORM 250000-CONTROL-SELLOS
              THRU 250000-CONTROL-SELLOS-EXIT.

       200000-PROCESO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 205000-POSICIONAR-MAESTRO / 206000-LEER-MAESTRO: recorrido *
      * completo de MAESTRO en secuencia de clave, con lectura de  *
      * adelanto; lo usan los controles 1, 3 y 4.                  *
      *-----------------------------------------------------------*
       205000-POSICIONAR-MAESTRO.

           SET QUEDAN-MAESTROS TO TRUE
           MOVE LOW-VALUES TO MAE-CLAVE

           START MAESTRO KEY NOT < MAE-CLAVE
               INVALID KEY
                  SET FIN-MAESTRO TO TRUE
                  GO TO 205000-POSICIONAR-MAESTRO-EXIT
           END-START

           PERFORM 206000-LEER-MAESTRO
              THRU 206000-LEER-MAESTRO-EXIT.

       205000-POSICIONAR-MAESTRO-EXIT.
           EXIT.

       206000-LEER-MAESTRO.

           READ MAESTRO NEXT
               AT END
                  SET FIN-MAESTRO TO TRUE
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSE-ESTADO-MAESTRO NOT = '00'
              AND WSE-ESTADO-MAESTRO NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN MAESTRO (ESTADO '
                 WSE-ESTADO-MAESTRO ')'
              SET FIN-MAESTRO TO TRUE
           END-IF.

       206000-LEER-MAESTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 210000-CONTROL-PADRON: cada legajo de MAESTRO debe tener   *
      * su alumno en PADRON, y no dado de baja.                    *
      *-----------------------------------------------------------*
       210000-CONTROL-PADRON.

           MOVE WSC-TITULO-1 TO WS-TITULO-GRUPO
           PERFORM 260000-ABRIR-GRUPO
              THRU 260000-ABRIR-GRUPO-EXIT

           IF PADRON-NO-DISPONIBLE
              MOVE 'PADRON' TO LO-ARCHIVO
              WRITE LIS-REC FROM WS-LINEA-OMITIDO
              GO TO 210000-CONTROL-PADRON-EXIT
           END-IF

           PERFORM 205000-POSICIONAR-MAESTRO
              THRU 205000-POSICIONAR-MAESTRO-EXIT

           PERFORM 215000-REVISAR-ALUMNO
              THRU 215000-REVISAR-ALUMNO-EXIT
               UNTIL FIN-MAESTRO

           MOVE WSN-CANT-GRUPO TO WSA-CANT-PADRON

           PERFORM 265000-CERRAR-GRUPO
              THRU 265000-CERRAR-GRUPO-EXIT.

       210000-CONTROL-PADRON-EXIT.
           EXIT.

       215000-REVISAR-ALUMNO.

           MOVE MAE-ID TO PAD-ID

           READ PADRON
               INVALID KEY
                  MOVE WSC-NO-EN-PADRON TO WS-MOTIVO
                  PERFORM 270000-GRABAR-LEGAJO
                     THRU 270000-GRABAR-LEGAJO-EXIT
               NOT INVALID KEY
                  IF PAD-BAJA
                     MOVE WSC-BAJA-EN-PADRON TO WS-MOTIVO
                     PERFORM 270000-GRABAR-LEGAJO
                        THRU 270000-GRABAR-LEGAJO-EXIT
                  END-IF
           END-READ

           PERFORM 206000-LEER-MAESTRO
              THRU 206000-LEER-MAESTRO-EXIT.

       215000-REVISAR-ALUMNO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-CONTROL-HISTORIAL: cada version de HISTORIAL debe   *
      * corresponder a un legajo vigente de MAESTRO; una version   *
      * huerfana delata un MAESTRO restaurado o un legajo borrado. *
      *-----------------------------------------------------------*
       220000-CONTROL-HISTORIAL.

           MOVE WSC-TITULO-2 TO WS-TITULO-GRUPO
           PERFORM 260000-ABRIR-GRUPO
              THRU 260000-ABRIR-GRUPO-EXIT

           IF HISTORIAL-NO-DISPONIBLE
              MOVE 'HISTORIAL' TO LO-ARCHIVO
              WRITE LIS-REC FROM WS-LINEA-OMITIDO
              GO TO 220000-CONTROL-HISTORIAL-EXIT
           END-IF

           SET QUEDAN-VERSIONES TO TRUE
           MOVE LOW-VALUES TO HIS-CLAVE

           START HISTORIAL KEY NOT < HIS-CLAVE
               INVALID KEY
                  SET FIN-HISTORIAL TO TRUE
           END-START

           PERFORM 225000-REVISAR-VERSION
              THRU 225000-REVISAR-VERSION-EXIT
               UNTIL FIN-HISTORIAL

           MOVE WSN-CANT-GRUPO TO WSA-CANT-HISTORIAL

           PERFORM 265000-CERRAR-GRUPO
              THRU 265000-CERRAR-GRUPO-EXIT.

       220000-CONTROL-HISTORIAL-EXIT.
           EXIT.

       225000-REVISAR-VERSION.

           READ HISTORIAL NEXT
               AT END
                  SET FIN-HISTORIAL TO TRUE
                  GO TO 225000-REVISAR-VERSION-EXIT
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSU-ESTADO-HISTORIAL NOT = '00'
              AND WSU-ESTADO-HISTORIAL NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN HISTORIAL (ESTADO '
                 WSU-ESTADO-HISTORIAL ')'
              SET FIN-HISTORIAL TO TRUE
              GO TO 225000-REVISAR-VERSION-EXIT
           END-IF

           MOVE HIS-ID      TO MAE-ID
           MOVE HIS-CURSO   TO MAE-CURSO
           MOVE HIS-PERIODO TO MAE-PERIODO

           READ MAESTRO
               INVALID KEY
                  MOVE HIS-ID        TO LD-ID
                  MOVE HIS-CURSO     TO LD-CURSO
                  MOVE HIS-PERIODO   TO LD-PERIODO
                  MOVE HIS-SECUENCIA TO WSV-SECUENCIA
                  MOVE SPACES        TO LD-DATO
                  STRING 'VERSION '    DELIMITED BY SIZE
                         WSV-SECUENCIA DELIMITED BY SIZE
                    INTO LD-DATO
                  MOVE WSC-SIN-LEGAJO TO LD-MOTIVO
                  PERFORM 275000-GRABAR-DETALLE
                     THRU 275000-GRABAR-DETALLE-EXIT
           END-READ.

       225000-REVISAR-VERSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 230000-CONTROL-CIERRES: el legajo de un curso+periodo      *
      * cerrado no deberia cambiar despues de la fecha de cierre   *
      * salvo por las vias que dejan asiento: rectificacion,       *
      * equivalencia o final aprobado (233000).                    *
      *-----------------------------------------------------------*
       230000-CONTROL-CIERRES.

           MOVE WSC-TITULO-3 TO WS-TITULO-GRUPO
           PERFORM 260000-ABRIR-GRUPO
              THRU 260000-ABRIR-GRUPO-EXIT

           IF CIERRES-NO-DISPONIBLE
              MOVE 'CIERRES' TO LO-ARCHIVO
              WRITE LIS-REC FROM WS-LINEA-OMITIDO
              GO TO 230000-CONTROL-CIERRES-EXIT
           END-IF

           PERFORM 205000-POSICIONAR-MAESTRO
              THRU 205000-POSICIONAR-MAESTRO-EXIT

           PERFORM 231000-REVISAR-CIERRE
              THRU 231000-REVISAR-CIERRE-EXIT
               UNTIL FIN-MAESTRO

           MOVE WSN-CANT-GRUPO TO WSA-CANT-CIERRES

           PERFORM 265000-CERRAR-GRUPO
              THRU 265000-CERRAR-GRUPO-EXIT.

       230000-CONTROL-CIERRES-EXIT.
           EXIT.

       231000-REVISAR-CIERRE.

           MOVE MAE-CURSO   TO CIE-CURSO
           MOVE MAE-PERIODO TO CIE-PERIODO

           READ CIERRES
               INVALID KEY
                  GO TO 231000-REVISAR-CIERRE-SIGUIENTE
           END-READ

           IF NOT CIE-CERRADO
              OR MAE-FECHA-ACT NOT > CIE-FECHA-CIERRE
              GO TO 231000-REVISAR-CIERRE-SIGUIENTE
           END-IF

           PERFORM 233000-BUSCAR-EXPLICACION
              THRU 233000-BUSCAR-EXPLICACION-EXIT

           IF CAMBIO-SIN-EXPLICAR
              MOVE SPACES TO WS-MOTIVO
              STRING 'POSTERIOR AL CIERRE '  DELIMITED BY SIZE
                     CIE-FECHA-CIERRE        DELIMITED BY SIZE
                INTO WS-MOTIVO
              PERFORM 270000-GRABAR-LEGAJO
                 THRU 270000-GRABAR-LEGAJO-EXIT
           END-IF.

       231000-REVISAR-CIERRE-SIGUIENTE.

           PERFORM 206000-LEER-MAESTRO
              THRU 206000-LEER-MAESTRO-EXIT.

       231000-REVISAR-CIERRE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 233000-BUSCAR-EXPLICACION: el cambio queda explicado por   *
      * un asiento del legajo con la misma fecha que MAE-FECHA-ACT *
      * en RECTRAIL o EQUIVTRAIL, o por un final aprobado en MESAS *
      * sobre esa cursada con esa fecha de resultado. Los rastros  *
      * se releen completos para cada legajo sospechoso, que son   *
      * la excepcion.                                              *
      *-----------------------------------------------------------*
       233000-BUSCAR-EXPLICACION.

           SET CAMBIO-SIN-EXPLICAR TO TRUE

           MOVE WSC-RECTRAIL TO WS-ARCHIVO-RASTRO
           PERFORM 234000-RECORRER-RASTRO
              THRU 234000-RECORRER-RASTRO-EXIT

           IF CAMBIO-EXPLICADO
              GO TO 233000-BUSCAR-EXPLICACION-EXIT
           END-IF

           MOVE WSC-EQUIVTRAIL TO WS-ARCHIVO-RASTRO
           PERFORM 234000-RECORRER-RASTRO
              THRU 234000-RECORRER-RASTRO-EXIT

           IF CAMBIO-EXPLICADO
              GO TO 233000-BUSCAR-EXPLICACION-EXIT
           END-IF

           IF MESAS-NO-DISPONIBLE
              GO TO 233000-BUSCAR-EXPLICACION-EXIT
           END-IF

           SET QUEDAN-MESAS TO TRUE
           MOVE MAE-ID     TO MES-ID
           MOVE MAE-CURSO  TO MES-CURSO
           MOVE LOW-VALUES TO MES-PERIODO-MESA

           START MESAS KEY NOT < MES-CLAVE
               INVALID KEY
                  SET FIN-MESAS TO TRUE
           END-START

           PERFORM 237000-LEER-MESA
              THRU 237000-LEER-MESA-EXIT
               UNTIL FIN-MESAS.

       233000-BUSCAR-EXPLICACION-EXIT.
           EXIT.

       234000-RECORRER-RASTRO.

           OPEN INPUT RASTRO

           IF WSG-ESTADO-RASTRO NOT = '00'
              GO TO 234000-RECORRER-RASTRO-EXIT
           END-IF

           SET QUEDAN-RASTROS TO TRUE

           PERFORM 235000-LEER-RASTRO
              THRU 235000-LEER-RASTRO-EXIT
               UNTIL FIN-RASTRO

           CLOSE RASTRO.

       234000-RECORRER-RASTRO-EXIT.
           EXIT.

       235000-LEER-RASTRO.

           READ RASTRO
               AT END
                  SET FIN-RASTRO TO TRUE
               NOT AT END
                  IF RAS-ID = MAE-ID
                     AND RAS-CURSO = MAE-CURSO
                     AND RAS-PERIODO = MAE-PERIODO
                     AND RAS-FECHA = MAE-FECHA-ACT
                     SET CAMBIO-EXPLICADO TO TRUE
                     SET FIN-RASTRO       TO TRUE
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre el ultimo renglon leido.
           IF WSG-ESTADO-RASTRO NOT = '00'
              AND WSG-ESTADO-RASTRO NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN ' WS-ARCHIVO-RASTRO
                 ' (ESTADO ' WSG-ESTADO-RASTRO ')'
              SET FIN-RASTRO TO TRUE
           END-IF.

       235000-LEER-RASTRO-EXIT.
           EXIT.

       237000-LEER-MESA.

           READ MESAS NEXT
               AT END
                  SET FIN-MESAS TO TRUE
               NOT AT END
                  IF MES-ID NOT = MAE-ID
                     OR MES-CURSO NOT = MAE-CURSO
                     SET FIN-MESAS TO TRUE
                  ELSE
                     IF MES-PERIODO-CURSADA = MAE-PERIODO
                        AND MES-APROBADO
                        AND MES-FECHA-RESULT = MAE-FECHA-ACT
                        SET CAMBIO-EXPLICADO TO TRUE
                        SET FIN-MESAS        TO TRUE
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

       237000-LEER-MESA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 240000-CONTROL-LOTES: el legajo sin confirmar cuyo lote    *
      * figura respondido por el central, y que no cambio despues  *
      * de generado ese lote (viajo en el), quedo sin su           *
      * respuesta: PROG13 marco el lote pero no el legajo.         *
      *-----------------------------------------------------------*
       240000-CONTROL-LOTES.

           MOVE WSC-TITULO-4 TO WS-TITULO-GRUPO
           PERFORM 260000-ABRIR-GRUPO
              THRU 260000-ABRIR-GRUPO-EXIT

           IF LOTES-NO-DISPONIBLE
              MOVE 'LOTES' TO LO-ARCHIVO
              WRITE LIS-REC FROM WS-LINEA-OMITIDO
              GO TO 240000-CONTROL-LOTES-EXIT
           END-IF

           PERFORM 205000-POSICIONAR-MAESTRO
              THRU 205000-POSICIONAR-MAESTRO-EXIT

           PERFORM 245000-REVISAR-CONFIRMACION
              THRU 245000-REVISAR-CONFIRMACION-EXIT
               UNTIL FIN-MAESTRO

           MOVE WSN-CANT-GRUPO TO WSA-CANT-LOTES

           PERFORM 265000-CERRAR-GRUPO
              THRU 265000-CERRAR-GRUPO-EXIT.

       240000-CONTROL-LOTES-EXIT.
           EXIT.

       245000-REVISAR-CONFIRMACION.

           IF NOT MAE-SIN-CONFIRMAR
              GO TO 245000-REVISAR-CONFIRMACION-SIG
           END-IF

           MOVE MAE-CURSO   TO LOT-CURSO
           MOVE MAE-PERIODO TO LOT-PERIODO

           READ LOTES
               INVALID KEY
                  GO TO 245000-REVISAR-CONFIRMACION-SIG
           END-READ

           IF LOT-RESPONDIDO
              AND MAE-FECHA-ACT NOT > LOT-FECHA-GEN
              MOVE WSC-LOTE-RESPONDIDO TO WS-MOTIVO
              PERFORM 270000-GRABAR-LEGAJO
                 THRU 270000-GRABAR-LEGAJO-EXIT
           END-IF.

       245000-REVISAR-CONFIRMACION-SIG.

           PERFORM 206000-LEER-MAESTRO
              THRU 206000-LEER-MAESTRO-EXIT.

       245000-REVISAR-CONFIRMACION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 250000-CONTROL-SELLOS: cada sello de SELLOS debe ser de un *
      * curso+periodo que haya tenido alguna corrida en la         *
      * bitacora CORRIDAS. PARAMETRO no sirve: solo trae los       *
      * cursos de la ultima noche. Los cursos de la bitacora se    *
      * cargan una vez en TABLA-CURSOS y cada sello se busca ahi.  *
      *-----------------------------------------------------------*
       250000-CONTROL-SELLOS.

           MOVE WSC-TITULO-5 TO WS-TITULO-GRUPO
           PERFORM 260000-ABRIR-GRUPO
              THRU 260000-ABRIR-GRUPO-EXIT

           IF SELLOS-NO-DISPONIBLE
              MOVE 'SELLOS' TO LO-ARCHIVO
              WRITE LIS-REC FROM WS-LINEA-OMITIDO
              GO TO 250000-CONTROL-SELLOS-EXIT
           END-IF

           OPEN INPUT BITACORA

           IF WSO-ESTADO-BITACORA NOT = '00'
              MOVE 'CORRIDAS' TO LO-ARCHIVO
              WRITE LIS-REC FROM WS-LINEA-OMITIDO
              GO TO 250000-CONTROL-SELLOS-EXIT
           END-IF

           SET QUEDAN-CORRIDAS TO TRUE

           PERFORM 251000-CARGAR-CORRIDA
              THRU 251000-CARGAR-CORRIDA-EXIT
               UNTIL FIN-BITACORA

           CLOSE BITACORA

           SET QUEDAN-SELLOS TO TRUE
           MOVE LOW-VALUES TO SEL-CLAVE

           START SELLOS KEY NOT < SEL-CLAVE
               INVALID KEY
                  SET FIN-SELLOS TO TRUE
           END-START

           PERFORM 255000-REVISAR-SELLO
              THRU 255000-REVISAR-SELLO-EXIT
               UNTIL FIN-SELLOS

           MOVE WSN-CANT-GRUPO TO WSA-CANT-SELLOS

           PERFORM 265000-CERRAR-GRUPO
              THRU 265000-CERRAR-GRUPO-EXIT.

       250000-CONTROL-SELLOS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 251000-CARGAR-CORRIDA: suma a la tabla el curso+periodo de *
      * cada renglon de CORRIDAS que todavia no este en ella.      *
      *-----------------------------------------------------------*
       251000-CARGAR-CORRIDA.

           READ BITACORA
               AT END
                  SET FIN-BITACORA TO TRUE
               NOT AT END
                  IF BIT-CURSO NOT = SPACES
                     MOVE BIT-CURSO   TO WSV-CURSO
                     MOVE BIT-PERIODO TO WSV-PERIODO
                     PERFORM 257000-BUSCAR-CURSO
                        THRU 257000-BUSCAR-CURSO-EXIT
                     IF CURSO-SIN-CORRIDAS
                        PERFORM 252000-AGREGAR-CURSO
                           THRU 252000-AGREGAR-CURSO-EXIT
                     END-IF
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre el ultimo renglon leido.
           IF WSO-ESTADO-BITACORA NOT = '00'
              AND WSO-ESTADO-BITACORA NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN CORRIDAS (ESTADO '
                 WSO-ESTADO-BITACORA ')'
              SET FIN-BITACORA TO TRUE
           END-IF.

       251000-CARGAR-CORRIDA-EXIT.
           EXIT.

       252000-AGREGAR-CURSO.

           IF TCU-CANT NOT < WSC-MAX-CURSOS
              DISPLAY 'TABLA DE CURSOS COMPLETA: EL CURSO '
                 WSV-CURSO ' PERIODO ' WSV-PERIODO ' NO SE CARGA.'
              GO TO 252000-AGREGAR-CURSO-EXIT
           END-IF

           ADD WSC-1 TO TCU-CANT
           MOVE WSV-CURSO   TO TCU-CURSO(TCU-CANT)
           MOVE WSV-PERIODO TO TCU-PERIODO(TCU-CANT).

       252000-AGREGAR-CURSO-EXIT.
           EXIT.

       255000-REVISAR-SELLO.

           READ SELLOS NEXT
               AT END
                  SET FIN-SELLOS TO TRUE
                  GO TO 255000-REVISAR-SELLO-EXIT
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSZ-ESTADO-SELLOS NOT = '00'
              AND WSZ-ESTADO-SELLOS NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN SELLOS (ESTADO '
                 WSZ-ESTADO-SELLOS ')'
              SET FIN-SELLOS TO TRUE
              GO TO 255000-REVISAR-SELLO-EXIT
           END-IF

           MOVE SEL-CURSO   TO WSV-CURSO
           MOVE SEL-PERIODO TO WSV-PERIODO

           PERFORM 257000-BUSCAR-CURSO
              THRU 257000-BUSCAR-CURSO-EXIT

           IF CURSO-SIN-CORRIDAS
              MOVE SPACES        TO LD-ID
              MOVE SEL-CURSO     TO LD-CURSO
              MOVE SEL-PERIODO   TO LD-PERIODO
              MOVE SEL-FECHA-VAL TO LD-DATO
              MOVE WSC-SELLO-SIN-CORR TO LD-MOTIVO
              PERFORM 275000-GRABAR-DETALLE
                 THRU 275000-GRABAR-DETALLE-EXIT
           END-IF.

       255000-REVISAR-SELLO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 257000-BUSCAR-CURSO: busca WSV-CURSO+WSV-PERIODO en la     *
      * tabla de cursos con corridas.                              *
      *-----------------------------------------------------------*
       257000-BUSCAR-CURSO.

           SET CURSO-SIN-CORRIDAS TO TRUE

           PERFORM 258000-COMPARAR-CURSO
              THRU 258000-COMPARAR-CURSO-EXIT
               VARYING WSI-C FROM 1 BY 1
                 UNTIL WSI-C > TCU-CANT
                    OR CURSO-CON-CORRIDAS.

       257000-BUSCAR-CURSO-EXIT.
           EXIT.

       258000-COMPARAR-CURSO.

           IF TCU-CURSO(WSI-C) = WSV-CURSO
              AND TCU-PERIODO(WSI-C) = WSV-PERIODO
              SET CURSO-CON-CORRIDAS TO TRUE
           END-IF.

       258000-COMPARAR-CURSO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 260000-ABRIR-GRUPO / 265000-CERRAR-GRUPO: titulo y         *
      * columnas al comienzo de cada control, y renglon con la     *
      * cantidad de inconsistencias del grupo al terminarlo.       *
      *-----------------------------------------------------------*
       260000-ABRIR-GRUPO.

           MOVE WSC-0 TO WSN-CANT-GRUPO
           MOVE WS-TITULO-GRUPO TO LG-TITULO

           WRITE LIS-REC FROM WS-LINEA-BLANCO
           WRITE LIS-REC FROM WS-LINEA-GRUPO
           WRITE LIS-REC FROM WS-LINEA-SEPARADOR
           WRITE LIS-REC FROM WS-LINEA-COLUMNAS.

       260000-ABRIR-GRUPO-EXIT.
           EXIT.

       265000-CERRAR-GRUPO.

           MOVE WSN-CANT-GRUPO TO LC-CANT-GRUPO
           ADD WSN-CANT-GRUPO  TO WSA-CANT-TOTAL

           WRITE LIS-REC FROM WS-LINEA-SEPARADOR
           WRITE LIS-REC FROM WS-LINEA-CANT-GRUPO.

       265000-CERRAR-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 270000-GRABAR-LEGAJO: renglon de inconsistencia para el    *
      * legajo de MAESTRO en curso, con su fecha de actualizacion  *
      * y el motivo dejado en WS-MOTIVO.                           *
      *-----------------------------------------------------------*
       270000-GRABAR-LEGAJO.

           MOVE MAE-ID        TO LD-ID
           MOVE MAE-CURSO     TO LD-CURSO
           MOVE MAE-PERIODO   TO LD-PERIODO
           MOVE MAE-FECHA-ACT TO LD-DATO
           MOVE WS-MOTIVO     TO LD-MOTIVO

           PERFORM 275000-GRABAR-DETALLE
              THRU 275000-GRABAR-DETALLE-EXIT.

       270000-GRABAR-LEGAJO-EXIT.
           EXIT.

       275000-GRABAR-DETALLE.

           WRITE LIS-REC FROM WS-LINEA-DETALLE
           ADD WSC-1 TO WSN-CANT-GRUPO.

       275000-GRABAR-DETALLE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 300000-FINAL: resumen por tipo de control y total, en el   *
      * listado y por consola, y cierre de los archivos.           *
      *-----------------------------------------------------------*
       300000-FINAL.

           WRITE LIS-REC FROM WS-LINEA-BLANCO
           WRITE LIS-REC FROM WS-LINEA-SEPARADOR

           MOVE WSC-TITULO-1    TO LR-ETIQUETA
           MOVE WSA-CANT-PADRON TO LR-CANTIDAD
           WRITE LIS-REC FROM WS-LINEA-RESUMEN

           MOVE WSC-TITULO-2       TO LR-ETIQUETA
           MOVE WSA-CANT-HISTORIAL TO LR-CANTIDAD
           WRITE LIS-REC FROM WS-LINEA-RESUMEN

           MOVE WSC-TITULO-3     TO LR-ETIQUETA
           MOVE WSA-CANT-CIERRES TO LR-CANTIDAD
           WRITE LIS-REC FROM WS-LINEA-RESUMEN

           MOVE WSC-TITULO-4    TO LR-ETIQUETA
           MOVE WSA-CANT-LOTES  TO LR-CANTIDAD
           WRITE LIS-REC FROM WS-LINEA-RESUMEN

           MOVE WSC-TITULO-5    TO LR-ETIQUETA
           MOVE WSA-CANT-SELLOS TO LR-CANTIDAD
           WRITE LIS-REC FROM WS-LINEA-RESUMEN

           MOVE 'TOTAL DE INCONSISTENCIAS' TO LR-ETIQUETA
           MOVE WSA-CANT-TOTAL  TO LR-CANTIDAD
           WRITE LIS-REC FROM WS-LINEA-RESUMEN

           DISPLAY '**************************************'
           DISPLAY 'CONTRA PADRON:        ' WSA-CANT-PADRON
           DISPLAY 'HISTORIAL HUERFANO:   ' WSA-CANT-HISTORIAL
           DISPLAY 'POSTERIOR AL CIERRE:  ' WSA-CANT-CIERRES
           DISPLAY 'LOTES SIN CONFIRMAR:  ' WSA-CANT-LOTES
           DISPLAY 'SELLOS SIN CORRIDAS:  ' WSA-CANT-SELLOS
           DISPLAY 'TOTAL:                ' WSA-CANT-TOTAL
           DISPLAY '**************************************'

           IF MAESTRO-DISPONIBLE
              CLOSE MAESTRO
           END-IF
           IF PADRON-DISPONIBLE
              CLOSE PADRON
           END-IF
           IF HISTORIAL-DISPONIBLE
              CLOSE HISTORIAL
           END-IF
           IF CIERRES-DISPONIBLE
              CLOSE CIERRES
           END-IF
           IF MESAS-DISPONIBLE
              CLOSE MESAS
           END-IF
           IF LOTES-DISPONIBLE
              CLOSE LOTES
           END-IF
           IF SELLOS-DISPONIBLE
              CLOSE SELLOS
           END-IF
           CLOSE LISTADO.

       300000-FINAL-EXIT.
           EXIT.

       END-RUN.
