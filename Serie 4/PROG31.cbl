      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     MANTENIMIENTO DEL CALENDARIO ACADEMICO
      * Tectonics:   cobc
      *
      * El calendario academico vivia en una planilla de la
      * secretaria: nada impedia correr la carga de notas de un
      * curso semanas despues de vencido el plazo, ni avisaba de
      * las actas que nadie cerraba. Este programa mantiene el
      * maestro indexado PERIODOS (clave periodo, el mismo
      * PAR-PERIODO / MAE-PERIODO del resto del sistema) con las
      * fechas que gobiernan cada periodo lectivo, a partir del
      * archivo de novedades PERIODOS-NOV (un registro por
      * movimiento: tipo A/B/M, periodo y las cinco fechas, todas
      * AAAAMMDD):
      *
      *    INICIO Y FIN DEL PERIODO
      *    LIMITE DE CARGA DE NOTAS      (carga normal, PROG02-08-ME)
      *    LIMITE DE RECUPERATORIO       (modo R, PROG02-08-ME)
      *    LIMITE DE CIERRE DE ACTAS     (PROG11; lo vigila PROG32)
      *
      * Las fechas tienen que ser coherentes: el fin no puede ser
      * anterior al inicio, la carga no puede vencer antes del
      * inicio, ni el recuperatorio antes que la carga, ni el
      * cierre de actas antes que el recuperatorio. La baja no
      * borra el registro: lo marca con estado B, como PROG19, y un
      * periodo dado de baja deja de controlarse. En la
      * modificacion las fechas en blanco no pisan la vigente. Los
      * movimientos inconsistentes se rechazan sin tocar el
      * maestro. Cada movimiento, aplicado o rechazado, queda en el
      * listado LISTPER con su motivo; al final va el renglon de
      * totales y el calendario vigente completo, que es el que se
      * publica.
      *
      * Modificaciones:
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG31.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NOVEDADES     ASSIGN TO "PERIODOS-NOV"
                                 ORGANIZATION IS SEQUENTIAL
                                 FILE STATUS IS WSD-ESTADO-NOVEDADES.

           SELECT PERIODOS      ASSIGN TO "PERIODOS"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PER-PERIODO
                                 FILE STATUS IS WSJ-ESTADO-PERIODOS.

           SELECT LISTADO       ASSIGN TO "LISTPER"
                                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *-----------------------------------------------------------*
      * Las fechas del movimiento se declaran alfanumericas para  *
      * poder distinguir la fecha en blanco (no se modifica) de   *
      * la fecha invalida; la vista en tabla permite validarlas   *
      * con un solo parrafo.                                      *
      *-----------------------------------------------------------*
       FD  NOVEDADES
           LABEL RECORD IS STANDARD.

       01  MOV-REC.
           05 MOV-TIPO          PIC X(01).
              88 MOV-ALTA               VALUE 'A'.
              88 MOV-BAJA               VALUE 'B'.
              88 MOV-MODIFICACION       VALUE 'M'.
           05 MOV-PERIODO       PIC X(06).
           05 MOV-FECHAS.
              10 MOV-FECHA-INICIO  PIC X(08).
              10 MOV-FECHA-FIN     PIC X(08).
              10 MOV-LIMITE-CARGA  PIC X(08).
              10 MOV-LIMITE-RECUP  PIC X(08).
              10 MOV-LIMITE-CIERRE PIC X(08).
           05 MOV-TAB-FECHAS REDEFINES MOV-FECHAS.
              10 MOV-FECHA      OCCURS 5 TIMES.
                 15 MOV-FECHA-X    PIC X(08).
                 15 MOV-FECHA-NUM  REDEFINES MOV-FECHA-X
                                   PIC 9(08).

      *-----------------------------------------------------------*
      * Calendario academico por periodo: inicio y fin del        *
      * periodo lectivo y los tres plazos que lo gobiernan.       *
      *-----------------------------------------------------------*
       FD  PERIODOS
           LABEL RECORD IS STANDARD.

       01  PER-REC.
           05 PER-PERIODO        PIC X(06).
           05 PER-FECHAS.
              10 PER-FECHA-INICIO   PIC 9(08).
              10 PER-FECHA-FIN      PIC 9(08).
              10 PER-LIMITE-CARGA   PIC 9(08).
              10 PER-LIMITE-RECUP   PIC 9(08).
              10 PER-LIMITE-CIERRE  PIC 9(08).
           05 PER-ESTADO         PIC X(01).
              88 PER-ACTIVO              VALUE 'A'.
              88 PER-BAJA                VALUE 'B'.
           05 PER-FECHA-ACT      PIC 9(08).

       FD  LISTADO
           LABEL RECORD IS STANDARD.

       01  LIS-REC               PIC X(106).

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.
          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-CANT-FECHAS      PIC 9(01)       VALUE 5.
          05 WSC-APLICADA         PIC X(09)       VALUE 'APLICADA'.
          05 WSC-RECHAZADA        PIC X(09)       VALUE 'RECHAZADA'.
          05 WSC-TIPO-INVALIDO    PIC X(30)       VALUE
             'TIPO DE MOVIMIENTO DESCONOCIDO'.
          05 WSC-CLAVE-NO-INF     PIC X(30)       VALUE
             'PERIODO EN BLANCO'.
          05 WSC-FECHA-NO-INF     PIC X(30)       VALUE
             'ALTA: FECHA EN BLANCO'.
          05 WSC-FECHA-INVALIDA   PIC X(30)       VALUE
             'FECHA INVALIDA'.
          05 WSC-FIN-ANTERIOR     PIC X(30)       VALUE
             'FIN ANTERIOR AL INICIO'.
          05 WSC-CARGA-ANTERIOR   PIC X(30)       VALUE
             'LIMITE CARGA ANTES DEL INICIO'.
          05 WSC-RECUP-ANTERIOR   PIC X(30)       VALUE
             'LIMITE RECUP. ANTES DE CARGA'.
          05 WSC-CIERRE-ANTERIOR  PIC X(30)       VALUE
             'LIMITE CIERRE ANTES DE RECUP.'.
          05 WSC-YA-EXISTE        PIC X(30)       VALUE
             'ALTA: LA CLAVE YA EXISTE'.
          05 WSC-NO-EXISTE        PIC X(30)       VALUE
             'LA CLAVE NO EXISTE'.
          05 WSC-YA-DE-BAJA       PIC X(30)       VALUE
             'BAJA: YA ESTABA DADO DE BAJA'.

       01 SWITCHES.
          05 WSS-FIN-NOVEDADES    PIC X(01)       VALUE 'N'.
             88 FIN-NOVEDADES                     VALUE 'S'.
          05 WSS-FIN-PERIODOS     PIC X(01)       VALUE 'N'.
             88 FIN-PERIODOS                      VALUE 'S'.
             88 QUEDAN-PERIODOS                   VALUE 'N'.
          05 WSS-ESTADO-MOVIM     PIC X(01)       VALUE 'S'.
             88 MOVIMIENTO-APLICADO               VALUE 'S'.
             88 MOVIMIENTO-RECHAZADO              VALUE 'N'.
          05 WSS-BUSQUEDA-CLAVE   PIC X(01)       VALUE 'N'.
             88 CLAVE-ENCONTRADA                  VALUE 'S'.
             88 CLAVE-INEXISTENTE                 VALUE 'N'.

       01 INDICES.
          05 WSI-F                PIC 9(01).

       01 CONTADORES.
          05 WSN-NRO-MOVIMIENTO   PIC 9(06)       VALUE 0.

       01 ACUMULADORES.
          05 WSA-CANT-LEIDOS      PIC 9(06)       VALUE 0.
          05 WSA-CANT-APLICADOS   PIC 9(06)       VALUE 0.
          05 WSA-CANT-RECHAZADOS  PIC 9(06)       VALUE 0.
          05 WSA-CANT-VIGENTES    PIC 9(06)       VALUE 0.

       01 VARIABLES.
          05 WSV-FECHA-PROCESO    PIC 9(08).

      *-----------------------------------------------------------*
      * Calendario propuesto por el movimiento: en el alta sale   *
      * entero del movimiento; en la modificacion parte del       *
      * registro vigente y toma solo las fechas informadas. Se    *
      * valida completo antes de tocar el maestro.                *
      *-----------------------------------------------------------*
       01 PERIODO-PROPUESTO.
          05 WSP-FECHA-INICIO     PIC 9(08).
          05 WSP-FECHA-FIN        PIC 9(08).
          05 WSP-LIMITE-CARGA     PIC 9(08).
          05 WSP-LIMITE-RECUP     PIC 9(08).
          05 WSP-LIMITE-CIERRE    PIC 9(08).
       01 TAB-PROPUESTO REDEFINES PERIODO-PROPUESTO.
          05 WSP-FECHA            PIC 9(08)       OCCURS 5 TIMES.

       01 CONTROL-NOVEDADES.
          05 WSD-ESTADO-NOVEDADES PIC X(02).

       01 CONTROL-PERIODOS.
          05 WSJ-ESTADO-PERIODOS  PIC X(02).

       01 WS-MOTIVO               PIC X(30).

       01 WS-LINEA-MOVIMIENTO.
          05 LM-NRO-MOVIMIENTO    PIC ZZZZZ9.
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-TIPO              PIC X(01).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-PERIODO           PIC X(06).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LM-TAB-FECHAS        OCCURS 5 TIMES.
             10 LM-FECHA          PIC X(08).
             10 FILLER            PIC X(01).
          05 FILLER               PIC X(01)       VALUE SPACES.
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
             'CALENDARIO ACADEMICO VIGENTE'.

       01 WS-LINEA-NOMINA-COLUMNAS.
          05 FILLER               PIC X(09)       VALUE 'PERIODO'.
          05 FILLER               PIC X(10)       VALUE 'INICIO'.
          05 FILLER               PIC X(10)       VALUE 'FIN'.
          05 FILLER               PIC X(10)       VALUE 'LIM.CARGA'.
          05 FILLER               PIC X(10)       VALUE 'LIM.RECUP'.
          05 FILLER               PIC X(10)       VALUE 'LIM.CIERRE'.

       01 WS-LINEA-NOMINA.
          05 LN-PERIODO           PIC X(06).
          05 FILLER               PIC X(03)       VALUE SPACES.
          05 LN-FECHA-INICIO      PIC 9(08).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LN-FECHA-FIN         PIC 9(08).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LN-LIMITE-CARGA      PIC 9(08).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LN-LIMITE-RECUP      PIC 9(08).
          05 FILLER               PIC X(02)       VALUE SPACES.
          05 LN-LIMITE-CIERRE     PIC 9(08).

       01 WS-LINEA-NOMINA-PIE.
          05 FILLER               PIC X(22)       VALUE
             'PERIODOS VIGENTES:    '.
          05 LP-CANT-VIGENTES     PIC ZZZZZ9.


       PROCEDURE DIVISION.

       000000-CONTROL.
           PERFORM 100000-INICIO     THRU 100000-INICIO-EXIT
           PERFORM 200000-PROCESO    THRU 200000-PROCESO-EXIT
           PERFORM 300000-FINAL      THRU 300000-FINAL-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 100000-INICIO: abre el archivo de novedades, el maestro de *
      * periodos y el listado, y hace la lectura de adelanto del   *
      * ciclo batch. PERIODOS puede no existir todavia en el sitio *
      * (primera carga): se lo crea vacio antes de abrirlo I-O,    *
      * igual que PROG19 hace con CORRELATIVAS.                    *
      *-----------------------------------------------------------*
       100000-INICIO.

           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   MANTENIMIENTO CALENDARIO'
           DISPLAY 'Programme: PROG31'
           DISPLAY '**************************************'

           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD

           OPEN OUTPUT LISTADO

           PERFORM 105000-ABRIR-PERIODOS
              THRU 105000-ABRIR-PERIODOS-EXIT

           OPEN INPUT NOVEDADES

           IF WSD-ESTADO-NOVEDADES NOT = '00'
              DISPLAY '**************************************'
              DISPLAY 'NO SE ENCONTRO EL ARCHIVO PERIODOS-NOV.'
              DISPLAY 'NO HAY MOVIMIENTOS QUE APLICAR.'
              DISPLAY '**************************************'
              SET FIN-NOVEDADES TO TRUE
              GO TO 100000-INICIO-EXIT
           END-IF

           PERFORM 110000-LEER-MOVIMIENTO
              THRU 110000-LEER-MOVIMIENTO-EXIT.

       100000-INICIO-EXIT.
           EXIT.

       105000-ABRIR-PERIODOS.

           OPEN I-O PERIODOS

           IF WSJ-ESTADO-PERIODOS NOT = '00'
              OPEN OUTPUT PERIODOS
              CLOSE PERIODOS
              OPEN I-O PERIODOS
           END-IF.

       105000-ABRIR-PERIODOS-EXIT.
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
              DISPLAY 'ERROR DE LECTURA EN PERIODOS-NOV (ESTADO '
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
      * lo deriva al parrafo de su tipo. El periodo en blanco y el *
      * tipo desconocido se rechazan aca, antes de tocar el        *
      * maestro.                                                   *
      *-----------------------------------------------------------*
       210000-APLICAR-MOVIMIENTO.

           SET MOVIMIENTO-APLICADO TO TRUE
           MOVE SPACES TO WS-MOTIVO

           IF MOV-PERIODO = SPACES
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
      * 215000-BUSCAR-CLAVE: lee el maestro por el periodo del     *
      * movimiento y deja el resultado en el switch de busqueda;   *
      * el registro leido queda en PER-REC para el parrafo que lo  *
      * necesite.                                                  *
      *-----------------------------------------------------------*
       215000-BUSCAR-CLAVE.

           MOVE MOV-PERIODO TO PER-PERIODO

      * El switch arranca en INEXISTENTE: un error duro de lectura
      * (que no dispara ni INVALID KEY ni NOT INVALID KEY) no debe
      * dejar vigente el resultado del movimiento anterior.
           SET CLAVE-INEXISTENTE TO TRUE

           READ PERIODOS
               INVALID KEY
                  SET CLAVE-INEXISTENTE TO TRUE
               NOT INVALID KEY
                  SET CLAVE-ENCONTRADA TO TRUE
           END-READ.

       215000-BUSCAR-CLAVE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 216000-TOMAR-FECHAS: vuelca al calendario propuesto las    *
      * fechas informadas en el movimiento. Una fecha en blanco    *
      * conserva la del calendario propuesto (la vigente, en la    *
      * modificacion) salvo en el alta, que las exige todas; la    *
      * fecha informada tiene que ser numerica y distinta de cero. *
      *-----------------------------------------------------------*
       216000-TOMAR-FECHAS.

           PERFORM 217000-TOMAR-UNA-FECHA
              THRU 217000-TOMAR-UNA-FECHA-EXIT
               VARYING WSI-F FROM 1 BY 1
                 UNTIL WSI-F > WSC-CANT-FECHAS
                    OR MOVIMIENTO-RECHAZADO.

       216000-TOMAR-FECHAS-EXIT.
           EXIT.

       217000-TOMAR-UNA-FECHA.

           IF MOV-FECHA-X(WSI-F) = SPACES
              IF MOV-ALTA
                 SET MOVIMIENTO-RECHAZADO TO TRUE
                 MOVE WSC-FECHA-NO-INF TO WS-MOTIVO
              END-IF
              GO TO 217000-TOMAR-UNA-FECHA-EXIT
           END-IF

           IF MOV-FECHA-X(WSI-F) IS NOT NUMERIC
              OR MOV-FECHA-NUM(WSI-F) = WSC-0
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-FECHA-INVALIDA TO WS-MOTIVO
              GO TO 217000-TOMAR-UNA-FECHA-EXIT
           END-IF

           MOVE MOV-FECHA-NUM(WSI-F) TO WSP-FECHA(WSI-F).

       217000-TOMAR-UNA-FECHA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 218000-VALIDAR-CALENDARIO: el calendario propuesto tiene   *
      * que ser coherente antes de grabarlo: el periodo no termina *
      * antes de empezar, la carga de notas no vence antes del     *
      * inicio, y cada plazo posterior vence a la par o despues    *
      * del anterior (carga, recuperatorio, cierre de actas).      *
      *-----------------------------------------------------------*
       218000-VALIDAR-CALENDARIO.

           IF WSP-FECHA-FIN < WSP-FECHA-INICIO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-FIN-ANTERIOR TO WS-MOTIVO
              GO TO 218000-VALIDAR-CALENDARIO-EXIT
           END-IF

           IF WSP-LIMITE-CARGA < WSP-FECHA-INICIO
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-CARGA-ANTERIOR TO WS-MOTIVO
              GO TO 218000-VALIDAR-CALENDARIO-EXIT
           END-IF

           IF WSP-LIMITE-RECUP < WSP-LIMITE-CARGA
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-RECUP-ANTERIOR TO WS-MOTIVO
              GO TO 218000-VALIDAR-CALENDARIO-EXIT
           END-IF

           IF WSP-LIMITE-CIERRE < WSP-LIMITE-RECUP
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-CIERRE-ANTERIOR TO WS-MOTIVO
           END-IF.

       218000-VALIDAR-CALENDARIO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 220000-APLICAR-ALTA: registra el calendario del periodo;   *
      * la clave no debe existir en el maestro, ni activa ni de    *
      * baja, y las cinco fechas son obligatorias.                 *
      *-----------------------------------------------------------*
       220000-APLICAR-ALTA.

           IF CLAVE-ENCONTRADA
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-YA-EXISTE TO WS-MOTIVO
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           MOVE ZEROS TO PERIODO-PROPUESTO

           PERFORM 216000-TOMAR-FECHAS
              THRU 216000-TOMAR-FECHAS-EXIT

           IF MOVIMIENTO-RECHAZADO
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           PERFORM 218000-VALIDAR-CALENDARIO
              THRU 218000-VALIDAR-CALENDARIO-EXIT

           IF MOVIMIENTO-RECHAZADO
              GO TO 220000-APLICAR-ALTA-EXIT
           END-IF

           MOVE MOV-PERIODO       TO PER-PERIODO
           MOVE PERIODO-PROPUESTO TO PER-FECHAS
           SET PER-ACTIVO         TO TRUE
           MOVE WSV-FECHA-PROCESO TO PER-FECHA-ACT

           WRITE PER-REC.

       220000-APLICAR-ALTA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 230000-APLICAR-BAJA: marca el periodo con estado B en      *
      * lugar de borrarlo; desde ese momento sus plazos dejan de   *
      * controlarse, pero el maestro conserva la historia.         *
      *-----------------------------------------------------------*
       230000-APLICAR-BAJA.

           IF CLAVE-INEXISTENTE
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NO-EXISTE TO WS-MOTIVO
              GO TO 230000-APLICAR-BAJA-EXIT
           END-IF

           IF PER-BAJA
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-YA-DE-BAJA TO WS-MOTIVO
              GO TO 230000-APLICAR-BAJA-EXIT
           END-IF

           SET PER-BAJA           TO TRUE
           MOVE WSV-FECHA-PROCESO TO PER-FECHA-ACT

           REWRITE PER-REC.

       230000-APLICAR-BAJA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 240000-APLICAR-MODIFICACION: corrige una o mas fechas de   *
      * un periodo existente (prorroga de un plazo, por ejemplo);  *
      * las fechas en blanco del movimiento no pisan la vigente y  *
      * el calendario resultante se valida completo. El estado no  *
      * se toca, para eso estan el alta y la baja.                 *
      *-----------------------------------------------------------*
       240000-APLICAR-MODIFICACION.

           IF CLAVE-INEXISTENTE
              SET MOVIMIENTO-RECHAZADO TO TRUE
              MOVE WSC-NO-EXISTE TO WS-MOTIVO
              GO TO 240000-APLICAR-MODIFICACION-EXIT
           END-IF

           MOVE PER-FECHAS TO PERIODO-PROPUESTO

           PERFORM 216000-TOMAR-FECHAS
              THRU 216000-TOMAR-FECHAS-EXIT

           IF MOVIMIENTO-RECHAZADO
              GO TO 240000-APLICAR-MODIFICACION-EXIT
           END-IF

           PERFORM 218000-VALIDAR-CALENDARIO
              THRU 218000-VALIDAR-CALENDARIO-EXIT

           IF MOVIMIENTO-RECHAZADO
              GO TO 240000-APLICAR-MODIFICACION-EXIT
           END-IF

           MOVE PERIODO-PROPUESTO TO PER-FECHAS
           MOVE WSV-FECHA-PROCESO TO PER-FECHA-ACT

           REWRITE PER-REC.

       240000-APLICAR-MODIFICACION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 260000-GRABAR-LISTADO: renglon del listado por cada        *
      * movimiento procesado, aplicado o rechazado con su motivo,  *
      * y actualizacion de los totales de la corrida.              *
      *-----------------------------------------------------------*
       260000-GRABAR-LISTADO.

           MOVE SPACES             TO WS-LINEA-MOVIMIENTO
           MOVE WSN-NRO-MOVIMIENTO TO LM-NRO-MOVIMIENTO
           MOVE MOV-TIPO           TO LM-TIPO
           MOVE MOV-PERIODO        TO LM-PERIODO
           MOVE WS-MOTIVO          TO LM-MOTIVO

           PERFORM 265000-LISTAR-UNA-FECHA
               VARYING WSI-F FROM 1 BY 1 UNTIL WSI-F > WSC-CANT-FECHAS

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

       265000-LISTAR-UNA-FECHA.

           MOVE MOV-FECHA-X(WSI-F) TO LM-FECHA(WSI-F).

      *-----------------------------------------------------------*
      * 270000-LISTAR-NOMINA: recorre PERIODOS completo y deja en  *
      * el listado el calendario academico vigente, un renglon por *
      * periodo con sus fechas, ya con los movimientos de la       *
      * corrida aplicados.                                         *
      *-----------------------------------------------------------*
       270000-LISTAR-NOMINA.

           MOVE SPACES TO LIS-REC
           WRITE LIS-REC
           WRITE LIS-REC FROM WS-LINEA-NOMINA-TITULO
           WRITE LIS-REC FROM WS-LINEA-NOMINA-COLUMNAS

           SET QUEDAN-PERIODOS TO TRUE
           MOVE LOW-VALUES TO PER-PERIODO

           START PERIODOS KEY NOT < PER-PERIODO
               INVALID KEY
                  SET FIN-PERIODOS TO TRUE
           END-START

           PERFORM 275000-LEER-PERIODO
              THRU 275000-LEER-PERIODO-EXIT
               UNTIL FIN-PERIODOS

           MOVE WSA-CANT-VIGENTES TO LP-CANT-VIGENTES
           WRITE LIS-REC FROM WS-LINEA-NOMINA-PIE.

       270000-LISTAR-NOMINA-EXIT.
           EXIT.

       275000-LEER-PERIODO.

           READ PERIODOS NEXT
               AT END
                  SET FIN-PERIODOS TO TRUE
               NOT AT END
                  IF PER-ACTIVO
                     PERFORM 276000-GRABAR-NOMINA
                        THRU 276000-GRABAR-NOMINA-EXIT
                  END-IF
           END-READ

      * Un error de lectura que no es fin de archivo no dispara ni
      * AT END ni NOT AT END: sin este corte el ciclo repetiria
      * para siempre la misma posicion del archivo.
           IF WSJ-ESTADO-PERIODOS NOT = '00'
              AND WSJ-ESTADO-PERIODOS NOT = '10'
              DISPLAY 'ERROR DE LECTURA EN PERIODOS (ESTADO '
                 WSJ-ESTADO-PERIODOS ')'
              SET FIN-PERIODOS TO TRUE
           END-IF.

       275000-LEER-PERIODO-EXIT.
           EXIT.

       276000-GRABAR-NOMINA.

           ADD WSC-1 TO WSA-CANT-VIGENTES

           MOVE PER-PERIODO       TO LN-PERIODO
           MOVE PER-FECHA-INICIO  TO LN-FECHA-INICIO
           MOVE PER-FECHA-FIN     TO LN-FECHA-FIN
           MOVE PER-LIMITE-CARGA  TO LN-LIMITE-CARGA
           MOVE PER-LIMITE-RECUP  TO LN-LIMITE-RECUP
           MOVE PER-LIMITE-CIERRE TO LN-LIMITE-CIERRE

           WRITE LIS-REC FROM WS-LINEA-NOMINA.

       276000-GRABAR-NOMINA-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 300000-FINAL: graba el renglon de totales y el calendario  *
      * vigente, muestra los totales por consola y cierra los      *
      * archivos.                                                  *
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
           DISPLAY 'PERIODOS VIGENTES:    ' LP-CANT-VIGENTES
           DISPLAY '**************************************'

           CLOSE NOVEDADES
           CLOSE PERIODOS
           CLOSE LISTADO.

       300000-FINAL-EXIT.
           EXIT.

       END-RUN.
