      *              grafia al acta que se firma. Sin PADRON, o
      *              sin el alumno en el, se usa el nombre del
      *              legajo, como siempre.
      * 15/10/2026 - El legajo aprobado despues por final en mesa
      *              de examen (APROB.FINAL, grabado por PROG23) se
      *              cuenta entre los desaprobados del acta, como el
      *              desaprobado de cursada que fue; el final tiene
      *              su propia acta de mesa. El comparativo de
      *              comisiones de PROG30 lo cuenta igual.
      * 15/10/2026 - MAE-REC suma al final MAE-COMISION, la comision
      *              de origen del alumno que PROG02 toma de la
      *              fusion de PROG17 (registro de 82 posiciones).
      * 15/10/2026 - PAD-REC suma al final los datos de contacto del
      *              alumno (correo, domicilio, localidad y codigo
      *              postal) que mantiene PROG16 (registro de 180
      *              posiciones).
      * 15/10/2026 - Los legajos por equivalencia (EQUIVALENTE,
      *              grabados por PROG25) no provienen de la cursada
      *              y no van al acta, como en PROG30 y PROG32.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG07.
              88 MAE-OBJETADO            VALUE 'R'.
              88 MAE-SIN-CONFIRMAR       VALUE SPACE.
           05 MAE-FECHA-CONF     PIC 9(08).
           05 MAE-COMISION       PIC X(02).

       FD  ACTA
           LABEL RECORD IS STANDARD.
           05 PAD-ESTADO         PIC X(01).
              88 PAD-ACTIVO              VALUE 'A'.
              88 PAD-BAJA                VALUE 'B'.
           05 PAD-EMAIL          PIC X(50).
           05 PAD-DOMICILIO      PIC X(40).
           05 PAD-LOCALIDAD      PIC X(25).
           05 PAD-COD-POSTAL     PIC X(08).

       WORKING-STORAGE SECTION.

          05 WSC-1                PIC 9(01)       VALUE 1.
          05 WSC-LINEAS-POR-HOJA  PIC 9(02)       VALUE 20.
          05 WSC-APROBADO         PIC X(08)       VALUE 'APROBADO'.
          05 WSC-EQUIVALENTE      PIC X(11)       VALUE 'EQUIVALENTE'.
          05 WSC-LIBRE            PIC X(11)       VALUE 'LIBRE'.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      * 220000-LEER-LEGAJO: proximo legajo de MAESTRO en          *
      * secuencia de clave; los del curso+periodo del acta pasan  *
      * al detalle, el resto se saltea. Los legajos por           *
      * equivalencia (PROG25) no van a acta.                      *
      *-----------------------------------------------------------*
       220000-LEER-LEGAJO.

               NOT AT END
                  IF MAE-CURSO = WSP-CURSO
                     AND MAE-PERIODO = WSP-PERIODO
                     AND MAE-ESTADO NOT = WSC-EQUIVALENTE
                     PERFORM 230000-GRABAR-DETALLE
                        THRU 230000-GRABAR-DETALLE-EXIT
                  END-IF
      * 230000-GRABAR-DETALLE: renglon del acta por cada legajo   *
      * del curso, con el promedio en numeros y en letras; antes  *
      * de grabar, si la hoja se lleno, se cierra con su total y  *
      * se encabeza la siguiente. El APROB.FINAL (aprobo despues  *
      * en mesa) se cuenta como el desaprobado de cursada que     *
      * fue, igual que en PROG30.                                 *
      *-----------------------------------------------------------*
       230000-GRABAR-DETALLE.

