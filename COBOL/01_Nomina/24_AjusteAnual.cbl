      ******************************************************************
      * Author:
      * Date:
      * Purpose: Annual ISR adjustment (ajuste anual). For every
      *          employee on YTDFILE for the year given who was active
      *          the whole year (still active, hired on or before
      *          January 1), applies the annual tariff in force on
      *          December 31 to the taxable income of the year and
      *          compares the tax owed with YTD-TAX-TOTAL. The taxable
      *          income is YTD-GROSS-TOTAL less the exempt parts of the
      *          aguinaldo and the prima vacacional, summed from the
      *          PAGOHIS records of the periods (CALPER) that end in
      *          the year. The difference is a balance
      *          due ("C") or a refund ("R") written to the adjustment
      *          file (AJUANU), which 01_nomina applies in the first
      *          payroll of the following year: a refund is added to
      *          net, a balance due is withheld, spread over several
      *          periods when it is over the one-period limit.
      *          Prints the adjustment report with the totals the
      *          tax remittance has to carry. With mode "S" only the
      *          report is printed and nothing is written. A rerun
      *          recalculates only the adjustments no payroll has
      *          started to apply yet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 24_ajuste_anual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT YTD-FILE ASSIGN TO "YTDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT PAY-PERIOD-FILE ASSIGN TO "CALPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAGOHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HPA-KEY
               FILE STATUS IS WS-HPA-FILE-STATUS.

           SELECT ANNUAL-TARIFF-FILE ASSIGN TO "TARANU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAN-FILE-STATUS.

           SELECT ANNUAL-ADJUST-FILE ASSIGN TO "AJUANU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJA-KEY
               FILE STATUS IS WS-AJA-FILE-STATUS.

           SELECT ADJUST-REPORT-FILE ASSIGN TO "REPAJA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREG.

       FD  YTD-FILE.
       COPY ACUMYTD.

       FD  PAY-PERIOD-FILE.
       COPY PERIODO.

       FD  PAY-HISTORY-FILE.
       COPY HISPAG.

       FD  ANNUAL-TARIFF-FILE.
       COPY TARANU.

       FD  ANNUAL-ADJUST-FILE.
       COPY AJUANU.

       FD  ADJUST-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  AJA-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS      PIC X(2).
       01  WS-YTD-FILE-STATUS      PIC X(2).
       01  WS-PER-FILE-STATUS      PIC X(2).
       01  WS-HPA-FILE-STATUS      PIC X(2).
       01  WS-TAN-FILE-STATUS      PIC X(2).
       01  WS-AJA-FILE-STATUS      PIC X(2).
       01  WS-REP-FILE-STATUS      PIC X(2).
       01  WS-PARAMETROS.
           05  WS-PARAM-ANIO       PIC 9(4).
           05  FILLER              PIC X(1).
           05  WS-PARAM-MODO       PIC X(1).
      *        "S" = simulacion: solo se imprime el reporte; otro
      *        valor = ajuste definitivo (graba AJUANU)
       01  WS-ANIO-ACTUAL          PIC 9(4).
       01  WS-ANIO-AJUSTE          PIC 9(4).
       01  WS-INICIO-ANIO          PIC 9(8).
       01  WS-FIN-ANIO             PIC 9(8).
       01  WS-FECHA-TARIFA         PIC 9(8)    VALUE ZERO.
       01  WS-FIN-YTD              PIC X(1)    VALUE "N".
       01  WS-FIN-TARIFA           PIC X(1).
       01  WS-YTD-ACTIVO           PIC X(1)    VALUE "N".
       01  WS-HISTORIA-ACTIVA      PIC X(1)    VALUE "N".
       01  WS-FIN-PERIODOS         PIC X(1)    VALUE "N".
       01  WS-FIN-HISTORIA         PIC X(1).
       01  WS-PERIODO-DEL-ANIO     PIC X(1).
       01  WS-AJUSTES-ACTIVO       PIC X(1)    VALUE "N".
       01  WS-AJUSTE-VALIDO        PIC X(1).
       01  WS-AJUSTE-EXISTE        PIC X(1).
       01  WS-ELEGIBLE             PIC X(1).
       01  WS-OBSERVACION          PIC X(12).

      *    Un saldo a cargo mayor que el tope no se retiene de un
      *    solo golpe: se difiere en WS-PERIODOS-DIFERIR periodos.
      *    Los reintegros se pagan completos en la primera nomina.
       01  WS-TOPE-UN-PERIODO      PIC 9(6)V99 VALUE 1000.00.
       01  WS-PERIODOS-DIFERIR     PIC 9(2)    VALUE 6.

       01  WS-EXENTO-ANIO          PIC 9(9)V99.
       01  WS-BASE-GRAVABLE        PIC 9(9)V99.
       01  WS-ISR-ANUAL            PIC 9(9)V99.
       01  WS-EXCEDENTE            PIC 9(9)V99.
       01  WS-DIFERENCIA           PIC S9(9)V99.
       01  WS-TIPO-AJUSTE          PIC X(1).
       01  WS-MONTO-AJUSTE         PIC 9(6)V99.
       01  WS-PERIODOS-AJUSTE      PIC 9(2).
       01  WS-MONTO-PERIODO        PIC 9(6)V99.
       01  WS-TRAMO-ENCONTRADO     PIC X(1).

       01  WS-CONTADOR-AJUSTADOS   PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-CARGO       PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-REINTEGRO   PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-DIFERIDOS   PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-SIN-DIF     PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-NO-ELEGIBLES PIC 9(7)   VALUE ZERO.
       01  WS-CONTADOR-YA-APLICADOS PIC 9(7)   VALUE ZERO.
       01  WS-CONTADOR-ERRORES     PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-CARGOS         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-REINTEGROS     PIC 9(9)V99 VALUE ZERO.
       01  WS-NETO-REMESA          PIC S9(9)V99.

       01  WS-TABLA-TARIFA-COUNT   PIC 9(2)    VALUE ZERO.
       01  WS-TABLA-TARIFA-IDX     PIC 9(2).
       01  WS-TABLA-TARIFA.
           05  WS-TARIFA           OCCURS 20 TIMES
                                    INDEXED BY WS-TARIFA-IDX.
               10  WS-TAR-INFERIOR     PIC 9(9)V99.
               10  WS-TAR-SUPERIOR     PIC 9(9)V99.
               10  WS-TAR-CUOTA-FIJA   PIC 9(7)V99.
               10  WS-TAR-PCT          PIC 9(1)V999.

      *    Periodos del calendario cuyo fin cae en el anio ajustado;
      *    solo la parte exenta pagada en ellos se resta del bruto.
       01  WS-TABLA-PERIODOS-COUNT PIC 9(3)    VALUE ZERO.
       01  WS-TABLA-PERIODOS.
           05  WS-PERIODO-ANIO     OCCURS 120 TIMES
                                    INDEXED BY WS-PERIODO-IDX
                                    PIC 9(6).

       COPY REPAJA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-ACTUAL.

           ACCEPT WS-PARAMETROS FROM COMMAND-LINE.
           IF WS-PARAM-ANIO NOT NUMERIC
               OR WS-PARAM-ANIO = ZERO
               DISPLAY "Debe indicarse el anio a ajustar"
               STOP RUN
           END-IF.
           MOVE WS-PARAM-ANIO TO WS-ANIO-AJUSTE.
           IF WS-PARAM-MODO = "S"
               DISPLAY "Corrida de simulacion; solo se imprime el "
                   "reporte, no se graba ningun ajuste"
           ELSE
               IF WS-ANIO-AJUSTE NOT < WS-ANIO-ACTUAL
                   DISPLAY "El anio " WS-ANIO-AJUSTE " no ha "
                       "terminado; el ajuste definitivo se corre en "
                       "enero del anio siguiente"
                   STOP RUN
               END-IF
           END-IF.
           COMPUTE WS-INICIO-ANIO = WS-ANIO-AJUSTE * 10000 + 0101.
           COMPUTE WS-FIN-ANIO    = WS-ANIO-AJUSTE * 10000 + 1231.

           PERFORM CARGAR-TARIFA-ANUAL.
           PERFORM CARGAR-PERIODOS-ANIO.
           PERFORM ABRIR-ARCHIVOS.

           IF WS-YTD-ACTIVO = "S"
               PERFORM UNTIL WS-FIN-YTD = "S"
                   READ YTD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-YTD
                       NOT AT END
                           IF YTD-YEAR = WS-ANIO-AJUSTE
                               PERFORM PROCESAR-EMPLEADO
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "No se encontro el archivo YTD; no hay "
                   "acumulados que ajustar"
           END-IF.

           PERFORM ESCRIBIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.

           DISPLAY "Empleados ajustados:    " WS-CONTADOR-AJUSTADOS.
           DISPLAY "Total a cargo:          " WS-TOTAL-CARGOS.
           DISPLAY "Total reintegros:       " WS-TOTAL-REINTEGROS.
           DISPLAY "No elegibles:           " WS-CONTADOR-NO-ELEGIBLES.
           DISPLAY "Ya aplicados (omitidos):" WS-CONTADOR-YA-APLICADOS.
           DISPLAY "Con error (omitidos):   " WS-CONTADOR-ERRORES.

           STOP RUN.

       CARGAR-TARIFA-ANUAL.
      *    Dos pasadas, igual que las tasas del periodo: la primera
      *    encuentra la tarifa en vigor al 31 de diciembre del anio,
      *    la segunda carga solo sus tramos.
           MOVE ZERO TO WS-TABLA-TARIFA-COUNT.
           MOVE ZERO TO WS-FECHA-TARIFA.
           MOVE "N" TO WS-FIN-TARIFA.
           OPEN INPUT ANNUAL-TARIFF-FILE.
           IF WS-TAN-FILE-STATUS = "00"
               PERFORM UNTIL WS-FIN-TARIFA = "S"
                   READ ANNUAL-TARIFF-FILE
                       AT END
                           MOVE "S" TO WS-FIN-TARIFA
                       NOT AT END
                           IF TAN-FECHA-EFECTIVA <= WS-FIN-ANIO
                               AND TAN-FECHA-EFECTIVA
                                   > WS-FECHA-TARIFA
                               MOVE TAN-FECHA-EFECTIVA
                                   TO WS-FECHA-TARIFA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANNUAL-TARIFF-FILE
           END-IF.

           IF WS-FECHA-TARIFA = ZERO
               DISPLAY "No hay tarifa anual en vigor al " WS-FIN-ANIO
                   "; capturela con 23_mantenimiento_tarifa_anual. "
                   "El ajuste se cancela"
               STOP RUN
           END-IF.
           DISPLAY "Tarifa anual en vigor: " WS-FECHA-TARIFA.
           PERFORM CARGAR-TRAMOS-VIGENTES.

       CARGAR-TRAMOS-VIGENTES.
           MOVE "N" TO WS-FIN-TARIFA.
           OPEN INPUT ANNUAL-TARIFF-FILE.
           IF WS-TAN-FILE-STATUS = "00"
               PERFORM UNTIL WS-FIN-TARIFA = "S"
                   READ ANNUAL-TARIFF-FILE
                       AT END
                           MOVE "S" TO WS-FIN-TARIFA
                       NOT AT END
                           IF TAN-FECHA-EFECTIVA = WS-FECHA-TARIFA
                               AND WS-TABLA-TARIFA-COUNT < 20
                               ADD 1 TO WS-TABLA-TARIFA-COUNT
                               SET WS-TARIFA-IDX
                                   TO WS-TABLA-TARIFA-COUNT
                               MOVE TAN-LIMITE-INFERIOR TO
                                   WS-TAR-INFERIOR (WS-TARIFA-IDX)
                               MOVE TAN-LIMITE-SUPERIOR TO
                                   WS-TAR-SUPERIOR (WS-TARIFA-IDX)
                               MOVE TAN-CUOTA-FIJA TO
                                   WS-TAR-CUOTA-FIJA (WS-TARIFA-IDX)
                               MOVE TAN-PCT-EXCEDENTE TO
                                   WS-TAR-PCT (WS-TARIFA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANNUAL-TARIFF-FILE
           END-IF.

       CARGAR-PERIODOS-ANIO.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PER-FILE-STATUS = "00"
               PERFORM UNTIL WS-FIN-PERIODOS = "S"
                   READ PAY-PERIOD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-PERIODOS
                       NOT AT END
                           IF PER-FECHA-FIN >= WS-INICIO-ANIO
                               AND PER-FECHA-FIN <= WS-FIN-ANIO
                               PERFORM CARGAR-UN-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
           END-IF.
           IF WS-TABLA-PERIODOS-COUNT = ZERO
               AND WS-PARAM-MODO NOT = "S"
               DISPLAY "No hay periodos del anio " WS-ANIO-AJUSTE
                   " en el calendario CALPER; sin ellos no se puede "
                   "restar la parte exenta. El ajuste se cancela"
               STOP RUN
           END-IF.

       CARGAR-UN-PERIODO.
           IF WS-TABLA-PERIODOS-COUNT >= 120
               DISPLAY "Tabla de periodos del anio llena; la parte "
                   "exenta del periodo " PER-ID " no se resta"
           ELSE
               ADD 1 TO WS-TABLA-PERIODOS-COUNT
               SET WS-PERIODO-IDX TO WS-TABLA-PERIODOS-COUNT
               MOVE PER-ID TO WS-PERIODO-ANIO (WS-PERIODO-IDX)
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "No se puede abrir el maestro de empleados, "
                   "codigo: " WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.

      *    Sin la historia de pagos no se sabe la parte exenta del
      *    aguinaldo y la prima vacacional; el ajuste definitivo no
      *    corre sobre el bruto completo.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HPA-FILE-STATUS = "00"
               MOVE "S" TO WS-HISTORIA-ACTIVA
           ELSE
               IF WS-PARAM-MODO = "S"
                   DISPLAY "ADVERTENCIA: no hay historia de pagos "
                       "PAGOHIS; la base gravable no descuenta la "
                       "parte exenta"
               ELSE
                   DISPLAY "No se puede abrir la historia de pagos "
                       "PAGOHIS, codigo: " WS-HPA-FILE-STATUS
                       "; el ajuste se cancela"
                   CLOSE EMPLOYEE-MASTER-FILE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT YTD-FILE.
           IF WS-YTD-FILE-STATUS = "00"
               MOVE "S" TO WS-YTD-ACTIVO
           END-IF.

           IF WS-PARAM-MODO = "S"
               OPEN INPUT ANNUAL-ADJUST-FILE
               IF WS-AJA-FILE-STATUS = "00"
                   MOVE "S" TO WS-AJUSTES-ACTIVO
               END-IF
           ELSE
               OPEN I-O ANNUAL-ADJUST-FILE
               IF WS-AJA-FILE-STATUS = "35"
                   OPEN OUTPUT ANNUAL-ADJUST-FILE
                   CLOSE ANNUAL-ADJUST-FILE
                   OPEN I-O ANNUAL-ADJUST-FILE
               END-IF
               IF WS-AJA-FILE-STATUS NOT = "00"
                   DISPLAY "No se puede abrir el archivo de ajustes "
                       "anuales, codigo: " WS-AJA-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE "S" TO WS-AJUSTES-ACTIVO
           END-IF.

           OPEN OUTPUT ADJUST-REPORT-FILE.
           MOVE WS-ANIO-AJUSTE  TO AJA-TIT-ANIO.
           MOVE WS-FECHA-TARIFA TO AJA-TIT-TARIFA.
           IF WS-PARAM-MODO = "S"
               MOVE "SIMULACION"        TO AJA-TIT-MODO
           ELSE
               MOVE "AJUSTE DEFINITIVO" TO AJA-TIT-MODO
           END-IF.
           MOVE AJA-LINE-TITULO TO AJA-PRINT-LINE.
           WRITE AJA-PRINT-LINE.
           MOVE AJA-LINE-HEADING TO AJA-PRINT-LINE.
           WRITE AJA-PRINT-LINE.

       CERRAR-ARCHIVOS.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-HISTORIA-ACTIVA = "S"
               CLOSE PAY-HISTORY-FILE
           END-IF.
           IF WS-YTD-ACTIVO = "S"
               CLOSE YTD-FILE
           END-IF.
           IF WS-AJUSTES-ACTIVO = "S"
               CLOSE ANNUAL-ADJUST-FILE
           END-IF.
           CLOSE ADJUST-REPORT-FILE.

       PROCESAR-EMPLEADO.
           MOVE SPACE TO WS-OBSERVACION.
           MOVE "S" TO WS-AJUSTE-VALIDO.
           MOVE ZERO TO WS-ISR-ANUAL.
           MOVE "N"  TO WS-TIPO-AJUSTE.
           MOVE ZERO TO WS-MONTO-AJUSTE.
           MOVE ZERO TO WS-PERIODOS-AJUSTE.
           MOVE ZERO TO WS-MONTO-PERIODO.
           PERFORM CALCULAR-BASE-GRAVABLE.
           PERFORM VERIFICAR-ELEGIBLE.
           IF WS-ELEGIBLE = "N"
               ADD 1 TO WS-CONTADOR-NO-ELEGIBLES
           ELSE
               PERFORM CALCULAR-ISR-ANUAL
               IF WS-AJUSTE-VALIDO = "S"
                   PERFORM DETERMINAR-AJUSTE
               END-IF
               IF WS-AJUSTE-VALIDO = "N"
                   ADD 1 TO WS-CONTADOR-ERRORES
                   MOVE "ERROR ARIT." TO WS-OBSERVACION
               ELSE
                   PERFORM VERIFICAR-AJUSTE-PREVIO
                   PERFORM REGISTRAR-AJUSTE
               END-IF
           END-IF.
           PERFORM ESCRIBIR-LINEA-REPORTE.

       VERIFICAR-ELEGIBLE.
      *    Solo se ajusta a quien estuvo activo todo el anio: sigue
      *    activo y entro a mas tardar el 1 de enero. Sin fecha de
      *    ingreso se le considera de anio completo, como en el
      *    aguinaldo.
           MOVE "S" TO WS-ELEGIBLE.
           MOVE YTD-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ELEGIBLE
                   MOVE SPACE TO EMP-NAME
                   MOVE "NO EN MAESTRO" TO WS-OBSERVACION
           END-READ.
           IF WS-ELEGIBLE = "S"
               IF EMP-STATUS = "I"
                   MOVE "N" TO WS-ELEGIBLE
                   MOVE "BAJA" TO WS-OBSERVACION
               ELSE
                   IF EMP-FECHA-INGRESO NUMERIC
                       AND EMP-FECHA-INGRESO > WS-INICIO-ANIO
                       MOVE "N" TO WS-ELEGIBLE
                       MOVE "INGRESO ANIO" TO WS-OBSERVACION
                   END-IF
               END-IF
           END-IF.

       CALCULAR-BASE-GRAVABLE.
      *    El aguinaldo y la prima vacacional estan exentos hasta el
      *    tope legal; esa parte entro al bruto del YTD pero no es
      *    ingreso gravable del anio.
           MOVE ZERO TO WS-EXENTO-ANIO.
           IF WS-HISTORIA-ACTIVA = "S"
               MOVE "N" TO WS-FIN-HISTORIA
               MOVE YTD-EMP-ID TO HPA-EMP-ID
               MOVE ZERO       TO HPA-PERIODO
               START PAY-HISTORY-FILE KEY >= HPA-KEY
                   INVALID KEY
                       MOVE "S" TO WS-FIN-HISTORIA
               END-START
               PERFORM UNTIL WS-FIN-HISTORIA = "S"
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-HISTORIA
                       NOT AT END
                           IF HPA-EMP-ID NOT = YTD-EMP-ID
                               MOVE "S" TO WS-FIN-HISTORIA
                           ELSE
                               PERFORM SUMAR-EXENTO-PAGO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-EXENTO-ANIO > YTD-GROSS-TOTAL
               MOVE ZERO TO WS-BASE-GRAVABLE
           ELSE
               SUBTRACT WS-EXENTO-ANIO FROM YTD-GROSS-TOTAL
                   GIVING WS-BASE-GRAVABLE
           END-IF.

       SUMAR-EXENTO-PAGO.
           IF HPA-AGUINALDO-EXENTO > ZERO
               OR HPA-PRIMA-VAC-EXENTA > ZERO
               MOVE "N" TO WS-PERIODO-DEL-ANIO
               PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
                   UNTIL WS-PERIODO-IDX > WS-TABLA-PERIODOS-COUNT
                   IF WS-PERIODO-ANIO (WS-PERIODO-IDX) = HPA-PERIODO
                       MOVE "S" TO WS-PERIODO-DEL-ANIO
                       SET WS-PERIODO-IDX TO WS-TABLA-PERIODOS-COUNT
                   END-IF
               END-PERFORM
               IF WS-PERIODO-DEL-ANIO = "S"
                   ADD HPA-AGUINALDO-EXENTO HPA-PRIMA-VAC-EXENTA
                       TO WS-EXENTO-ANIO
               END-IF
           END-IF.

       CALCULAR-ISR-ANUAL.
           MOVE "N" TO WS-TRAMO-ENCONTRADO.
           PERFORM VARYING WS-TABLA-TARIFA-IDX FROM 1 BY 1
               UNTIL WS-TABLA-TARIFA-IDX > WS-TABLA-TARIFA-COUNT
               IF WS-BASE-GRAVABLE >=
                       WS-TAR-INFERIOR (WS-TABLA-TARIFA-IDX)
                   AND WS-BASE-GRAVABLE <=
                       WS-TAR-SUPERIOR (WS-TABLA-TARIFA-IDX)
                   MOVE "S" TO WS-TRAMO-ENCONTRADO
                   PERFORM APLICAR-TRAMO
                   MOVE WS-TABLA-TARIFA-COUNT TO WS-TABLA-TARIFA-IDX
               END-IF
           END-PERFORM.
           IF WS-TRAMO-ENCONTRADO = "N"
               DISPLAY "ADVERTENCIA: el ingreso anual de " YTD-EMP-ID
                   " (" WS-BASE-GRAVABLE ") no cae en ningun tramo de "
                   "la tarifa; se aplica el tramo mas alto"
               MOVE WS-TABLA-TARIFA-COUNT TO WS-TABLA-TARIFA-IDX
               PERFORM APLICAR-TRAMO
           END-IF.

       APLICAR-TRAMO.
           COMPUTE WS-EXCEDENTE =
               WS-BASE-GRAVABLE - WS-TAR-INFERIOR (WS-TABLA-TARIFA-IDX)
               ON SIZE ERROR
                   MOVE ZERO TO WS-EXCEDENTE
           END-COMPUTE.
           COMPUTE WS-ISR-ANUAL ROUNDED =
               WS-TAR-CUOTA-FIJA (WS-TABLA-TARIFA-IDX)
               + WS-EXCEDENTE * WS-TAR-PCT (WS-TABLA-TARIFA-IDX)
               ON SIZE ERROR
                   DISPLAY "ERROR aritmetico calculando el ISR anual "
                       "de " YTD-EMP-ID
                   MOVE "N" TO WS-AJUSTE-VALIDO
           END-COMPUTE.

       DETERMINAR-AJUSTE.
           COMPUTE WS-DIFERENCIA = WS-ISR-ANUAL - YTD-TAX-TOTAL.
           IF WS-DIFERENCIA > 999999.99
               OR WS-DIFERENCIA < -999999.99
               DISPLAY "ERROR aritmetico: la diferencia del ajuste de "
                   YTD-EMP-ID " (" WS-DIFERENCIA ") excede el campo"
               MOVE "N" TO WS-AJUSTE-VALIDO
           ELSE
               IF WS-DIFERENCIA > ZERO
                   MOVE "C" TO WS-TIPO-AJUSTE
                   MOVE WS-DIFERENCIA TO WS-MONTO-AJUSTE
                   IF WS-MONTO-AJUSTE > WS-TOPE-UN-PERIODO
                       MOVE WS-PERIODOS-DIFERIR TO WS-PERIODOS-AJUSTE
                       COMPUTE WS-MONTO-PERIODO ROUNDED =
                           WS-MONTO-AJUSTE / WS-PERIODOS-AJUSTE
                   ELSE
                       MOVE 1 TO WS-PERIODOS-AJUSTE
                       MOVE WS-MONTO-AJUSTE TO WS-MONTO-PERIODO
                   END-IF
               ELSE
                   IF WS-DIFERENCIA < ZERO
                       MOVE "R" TO WS-TIPO-AJUSTE
                       COMPUTE WS-MONTO-AJUSTE = ZERO - WS-DIFERENCIA
                       MOVE 1 TO WS-PERIODOS-AJUSTE
                       MOVE WS-MONTO-AJUSTE TO WS-MONTO-PERIODO
                   ELSE
                       MOVE "N" TO WS-TIPO-AJUSTE
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-AJUSTE-PREVIO.
      *    Un ajuste que una nomina ya empezo a aplicar no se vuelve
      *    a calcular; se lista tal como quedo grabado.
           MOVE "N" TO WS-AJUSTE-EXISTE.
           IF WS-AJUSTES-ACTIVO = "S"
               MOVE YTD-EMP-ID     TO AJA-EMP-ID
               MOVE WS-ANIO-AJUSTE TO AJA-ANIO
               READ ANNUAL-ADJUST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-AJA-FILE-STATUS = "00"
                   MOVE "S" TO WS-AJUSTE-EXISTE
               END-IF
           END-IF.

       REGISTRAR-AJUSTE.
           IF WS-AJUSTE-EXISTE = "S" AND AJA-ULT-PERIODO NOT = ZERO
               ADD 1 TO WS-CONTADOR-YA-APLICADOS
               MOVE "YA APLICADO" TO WS-OBSERVACION
               MOVE AJA-TIPO          TO WS-TIPO-AJUSTE
               MOVE AJA-MONTO         TO WS-MONTO-AJUSTE
               MOVE AJA-PERIODOS      TO WS-PERIODOS-AJUSTE
               MOVE AJA-MONTO-PERIODO TO WS-MONTO-PERIODO
           ELSE
               IF WS-PARAM-MODO NOT = "S"
                   PERFORM GRABAR-AJUSTE
               END-IF
               ADD 1 TO WS-CONTADOR-AJUSTADOS
               EVALUATE WS-TIPO-AJUSTE
                   WHEN "C"
                       ADD 1 TO WS-CONTADOR-CARGO
                       ADD WS-MONTO-AJUSTE TO WS-TOTAL-CARGOS
                       IF WS-PERIODOS-AJUSTE > 1
                           ADD 1 TO WS-CONTADOR-DIFERIDOS
                           MOVE "DIFERIDO" TO WS-OBSERVACION
                       END-IF
                   WHEN "R"
                       ADD 1 TO WS-CONTADOR-REINTEGRO
                       ADD WS-MONTO-AJUSTE TO WS-TOTAL-REINTEGROS
                   WHEN OTHER
                       ADD 1 TO WS-CONTADOR-SIN-DIF
                       MOVE "SIN DIF." TO WS-OBSERVACION
               END-EVALUATE
           END-IF.

       GRABAR-AJUSTE.
           MOVE YTD-EMP-ID         TO AJA-EMP-ID.
           MOVE WS-ANIO-AJUSTE     TO AJA-ANIO.
           MOVE WS-BASE-GRAVABLE   TO AJA-BRUTO-ANUAL.
           MOVE WS-ISR-ANUAL       TO AJA-ISR-ANUAL.
           MOVE YTD-TAX-TOTAL      TO AJA-ISR-RETENIDO.
           MOVE WS-TIPO-AJUSTE     TO AJA-TIPO.
           MOVE WS-MONTO-AJUSTE    TO AJA-MONTO.
           MOVE WS-PERIODOS-AJUSTE TO AJA-PERIODOS.
           MOVE WS-MONTO-PERIODO   TO AJA-MONTO-PERIODO.
           MOVE WS-MONTO-AJUSTE    TO AJA-SALDO.
           MOVE WS-PERIODOS-AJUSTE TO AJA-PERIODOS-PEND.
           IF WS-MONTO-AJUSTE > ZERO
               MOVE "P" TO AJA-STATUS
           ELSE
               MOVE "A" TO AJA-STATUS
           END-IF.
           MOVE ZERO TO AJA-ULT-PERIODO.
           MOVE ZERO TO AJA-ULT-MONTO.
           IF WS-AJUSTE-EXISTE = "S"
               REWRITE ANNUAL-ADJUSTMENT-RECORD
           ELSE
               WRITE ANNUAL-ADJUSTMENT-RECORD
           END-IF.
           IF WS-AJA-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no se pudo grabar el ajuste "
                   "anual del empleado " YTD-EMP-ID ", codigo: "
                   WS-AJA-FILE-STATUS
           END-IF.

       ESCRIBIR-LINEA-REPORTE.
           MOVE YTD-EMP-ID         TO AJA-DET-EMP-ID.
           MOVE EMP-NAME           TO AJA-DET-NOMBRE.
           MOVE WS-BASE-GRAVABLE   TO AJA-DET-BRUTO.
           MOVE WS-ISR-ANUAL       TO AJA-DET-ISR-ANUAL.
           MOVE YTD-TAX-TOTAL      TO AJA-DET-RETENIDO.
           MOVE ZERO TO AJA-DET-CARGO.
           MOVE ZERO TO AJA-DET-REINTEGRO.
           IF WS-TIPO-AJUSTE = "C"
               MOVE WS-MONTO-AJUSTE TO AJA-DET-CARGO
           END-IF.
           IF WS-TIPO-AJUSTE = "R"
               MOVE WS-MONTO-AJUSTE TO AJA-DET-REINTEGRO
           END-IF.
           MOVE WS-PERIODOS-AJUSTE TO AJA-DET-PERIODOS.
           MOVE WS-MONTO-PERIODO   TO AJA-DET-POR-PERIODO.
           MOVE WS-OBSERVACION     TO AJA-DET-OBSERVACION.
           MOVE AJA-LINE-DETALLE TO AJA-PRINT-LINE.
           WRITE AJA-PRINT-LINE.

       ESCRIBIR-TOTALES.
           MOVE WS-CONTADOR-AJUSTADOS TO AJA-CTL-EMPLEADOS.
           MOVE WS-TOTAL-CARGOS       TO AJA-CTL-CARGOS.
           MOVE WS-TOTAL-REINTEGROS   TO AJA-CTL-REINTEGROS.
           MOVE AJA-LINE-CONTROL TO AJA-PRINT-LINE.
           WRITE AJA-PRINT-LINE.
           MOVE WS-CONTADOR-CARGO     TO AJA-CTL-CON-CARGO.
           MOVE WS-CONTADOR-REINTEGRO TO AJA-CTL-CON-REINTEGRO.
           MOVE WS-CONTADOR-DIFERIDOS TO AJA-CTL-DIFERIDOS.
           MOVE WS-CONTADOR-SIN-DIF   TO AJA-CTL-SIN-DIFERENCIA.
           MOVE AJA-LINE-CONTROL-2 TO AJA-PRINT-LINE.
           WRITE AJA-PRINT-LINE.
           MOVE WS-CONTADOR-NO-ELEGIBLES TO AJA-CTL-NO-ELEGIBLES.
           MOVE WS-CONTADOR-YA-APLICADOS TO AJA-CTL-YA-APLICADOS.
           MOVE WS-CONTADOR-ERRORES      TO AJA-CTL-ERRORES.
           MOVE AJA-LINE-CONTROL-3 TO AJA-PRINT-LINE.
           WRITE AJA-PRINT-LINE.
           COMPUTE WS-NETO-REMESA =
               WS-TOTAL-CARGOS - WS-TOTAL-REINTEGROS.
           MOVE WS-NETO-REMESA TO AJA-REM-NETO.
           MOVE AJA-LINE-REMESA TO AJA-PRINT-LINE.
           WRITE AJA-PRINT-LINE.
       END PROGRAM 24_ajuste_anual.
