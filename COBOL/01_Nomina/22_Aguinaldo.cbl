      ******************************************************************
      * Author:
      * Date:
      * Purpose: Annual bonus run: the aguinaldo (15 days of salary,
      *          prorated by the days from the hire date when the
      *          employee joined during the year) and the prima
      *          vacacional (25% of the vacation hours taken in the
      *          year, from the permanent pay history) for every
      *          active employee. The tax-exempt allowance of each
      *          bonus is taken off first and the bracket table in
      *          force at the period end is applied to the rest.
      *          Writes standard pay-detail, net-pay result and
      *          pay-history records under an open period, adds to
      *          YTDFILE and restates the ending control record, so
      *          02_transferencia, 08_poliza_contable and 10_remesas
      *          pick the bonus up like any other pay. Run it under
      *          its own open period: an employee who already has a
      *          pay for that period is listed and skipped.
      *          Prints the bonus register for HR sign-off; with mode
      *          "S" only the register is printed and no file is
      *          touched, so HR can approve it before the live run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 22_aguinaldo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAY-PERIOD-FILE ASSIGN TO "CALPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT RATES-FILE ASSIGN TO "TASAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASAS-FILE-STATUS.

           SELECT PAYROLL-RESULTS-FILE ASSIGN TO "NOMRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.

           SELECT PAY-DETAIL-FILE ASSIGN TO "NOMDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAGOHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HPA-KEY
               FILE STATUS IS WS-HPA-FILE-STATUS.

           SELECT YTD-FILE ASSIGN TO "YTDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT BONUS-REPORT-FILE ASSIGN TO "REPAGU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREG.

       FD  PAY-PERIOD-FILE.
       COPY PERIODO.

       FD  RATES-FILE.
       COPY TASAS.

       FD  PAYROLL-RESULTS-FILE.
       COPY RESNOM.

       FD  PAY-DETAIL-FILE.
       COPY DETNOM.

       FD  CONTROL-FILE.
       COPY COTROL.

       FD  PAY-HISTORY-FILE.
       COPY HISPAG.

       FD  YTD-FILE.
       COPY ACUMYTD.

       FD  BONUS-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  AGU-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS      PIC X(2).
       01  WS-PER-FILE-STATUS      PIC X(2).
       01  WS-TASAS-FILE-STATUS    PIC X(2).
       01  WS-RES-FILE-STATUS      PIC X(2).
       01  WS-DET-FILE-STATUS      PIC X(2).
       01  WS-CTL-FILE-STATUS      PIC X(2).
       01  WS-HPA-FILE-STATUS      PIC X(2).
       01  WS-YTD-FILE-STATUS      PIC X(2).
       01  WS-REP-FILE-STATUS      PIC X(2).
       01  WS-PARAMETROS.
           05  WS-PARAM-PERIODO    PIC 9(6).
           05  FILLER              PIC X(1).
           05  WS-PARAM-MODO       PIC X(1).
      *        "S" = simulacion: solo se imprime el registro para la
      *        autorizacion de RH; otro valor = pago definitivo
       01  WS-PERIODO-ACTUAL       PIC 9(6).
       01  WS-FECHA-FIN-PERIODO    PIC 9(8)    VALUE ZERO.
       01  WS-FECHA-TASAS          PIC 9(8)    VALUE ZERO.
       01  WS-ANIO-ACTUAL          PIC 9(4).
       01  WS-ANIO-BONO            PIC 9(4).
       01  WS-INICIO-ANIO          PIC 9(8).
       01  WS-FIN-ANIO             PIC 9(8).
       01  WS-FECHA-DESDE          PIC 9(8).
       01  WS-DIAS-ANIO            PIC 9(3).
       01  WS-DIAS-TRABAJADOS      PIC 9(3).
       01  WS-FIN-MAESTRO          PIC X(1)    VALUE "N".
       01  WS-FIN-PERIODOS         PIC X(1)    VALUE "N".
       01  WS-FIN-HISTORIA         PIC X(1).
       01  WS-FIN-ARCHIVO          PIC X(1).
       01  WS-HISTORIA-ACTIVA      PIC X(1)    VALUE "N".
       01  WS-YTD-ACTIVO           PIC X(1)    VALUE "N".
       01  WS-BONO-VALIDO          PIC X(1).
       01  WS-YA-PAGADO            PIC X(1).
       01  WS-OBSERVACION          PIC X(12).

      *    Reglas del aguinaldo y la prima vacacional. Los topes
      *    exentos son 30 y 15 veces la UMA diaria; actualizarlos
      *    cuando se publique la UMA del anio.
       01  WS-DIAS-AGUINALDO       PIC 9(2)    VALUE 15.
       01  WS-HORAS-DIA            PIC 9(2)V99 VALUE 8.00.
       01  WS-PCT-PRIMA-VAC        PIC 9(1)V99 VALUE 0.25.
       01  WS-TOPE-EXENTO-AGUINALDO PIC 9(6)V99 VALUE 3394.20.
       01  WS-TOPE-EXENTO-PRIMA    PIC 9(6)V99 VALUE 1697.10.

       01  WS-HORAS-VAC-ANIO       PIC 9(4)V99.
       01  WS-PAGO-AGUINALDO       PIC 9(6)V99.
       01  WS-AGUINALDO-EXENTO     PIC 9(6)V99.
       01  WS-PRIMA-VACACIONAL     PIC 9(6)V99.
       01  WS-PRIMA-VAC-EXENTA     PIC 9(6)V99.
       01  WS-MONTO-EXENTO         PIC 9(6)V99.
       01  WS-MONTO-GRAVADO        PIC 9(6)V99.
       01  RESULTADO               PIC 9(6)V99.
       01  NET-PAY                 PIC 9(6)V99.
       01  WS-DEDUCCION-IMPUESTO   PIC 9(6)V99.
       01  WS-TASA-ENCONTRADA      PIC X(1).
       01  WS-OTRA-SUB             PIC 9(1).

       01  WS-CONTADOR-PAGADOS     PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-YA-PAGADOS  PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-ERRORES     PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-SIN-INGRESO PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-AGUINALDO      PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-PRIMA          PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-BRUTO          PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-IMPUESTO       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-NETO           PIC 9(9)V99 VALUE ZERO.
       01  WS-CONTROL-HALLADO      PIC X(1)    VALUE "N".
       01  WS-CONTROL-MODO         PIC X(1).
       01  WS-CONTROL-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-CONTROL-TOTAL        PIC 9(9)V99 VALUE ZERO.

       01  WS-TABLA-TASAS-COUNT    PIC 9(2)    VALUE ZERO.
       01  WS-TABLA-TASAS-IDX      PIC 9(2).
       01  WS-TABLA-TASAS.
           05  WS-TASA             OCCURS 20 TIMES
                                    INDEXED BY WS-TASA-IDX.
               10  WS-TASA-GROSS-MIN   PIC 9(6)V99.
               10  WS-TASA-GROSS-MAX   PIC 9(6)V99.
               10  WS-TASA-TAX-PCT     PIC 9(1)V999.
               10  WS-TASA-IMSS-PCT    PIC 9(1)V999.

      *    Periodos del calendario cuyo fin cae en el anio del bono;
      *    solo las vacaciones pagadas en ellos generan prima.
       01  WS-TABLA-PERIODOS-COUNT PIC 9(3)    VALUE ZERO.
       01  WS-PERIODO-DEL-ANIO     PIC X(1).
       01  WS-TABLA-PERIODOS.
           05  WS-PERIODO-ANIO     OCCURS 120 TIMES
                                    INDEXED BY WS-PERIODO-IDX
                                    PIC 9(6).

       COPY ARITMLK.
       COPY REPAGU.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-ACTUAL.

           ACCEPT WS-PARAMETROS FROM COMMAND-LINE.
           IF WS-PARAM-PERIODO NOT NUMERIC
               OR WS-PARAM-PERIODO = ZERO
               DISPLAY "Debe indicarse el periodo abierto bajo el "
                   "cual se paga el aguinaldo"
               STOP RUN
           END-IF.
           MOVE WS-PARAM-PERIODO TO WS-PERIODO-ACTUAL.
           IF WS-PARAM-MODO = "S"
               DISPLAY "Corrida de simulacion; solo se imprime el "
                   "registro, no se paga nada"
           END-IF.

           PERFORM VALIDAR-PERIODO.
           MOVE WS-FECHA-FIN-PERIODO(1:4) TO WS-ANIO-BONO.
           COMPUTE WS-INICIO-ANIO = WS-ANIO-BONO * 10000 + 0101.
           COMPUTE WS-FIN-ANIO    = WS-ANIO-BONO * 10000 + 1231.
           COMPUTE WS-DIAS-ANIO =
               FUNCTION INTEGER-OF-DATE (WS-FIN-ANIO)
               - FUNCTION INTEGER-OF-DATE (WS-INICIO-ANIO) + 1.

           PERFORM CARGAR-PERIODOS-ANIO.
           PERFORM CARGAR-TABLA-TASAS.
           PERFORM ABRIR-ARCHIVOS.

           PERFORM UNTIL WS-FIN-MAESTRO = "S"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-MAESTRO
                   NOT AT END
                       IF EMP-STATUS NOT = "I"
                           PERFORM PROCESAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM ESCRIBIR-TOTALES.
           IF WS-PARAM-MODO NOT = "S" AND WS-CONTADOR-PAGADOS > ZERO
               PERFORM RESTATAR-CONTROL
           END-IF.
           PERFORM CERRAR-ARCHIVOS.

           DISPLAY "Empleados con bono:     " WS-CONTADOR-PAGADOS.
           DISPLAY "Ya pagados (omitidos):  " WS-CONTADOR-YA-PAGADOS.
           DISPLAY "Con error (omitidos):   " WS-CONTADOR-ERRORES.
           DISPLAY "Total bruto del bono:   " WS-TOTAL-BRUTO.
           IF WS-CONTADOR-YA-PAGADOS > ZERO
               DISPLAY "ADVERTENCIA: hay empleados que ya tienen pago "
                   "en el periodo " WS-PERIODO-ACTUAL "; el bono se "
                   "corre bajo su propio periodo abierto"
           END-IF.

           STOP RUN.

       VALIDAR-PERIODO.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PER-FILE-STATUS NOT = "00"
               DISPLAY "No se puede abrir el calendario de periodos, "
                   "codigo: " WS-PER-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-PERIODO-ACTUAL TO PER-ID.
           READ PAY-PERIOD-FILE
               INVALID KEY
                   DISPLAY "El periodo " WS-PERIODO-ACTUAL
                       " no existe en el calendario"
                   CLOSE PAY-PERIOD-FILE
                   STOP RUN
           END-READ.
           IF PER-STATUS = "C"
               DISPLAY "El periodo " WS-PERIODO-ACTUAL
                   " ya esta cerrado; use un periodo abierto"
               CLOSE PAY-PERIOD-FILE
               STOP RUN
           END-IF.
           MOVE PER-FECHA-FIN TO WS-FECHA-FIN-PERIODO.
           CLOSE PAY-PERIOD-FILE.

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

       CARGAR-UN-PERIODO.
           IF WS-TABLA-PERIODOS-COUNT >= 120
               DISPLAY "Tabla de periodos del anio llena; las "
                   "vacaciones del periodo " PER-ID " no generan "
                   "prima"
           ELSE
               ADD 1 TO WS-TABLA-PERIODOS-COUNT
               SET WS-PERIODO-IDX TO WS-TABLA-PERIODOS-COUNT
               MOVE PER-ID TO WS-PERIODO-ANIO (WS-PERIODO-IDX)
           END-IF.

       CARGAR-TABLA-TASAS.
      *    Dos pasadas, igual que 01_nomina: la primera encuentra el
      *    juego de tasas en vigor para el fin del periodo, la
      *    segunda carga solo sus tramos.
           MOVE ZERO TO WS-TABLA-TASAS-COUNT.
           MOVE ZERO TO WS-FECHA-TASAS.
           OPEN INPUT RATES-FILE.
           IF WS-TASAS-FILE-STATUS = "00"
               PERFORM UNTIL WS-TASAS-FILE-STATUS = "10"
                   READ RATES-FILE
                       AT END
                           MOVE "10" TO WS-TASAS-FILE-STATUS
                       NOT AT END
                           IF RATE-FECHA-EFECTIVA
                                   <= WS-FECHA-FIN-PERIODO
                               AND RATE-FECHA-EFECTIVA
                                   > WS-FECHA-TASAS
                               MOVE RATE-FECHA-EFECTIVA
                                   TO WS-FECHA-TASAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           ELSE
               DISPLAY "No se encontro el archivo de tasas; "
                   "no se retendra impuesto"
           END-IF.

           IF WS-FECHA-TASAS = ZERO
               DISPLAY "No hay juego de tasas en vigor para el fin "
                   "del periodo (" WS-FECHA-FIN-PERIODO "); no se "
                   "retendra impuesto"
           ELSE
               DISPLAY "Juego de tasas en vigor: " WS-FECHA-TASAS
               PERFORM CARGAR-TRAMOS-VIGENTES
           END-IF.

       CARGAR-TRAMOS-VIGENTES.
           OPEN INPUT RATES-FILE.
           IF WS-TASAS-FILE-STATUS = "00"
               PERFORM UNTIL WS-TASAS-FILE-STATUS = "10"
                   READ RATES-FILE
                       AT END
                           MOVE "10" TO WS-TASAS-FILE-STATUS
                       NOT AT END
                           IF RATE-FECHA-EFECTIVA = WS-FECHA-TASAS
                               PERFORM CARGAR-UN-TRAMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

       CARGAR-UN-TRAMO.
           IF WS-TABLA-TASAS-COUNT >= 20
               DISPLAY "Tabla de tasas llena; el tramo desde "
                   RATE-GROSS-MIN " de la fecha " WS-FECHA-TASAS
                   " no se carga"
           ELSE
               ADD 1 TO WS-TABLA-TASAS-COUNT
               SET WS-TASA-IDX TO WS-TABLA-TASAS-COUNT
               MOVE RATE-GROSS-MIN TO WS-TASA-GROSS-MIN (WS-TASA-IDX)
               MOVE RATE-GROSS-MAX TO WS-TASA-GROSS-MAX (WS-TASA-IDX)
               MOVE RATE-TAX-PCT   TO WS-TASA-TAX-PCT (WS-TASA-IDX)
               MOVE RATE-IMSS-PCT  TO WS-TASA-IMSS-PCT (WS-TASA-IDX)
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "No se puede abrir el maestro de empleados, "
                   "codigo: " WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.

           IF WS-PARAM-MODO = "S"
               OPEN INPUT PAY-HISTORY-FILE
               IF WS-HPA-FILE-STATUS = "00"
                   MOVE "S" TO WS-HISTORIA-ACTIVA
               END-IF
               OPEN INPUT YTD-FILE
               IF WS-YTD-FILE-STATUS = "00"
                   MOVE "S" TO WS-YTD-ACTIVO
               END-IF
           ELSE
               OPEN I-O PAY-HISTORY-FILE
               IF WS-HPA-FILE-STATUS = "35"
                   OPEN OUTPUT PAY-HISTORY-FILE
                   CLOSE PAY-HISTORY-FILE
                   OPEN I-O PAY-HISTORY-FILE
               END-IF
               MOVE "S" TO WS-HISTORIA-ACTIVA
               OPEN I-O YTD-FILE
               IF WS-YTD-FILE-STATUS = "35"
                   OPEN OUTPUT YTD-FILE
                   CLOSE YTD-FILE
                   OPEN I-O YTD-FILE
               END-IF
               MOVE "S" TO WS-YTD-ACTIVO
               OPEN EXTEND PAY-DETAIL-FILE
               IF WS-DET-FILE-STATUS = "35"
                   OPEN OUTPUT PAY-DETAIL-FILE
               END-IF
               OPEN EXTEND PAYROLL-RESULTS-FILE
               IF WS-RES-FILE-STATUS = "35"
                   OPEN OUTPUT PAYROLL-RESULTS-FILE
               END-IF
           END-IF.

           OPEN OUTPUT BONUS-REPORT-FILE.
           MOVE WS-PERIODO-ACTUAL TO AGU-TIT-PERIODO.
           MOVE WS-ANIO-BONO      TO AGU-TIT-ANIO.
           IF WS-PARAM-MODO = "S"
               MOVE "SIMULACION - SIN PAGO" TO AGU-TIT-MODO
           ELSE
               MOVE "PAGO DEFINITIVO"       TO AGU-TIT-MODO
           END-IF.
           MOVE AGU-LINE-TITULO TO AGU-PRINT-LINE.
           WRITE AGU-PRINT-LINE.
           MOVE AGU-LINE-HEADING TO AGU-PRINT-LINE.
           WRITE AGU-PRINT-LINE.

       CERRAR-ARCHIVOS.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-HISTORIA-ACTIVA = "S"
               CLOSE PAY-HISTORY-FILE
           END-IF.
           IF WS-YTD-ACTIVO = "S"
               CLOSE YTD-FILE
           END-IF.
           IF WS-PARAM-MODO NOT = "S"
               CLOSE PAY-DETAIL-FILE
               CLOSE PAYROLL-RESULTS-FILE
           END-IF.
           CLOSE BONUS-REPORT-FILE.

       PROCESAR-EMPLEADO.
      *    Quien ingresa despues del fin del anio del bono no
      *    participa; los demas se listan en el registro aunque se
      *    omitan, para que RH vea por que.
           IF EMP-FECHA-INGRESO NUMERIC
               AND EMP-FECHA-INGRESO > WS-FIN-ANIO
               CONTINUE
           ELSE
               MOVE SPACE TO WS-OBSERVACION
               MOVE "S" TO WS-BONO-VALIDO
               PERFORM CALCULAR-DIAS-TRABAJADOS
               PERFORM SUMAR-VACACIONES-ANIO
               PERFORM CALCULAR-BONO
               IF WS-BONO-VALIDO = "S"
                   PERFORM CALCULAR-IMPUESTO-BONO
               END-IF
               IF WS-BONO-VALIDO = "S"
                   PERFORM VERIFICAR-YA-PAGADO
                   PERFORM REGISTRAR-BONO
               ELSE
                   ADD 1 TO WS-CONTADOR-ERRORES
                   MOVE "ERROR ARIT." TO WS-OBSERVACION
               END-IF
               PERFORM ESCRIBIR-LINEA-REGISTRO
           END-IF.

       CALCULAR-DIAS-TRABAJADOS.
      *    Dias del anio desde la fecha de ingreso (o desde el 1 de
      *    enero si entro antes) hasta el 31 de diciembre, ambos
      *    inclusive. Sin fecha de ingreso valida se paga el anio
      *    completo y se marca en el registro.
           MOVE WS-INICIO-ANIO TO WS-FECHA-DESDE.
           IF EMP-FECHA-INGRESO NOT NUMERIC
               OR EMP-FECHA-INGRESO = ZERO
               MOVE "SIN F.INGR." TO WS-OBSERVACION
               ADD 1 TO WS-CONTADOR-SIN-INGRESO
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (EMP-FECHA-INGRESO)
                       NOT = ZERO
                   MOVE "F.INGR.INV." TO WS-OBSERVACION
                   ADD 1 TO WS-CONTADOR-SIN-INGRESO
               ELSE
                   IF EMP-FECHA-INGRESO > WS-INICIO-ANIO
                       MOVE EMP-FECHA-INGRESO TO WS-FECHA-DESDE
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-DIAS-TRABAJADOS =
               FUNCTION INTEGER-OF-DATE (WS-FIN-ANIO)
               - FUNCTION INTEGER-OF-DATE (WS-FECHA-DESDE) + 1.

       SUMAR-VACACIONES-ANIO.
      *    Horas de vacaciones pagadas al empleado en los periodos
      *    del anio, tomadas de la historia permanente de pagos.
           MOVE ZERO TO WS-HORAS-VAC-ANIO.
           IF WS-HISTORIA-ACTIVA = "S"
               MOVE "N" TO WS-FIN-HISTORIA
               MOVE EMP-ID TO HPA-EMP-ID
               MOVE ZERO   TO HPA-PERIODO
               START PAY-HISTORY-FILE KEY >= HPA-KEY
                   INVALID KEY
                       MOVE "S" TO WS-FIN-HISTORIA
               END-START
               PERFORM UNTIL WS-FIN-HISTORIA = "S"
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-HISTORIA
                       NOT AT END
                           IF HPA-EMP-ID NOT = EMP-ID
                               MOVE "S" TO WS-FIN-HISTORIA
                           ELSE
                               PERFORM SUMAR-UN-PAGO-HISTORIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SUMAR-UN-PAGO-HISTORIA.
           IF HPA-PERIODO NOT = WS-PERIODO-ACTUAL
               AND HPA-HORAS-VACACIONES > ZERO
               MOVE "N" TO WS-PERIODO-DEL-ANIO
               PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
                   UNTIL WS-PERIODO-IDX > WS-TABLA-PERIODOS-COUNT
                   IF WS-PERIODO-ANIO (WS-PERIODO-IDX) = HPA-PERIODO
                       MOVE "S" TO WS-PERIODO-DEL-ANIO
                       SET WS-PERIODO-IDX TO WS-TABLA-PERIODOS-COUNT
                   END-IF
               END-PERFORM
               IF WS-PERIODO-DEL-ANIO = "S"
                   ADD HPA-HORAS-VACACIONES TO WS-HORAS-VAC-ANIO
               END-IF
           END-IF.

       CALCULAR-BONO.
           COMPUTE WS-PAGO-AGUINALDO ROUNDED =
               EMP-PAY-RATE * WS-HORAS-DIA * WS-DIAS-AGUINALDO
               * WS-DIAS-TRABAJADOS / WS-DIAS-ANIO
               ON SIZE ERROR
                   DISPLAY "ERROR aritmetico calculando el aguinaldo "
                       "de " EMP-ID
                   MOVE "N" TO WS-BONO-VALIDO
           END-COMPUTE.
           COMPUTE WS-PRIMA-VACACIONAL ROUNDED =
               WS-HORAS-VAC-ANIO * EMP-PAY-RATE * WS-PCT-PRIMA-VAC
               ON SIZE ERROR
                   DISPLAY "ERROR aritmetico calculando la prima "
                       "vacacional de " EMP-ID
                   MOVE "N" TO WS-BONO-VALIDO
           END-COMPUTE.
           IF WS-BONO-VALIDO = "S"
               MOVE WS-PAGO-AGUINALDO   TO ARITM-NUM1
               MOVE WS-PRIMA-VACACIONAL TO ARITM-NUM2
               MOVE "S"                 TO ARITM-OPERACION
               CALL "Aritmetica-validada" USING ARITM-PARAMETROS
               IF ARITM-ERROR NOT = "0"
                   OR ARITM-RESULTADO > 999999.99
                   DISPLAY "ERROR aritmetico sumando el bono de "
                       EMP-ID
                   MOVE "N" TO WS-BONO-VALIDO
               ELSE
                   MOVE ARITM-RESULTADO TO RESULTADO
               END-IF
           END-IF.

       CALCULAR-IMPUESTO-BONO.
      *    Cada bono tiene su propio tope exento; el impuesto se
      *    calcula solo sobre la parte gravada. El bono no lleva
      *    cuota obrera de IMSS por separado.
           IF WS-PAGO-AGUINALDO > WS-TOPE-EXENTO-AGUINALDO
               MOVE WS-TOPE-EXENTO-AGUINALDO TO WS-AGUINALDO-EXENTO
           ELSE
               MOVE WS-PAGO-AGUINALDO TO WS-AGUINALDO-EXENTO
           END-IF.
           IF WS-PRIMA-VACACIONAL > WS-TOPE-EXENTO-PRIMA
               MOVE WS-TOPE-EXENTO-PRIMA TO WS-PRIMA-VAC-EXENTA
           ELSE
               MOVE WS-PRIMA-VACACIONAL TO WS-PRIMA-VAC-EXENTA
           END-IF.
           ADD WS-AGUINALDO-EXENTO WS-PRIMA-VAC-EXENTA
               GIVING WS-MONTO-EXENTO.
           SUBTRACT WS-MONTO-EXENTO FROM RESULTADO
               GIVING WS-MONTO-GRAVADO.

           MOVE ZERO TO WS-DEDUCCION-IMPUESTO.
           MOVE "N" TO WS-TASA-ENCONTRADA.
           IF WS-MONTO-GRAVADO > ZERO
               PERFORM VARYING WS-TABLA-TASAS-IDX FROM 1 BY 1
                   UNTIL WS-TABLA-TASAS-IDX > WS-TABLA-TASAS-COUNT
                   IF WS-MONTO-GRAVADO >=
                           WS-TASA-GROSS-MIN (WS-TABLA-TASAS-IDX)
                       AND WS-MONTO-GRAVADO <=
                           WS-TASA-GROSS-MAX (WS-TABLA-TASAS-IDX)
                       COMPUTE WS-DEDUCCION-IMPUESTO ROUNDED =
                           WS-MONTO-GRAVADO
                           * WS-TASA-TAX-PCT (WS-TABLA-TASAS-IDX)
                       MOVE "S" TO WS-TASA-ENCONTRADA
                       MOVE WS-TABLA-TASAS-COUNT TO WS-TABLA-TASAS-IDX
                   END-IF
               END-PERFORM
               IF WS-TASA-ENCONTRADA = "N"
                   AND WS-TABLA-TASAS-COUNT > ZERO
                   DISPLAY "ADVERTENCIA: la parte gravada del bono de "
                       EMP-ID " (" WS-MONTO-GRAVADO ") no cae en "
                       "ningun rango configurado; se aplica la tasa "
                       "mas alta"
                   COMPUTE WS-DEDUCCION-IMPUESTO ROUNDED =
                       WS-MONTO-GRAVADO
                       * WS-TASA-TAX-PCT (WS-TABLA-TASAS-COUNT)
               END-IF
           END-IF.

           MOVE RESULTADO             TO ARITM-NUM1.
           MOVE WS-DEDUCCION-IMPUESTO TO ARITM-NUM2.
           MOVE "R"                   TO ARITM-OPERACION.
           CALL "Aritmetica-validada" USING ARITM-PARAMETROS.
           IF ARITM-ERROR NOT = "0"
               DISPLAY "ERROR aritmetico calculando el neto del bono "
                   "de " EMP-ID ", codigo: " ARITM-ERROR
               MOVE "N" TO WS-BONO-VALIDO
           ELSE
               MOVE ARITM-RESULTADO TO NET-PAY
           END-IF.

       VERIFICAR-YA-PAGADO.
      *    Un pago ya grabado en PAGOHIS o ya acumulado en el YTD
      *    para este periodo significa que el bono ya se pago, o que
      *    el periodo es el de la nomina normal; no se paga dos veces.
           MOVE "N" TO WS-YA-PAGADO.
           IF WS-HISTORIA-ACTIVA = "S"
               MOVE EMP-ID            TO HPA-EMP-ID
               MOVE WS-PERIODO-ACTUAL TO HPA-PERIODO
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-HPA-FILE-STATUS = "00"
                   MOVE "S" TO WS-YA-PAGADO
               END-IF
           END-IF.
           IF WS-YTD-ACTIVO = "S" AND WS-YA-PAGADO = "N"
               MOVE EMP-ID         TO YTD-EMP-ID
               MOVE WS-ANIO-ACTUAL TO YTD-YEAR
               READ YTD-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-YTD-FILE-STATUS = "00"
                   AND YTD-ULT-PERIODO = WS-PERIODO-ACTUAL
                   MOVE "S" TO WS-YA-PAGADO
               END-IF
           END-IF.

       REGISTRAR-BONO.
           IF WS-YA-PAGADO = "S"
               ADD 1 TO WS-CONTADOR-YA-PAGADOS
               MOVE "YA PAGADO" TO WS-OBSERVACION
           ELSE
               IF RESULTADO = ZERO
                   MOVE "SIN BONO" TO WS-OBSERVACION
               ELSE
                   IF WS-PARAM-MODO NOT = "S"
                       PERFORM ESCRIBIR-PAGO-BONO
                       PERFORM ACTUALIZAR-YTD
                   END-IF
                   ADD 1 TO WS-CONTADOR-PAGADOS
                   ADD WS-PAGO-AGUINALDO     TO WS-TOTAL-AGUINALDO
                   ADD WS-PRIMA-VACACIONAL   TO WS-TOTAL-PRIMA
                   ADD RESULTADO             TO WS-TOTAL-BRUTO
                   ADD WS-DEDUCCION-IMPUESTO TO WS-TOTAL-IMPUESTO
                   ADD NET-PAY               TO WS-TOTAL-NETO
               END-IF
           END-IF.

       ESCRIBIR-PAGO-BONO.
           MOVE EMP-ID                TO DET-EMP-ID.
           MOVE WS-PERIODO-ACTUAL     TO DET-PERIODO.
           MOVE ZERO                  TO DET-HORAS-REGULARES.
           MOVE ZERO                  TO DET-HORAS-EXTRA.
           MOVE ZERO                  TO DET-HORAS-VACACIONES.
           MOVE ZERO                  TO DET-HORAS-ENFERMEDAD.
           MOVE ZERO                  TO DET-PAGO-REGULAR.
           MOVE ZERO                  TO DET-PAGO-EXTRA.
           MOVE ZERO                  TO DET-HORAS-EXTRA-DOBLE.
           MOVE ZERO                  TO DET-PAGO-EXTRA-DOBLE.
           MOVE ZERO                  TO DET-HORAS-EXTRA-TRIPLE.
           MOVE ZERO                  TO DET-PAGO-EXTRA-TRIPLE.
           MOVE ZERO                  TO DET-HORAS-DOMINGO.
           MOVE ZERO                  TO DET-PRIMA-DOMINICAL.
           MOVE ZERO                  TO DET-HORAS-FESTIVO.
           MOVE ZERO                  TO DET-PAGO-FESTIVO.
           MOVE WS-PAGO-AGUINALDO     TO DET-PAGO-AGUINALDO.
           MOVE WS-AGUINALDO-EXENTO   TO DET-AGUINALDO-EXENTO.
           MOVE WS-PRIMA-VACACIONAL   TO DET-PRIMA-VACACIONAL.
           MOVE WS-PRIMA-VAC-EXENTA   TO DET-PRIMA-VAC-EXENTA.
           MOVE RESULTADO             TO DET-PAGO-BRUTO.
           MOVE WS-DEDUCCION-IMPUESTO TO DET-DEDUCCION-IMPUESTO.
           MOVE ZERO                  TO DET-DEDUCCION-IMSS.
           MOVE ZERO                  TO DET-ISR-AJUSTE-CARGO.
           MOVE ZERO                  TO DET-ISR-AJUSTE-REINTEGRO.
           MOVE ZERO                  TO DET-RECUPERACION.
           MOVE ZERO                  TO DET-OTRAS-COUNT.
           PERFORM VARYING WS-OTRA-SUB FROM 1 BY 1
               UNTIL WS-OTRA-SUB > 5
               MOVE SPACE TO DET-OTRA-CODIGO (WS-OTRA-SUB)
               MOVE ZERO  TO DET-OTRA-MONTO (WS-OTRA-SUB)
           END-PERFORM.
           MOVE ZERO                  TO DET-DEDUCCION-OTRAS.
           MOVE NET-PAY               TO DET-PAGO-NETO.
           WRITE PAY-DETAIL-RECORD.

           MOVE PAY-DETAIL-RECORD TO PAY-HISTORY-RECORD.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "ADVERTENCIA: ya existe historia de pago "
                       "del empleado " EMP-ID " en el periodo "
                       WS-PERIODO-ACTUAL
           END-WRITE.
           IF WS-HPA-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no se pudo guardar la historia "
                   "de pago del bono de " EMP-ID ", codigo: "
                   WS-HPA-FILE-STATUS
           END-IF.

           MOVE EMP-ID            TO RES-EMP-ID.
           MOVE WS-PERIODO-ACTUAL TO RES-PERIODO.
           MOVE NET-PAY           TO RES-NET-PAY.
           WRITE PAYROLL-RESULT-RECORD.

       ACTUALIZAR-YTD.
           MOVE EMP-ID         TO YTD-EMP-ID.
           MOVE WS-ANIO-ACTUAL TO YTD-YEAR.
           READ YTD-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-YTD-FILE-STATUS = "00"
               MOVE WS-PERIODO-ACTUAL TO YTD-ULT-PERIODO
               ADD RESULTADO          TO YTD-GROSS-TOTAL
               ADD WS-DEDUCCION-IMPUESTO TO YTD-DEDUCTIONS-TOTAL
               ADD WS-DEDUCCION-IMPUESTO TO YTD-TAX-TOTAL
               ADD NET-PAY            TO YTD-NET-TOTAL
               REWRITE YTD-RECORD
           ELSE
               MOVE EMP-ID            TO YTD-EMP-ID
               MOVE WS-ANIO-ACTUAL    TO YTD-YEAR
               MOVE WS-PERIODO-ACTUAL TO YTD-ULT-PERIODO
               MOVE RESULTADO         TO YTD-GROSS-TOTAL
               MOVE WS-DEDUCCION-IMPUESTO TO YTD-DEDUCTIONS-TOTAL
               MOVE WS-DEDUCCION-IMPUESTO TO YTD-TAX-TOTAL
               MOVE ZERO              TO YTD-IMSS-TOTAL
               MOVE NET-PAY           TO YTD-NET-TOTAL
               WRITE YTD-RECORD
           END-IF.
           IF WS-YTD-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no se pudo acumular el YTD del "
                   "empleado " EMP-ID ", codigo: " WS-YTD-FILE-STATUS
           END-IF.

       ESCRIBIR-LINEA-REGISTRO.
           MOVE EMP-ID                TO AGU-DET-EMP-ID.
           MOVE EMP-NAME              TO AGU-DET-NOMBRE.
           IF EMP-FECHA-INGRESO NUMERIC
               MOVE EMP-FECHA-INGRESO TO AGU-DET-INGRESO
           ELSE
               MOVE ZERO              TO AGU-DET-INGRESO
           END-IF.
           MOVE WS-DIAS-TRABAJADOS    TO AGU-DET-DIAS.
           IF WS-BONO-VALIDO = "S"
               MOVE WS-PAGO-AGUINALDO     TO AGU-DET-AGUINALDO
               MOVE WS-HORAS-VAC-ANIO     TO AGU-DET-HORAS-VAC
               MOVE WS-PRIMA-VACACIONAL   TO AGU-DET-PRIMA
               MOVE WS-MONTO-EXENTO       TO AGU-DET-EXENTO
               MOVE WS-DEDUCCION-IMPUESTO TO AGU-DET-IMPUESTO
               MOVE NET-PAY               TO AGU-DET-NETO
           ELSE
               MOVE ZERO TO AGU-DET-AGUINALDO
               MOVE WS-HORAS-VAC-ANIO     TO AGU-DET-HORAS-VAC
               MOVE ZERO TO AGU-DET-PRIMA
               MOVE ZERO TO AGU-DET-EXENTO
               MOVE ZERO TO AGU-DET-IMPUESTO
               MOVE ZERO TO AGU-DET-NETO
           END-IF.
           MOVE WS-OBSERVACION        TO AGU-DET-OBSERVACION.
           MOVE AGU-LINE-DETALLE TO AGU-PRINT-LINE.
           WRITE AGU-PRINT-LINE.

       ESCRIBIR-TOTALES.
           MOVE WS-CONTADOR-PAGADOS    TO AGU-CTL-EMPLEADOS.
           MOVE WS-TOTAL-AGUINALDO     TO AGU-CTL-AGUINALDO.
           MOVE WS-TOTAL-PRIMA         TO AGU-CTL-PRIMA.
           MOVE WS-TOTAL-IMPUESTO      TO AGU-CTL-IMPUESTO.
           MOVE WS-TOTAL-NETO          TO AGU-CTL-NETO.
           MOVE AGU-LINE-CONTROL TO AGU-PRINT-LINE.
           WRITE AGU-PRINT-LINE.
           MOVE WS-CONTADOR-YA-PAGADOS  TO AGU-CTL-YA-PAGADOS.
           MOVE WS-CONTADOR-ERRORES     TO AGU-CTL-ERRORES.
           MOVE WS-CONTADOR-SIN-INGRESO TO AGU-CTL-SIN-INGRESO.
           MOVE AGU-LINE-CONTROL-2 TO AGU-PRINT-LINE.
           WRITE AGU-PRINT-LINE.
           MOVE SPACE TO AGU-PRINT-LINE.
           WRITE AGU-PRINT-LINE.
           MOVE AGU-LINE-FIRMA TO AGU-PRINT-LINE.
           WRITE AGU-PRINT-LINE.

       RESTATAR-CONTROL.
      *    Igual que 16_finiquito: el registro de fin del periodo se
      *    reexpresa con el bono incluido para que 08_poliza_contable
      *    siga amarrando.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CONTROL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF CTRL-TIPO = "E"
                               AND CTRL-PERIODO = WS-PERIODO-ACTUAL
                               MOVE "S" TO WS-CONTROL-HALLADO
                               MOVE CTRL-CONTADOR
                                   TO WS-CONTROL-COUNT
                               MOVE CTRL-TOTAL-BRUTO
                                   TO WS-CONTROL-TOTAL
                               MOVE CTRL-MODO TO WS-CONTROL-MODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

           OPEN EXTEND CONTROL-FILE.
           IF WS-CTL-FILE-STATUS = "35"
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           ADD WS-CONTADOR-PAGADOS TO WS-CONTROL-COUNT.
           ADD WS-TOTAL-BRUTO      TO WS-CONTROL-TOTAL.
           MOVE "E" TO CTRL-TIPO.
           IF WS-CONTROL-HALLADO = "S"
               MOVE WS-CONTROL-MODO TO CTRL-MODO
           ELSE
               MOVE "N" TO CTRL-MODO
           END-IF.
           MOVE WS-PERIODO-ACTUAL TO CTRL-PERIODO.
           MOVE WS-CONTROL-COUNT  TO CTRL-CONTADOR.
           MOVE WS-CONTROL-TOTAL  TO CTRL-TOTAL-BRUTO.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
       END PROGRAM 22_aguinaldo.
