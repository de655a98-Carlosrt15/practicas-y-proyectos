      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end payroll accrual. For the month given (AAAAMM)
      *          finds the pay periods of the calendar (CALPER), of
      *          either pay group, that start on or before the last day
      *          of the month and end after it, and estimates for each
      *          active employee of the period's group the wages earned
      *          in the month but not yet paid: the regular pay of the
      *          employee's last period paid on PAGOHIS (without
      *          aguinaldo or vacation premium) prorated by calendar
      *          days, charged to departments the way that pay was
      *          distributed on DISTLAB. Employees with no history are
      *          estimated from their rate and standard hours. Writes
      *          the accrual (expense debit per department, credit to
      *          accrued wages "2400") dated the last day of the month
      *          and its reversal dated the first day of the next month
      *          in the posting layout (file POLPROV), and a report by
      *          department and period that, once the period is paid,
      *          ties the accrual back to the part of the actual pay
      *          that fell in the month. Mode "S" only prints the
      *          report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 31_provision_nomina.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD-FILE ASSIGN TO "CALPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAGOHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HPA-KEY
               FILE STATUS IS WS-HPA-FILE-STATUS.

           SELECT LABOR-DISTRIBUTION-FILE ASSIGN TO "DISTLAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-KEY
               FILE STATUS IS WS-DIS-FILE-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEP-FILE-STATUS.

           SELECT ACCRUAL-POSTING-FILE ASSIGN TO "POLPROV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-FILE-STATUS.

           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "REPPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD-FILE.
       COPY PERIODO.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREG.

       FD  PAY-HISTORY-FILE.
       COPY HISPAG.

       FD  LABOR-DISTRIBUTION-FILE.
       COPY DISLAB.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREG.

       FD  ACCRUAL-POSTING-FILE.
       COPY POLIZA.

       FD  ACCRUAL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRV-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PER-FILE-STATUS      PIC X(2).
       01  WS-EMP-FILE-STATUS      PIC X(2).
       01  WS-HPA-FILE-STATUS      PIC X(2).
       01  WS-DIS-FILE-STATUS      PIC X(2).
       01  WS-DEP-FILE-STATUS      PIC X(2).
       01  WS-POL-FILE-STATUS      PIC X(2).
       01  WS-REP-FILE-STATUS      PIC X(2).
       01  WS-HISTORIA-ACTIVA      PIC X(1)    VALUE "N".
       01  WS-DISTRIBUCION-ACTIVA  PIC X(1)    VALUE "N".
       01  WS-DEPTOS-ACTIVOS       PIC X(1)    VALUE "N".

       01  WS-PARAMETROS.
           05  WS-PARAM-MES        PIC 9(6).
      *        Mes que se cierra, AAAAMM.
           05  FILLER              PIC X(1).
           05  WS-PARAM-MODO       PIC X(1).
      *        "S" = simulacion (solo el reporte, sin POLPROV);
      *        otro valor = provision definitiva.
       01  WS-ANIO-CIERRE          PIC 9(4).
       01  WS-MES-CIERRE           PIC 9(2).
       01  WS-FECHA-CIERRE         PIC 9(8).
       01  WS-FECHA-REVERSION      PIC 9(8).
       01  WS-DIA-CIERRE           PIC 9(7).
       01  WS-CUENTA-PROVISION     PIC X(4)    VALUE "2400".
       01  WS-DIAS-SEMANAL         PIC 9(3)    VALUE 7.
       01  WS-DIAS-QUINCENAL       PIC 9(3)    VALUE 15.

       01  WS-FIN-PERIODOS         PIC X(1)    VALUE "N".
       01  WS-FIN-EMPLEADOS        PIC X(1)    VALUE "N".
       01  WS-FIN-HISTORIA         PIC X(1).
       01  WS-FIN-DISTRIBUCION     PIC X(1).
       01  WS-GRUPO-EMPLEADO       PIC X(1).
       01  WS-PERIODO-POS          PIC 9(2).

      *    Ultimo pago de nomina regular anterior al periodo abierto.
       01  WS-ULT-ENCONTRADO       PIC X(1).
       01  WS-ULT-PERIODO          PIC 9(6).
       01  WS-ULT-BRUTO            PIC 9(6)V99.
       01  WS-ULT-BASE             PIC 9(6)V99.
       01  WS-ULT-DIAS             PIC 9(3).

      *    Importe que se reparte por departamento y pago de DISTLAB
      *    que lo respalda.
       01  WS-REP-EMP-ID           PIC 9(6).
       01  WS-REP-PERIODO          PIC 9(6).
       01  WS-REP-BRUTO            PIC 9(6)V99.
       01  WS-REP-IMPORTE          PIC 9(7)V99.
       01  WS-REP-TIPO             PIC X(1).
      *        "P" = provision estimada, "R" = pago real del periodo.
       01  WS-DIS-SUMA-PAGO        PIC 9(7)V99.
       01  WS-DIS-RESTO-POS        PIC 9(2).
       01  WS-RESTO                PIC S9(7)V99.
       01  WS-PARTE                PIC S9(7)V99.
       01  WS-DEPTO-BUSCADO        PIC X(4).
       01  WS-RENGLON-POS          PIC 9(3).

       01  WS-TOTAL-EMPLEADOS      PIC 9(5)    VALUE ZERO.
       01  WS-TOTAL-PROVISION      PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-PAGADO         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-DIFERENCIA     PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-CARGOS         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-ABONOS         PIC 9(9)V99 VALUE ZERO.
       01  WS-DIFERENCIA           PIC S9(9)V99.

      *    Periodos del calendario que cruzan el fin de mes: dias del
      *    periodo, dias que caen en el mes y si ya hay pagos suyos.
       01  WS-TABLA-PERIODOS-COUNT PIC 9(2)    VALUE ZERO.
       01  WS-TABLA-PERIODOS.
           05  WS-PERIODO          OCCURS 10 TIMES
                                    INDEXED BY WS-PERIODO-IDX.
               10  WS-PERIODO-ID       PIC 9(6).
               10  WS-PERIODO-GRUPO    PIC X(1).
               10  WS-PERIODO-DIAS     PIC 9(3).
               10  WS-PERIODO-DIAS-MES PIC 9(3).
               10  WS-PERIODO-PAGADO   PIC X(1).
               10  WS-PERIODO-TOTAL    PIC 9(9)V99.

      *    Renglones de DISTLAB del pago que se reparte.
       01  WS-TABLA-DIST-COUNT     PIC 9(2)    VALUE ZERO.
       01  WS-TABLA-DIST.
           05  WS-DIST             OCCURS 11 TIMES
                                    INDEXED BY WS-DIST-IDX.
               10  WS-DIST-DEPTO       PIC X(4).
               10  WS-DIST-DEPTO-BASE  PIC X(4).
               10  WS-DIST-PAGO        PIC 9(6)V99.

      *    Provision y pago real por departamento y periodo.
       01  WS-TABLA-RENGLONES-COUNT PIC 9(3)   VALUE ZERO.
       01  WS-TABLA-RENGLONES.
           05  WS-RENGLON          OCCURS 200 TIMES
                                    INDEXED BY WS-RENGLON-IDX.
               10  WS-RENGLON-DEPTO     PIC X(4).
               10  WS-RENGLON-PERIODO   PIC 9(2).
               10  WS-RENGLON-EMPLEADOS PIC 9(5).
               10  WS-RENGLON-PROVISION PIC 9(9)V99.
               10  WS-RENGLON-PAGADO    PIC 9(9)V99.

       COPY REPPRV.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARAMETROS FROM COMMAND-LINE.
           IF WS-PARAM-MES NOT NUMERIC
               DISPLAY "Debe indicarse el mes a provisionar (AAAAMM)"
               STOP RUN
           END-IF.
           COMPUTE WS-ANIO-CIERRE = WS-PARAM-MES / 100.
           COMPUTE WS-MES-CIERRE =
               WS-PARAM-MES - WS-ANIO-CIERRE * 100.
           IF WS-ANIO-CIERRE < 1900
               OR WS-MES-CIERRE < 1 OR WS-MES-CIERRE > 12
               DISPLAY "Mes invalido: " WS-PARAM-MES
                   "; debe ser AAAAMM"
               STOP RUN
           END-IF.
           IF WS-PARAM-MODO NOT = "S"
               MOVE "N" TO WS-PARAM-MODO
           END-IF.

      *    La reversion va el primer dia del mes siguiente y la
      *    provision el dia anterior.
           IF WS-MES-CIERRE = 12
               COMPUTE WS-FECHA-REVERSION =
                   (WS-ANIO-CIERRE + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FECHA-REVERSION =
                   WS-ANIO-CIERRE * 10000 + (WS-MES-CIERRE + 1) * 100
                   + 1
           END-IF.
           COMPUTE WS-DIA-CIERRE =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-REVERSION) - 1.
           COMPUTE WS-FECHA-CIERRE =
               FUNCTION DATE-OF-INTEGER (WS-DIA-CIERRE).

           IF WS-PARAM-MODO = "S"
               DISPLAY "Corrida de simulacion; no se escribe POLPROV"
           END-IF.

           PERFORM CARGAR-PERIODOS.
           IF WS-TABLA-PERIODOS-COUNT = ZERO
               DISPLAY "Ningun periodo del calendario cruza el "
                   WS-FECHA-CIERRE "; no hay nada que provisionar"
           ELSE
               PERFORM PROVISIONAR-EMPLEADOS
           END-IF.

           PERFORM ESCRIBIR-ASIENTOS.
           PERFORM ESCRIBIR-REPORTE.

           CLOSE PAY-PERIOD-FILE.

           DISPLAY "Provision al " WS-FECHA-CIERRE ": "
               WS-TOTAL-EMPLEADOS " empleados, " WS-TOTAL-PROVISION
               " provisionado".
           IF WS-TOTAL-CARGOS NOT = WS-TOTAL-ABONOS
               DISPLAY "ERROR: asientos de provision descuadrados; "
                   "cargos " WS-TOTAL-CARGOS " abonos "
                   WS-TOTAL-ABONOS
           END-IF.

           STOP RUN.

       CARGAR-PERIODOS.
      *    El calendario queda abierto para leer los dias del ultimo
      *    periodo pagado de cada empleado.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PER-FILE-STATUS NOT = "00"
               DISPLAY "No se puede abrir el calendario de periodos "
                   "CALPER, codigo: " WS-PER-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE ZERO TO PER-ID.
           START PAY-PERIOD-FILE KEY >= PER-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-PERIODOS
           END-START.
           PERFORM UNTIL WS-FIN-PERIODOS = "S"
               READ PAY-PERIOD-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PERIODOS
                   NOT AT END
                       IF PER-FECHA-INICIO <= WS-FECHA-CIERRE
                           AND PER-FECHA-FIN > WS-FECHA-CIERRE
                           PERFORM GUARDAR-PERIODO
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-PERIODO.
           IF WS-TABLA-PERIODOS-COUNT >= 10
               DISPLAY "Tabla de periodos llena; el periodo " PER-ID
                   " no se provisiona"
           ELSE
               ADD 1 TO WS-TABLA-PERIODOS-COUNT
               SET WS-PERIODO-IDX TO WS-TABLA-PERIODOS-COUNT
               INITIALIZE WS-PERIODO (WS-PERIODO-IDX)
               MOVE PER-ID TO WS-PERIODO-ID (WS-PERIODO-IDX)
               IF PER-GRUPO-PAGO = "S"
                   MOVE "S" TO WS-PERIODO-GRUPO (WS-PERIODO-IDX)
               ELSE
                   MOVE "Q" TO WS-PERIODO-GRUPO (WS-PERIODO-IDX)
               END-IF
               COMPUTE WS-PERIODO-DIAS (WS-PERIODO-IDX) =
                   FUNCTION INTEGER-OF-DATE (PER-FECHA-FIN)
                   - FUNCTION INTEGER-OF-DATE (PER-FECHA-INICIO) + 1
               COMPUTE WS-PERIODO-DIAS-MES (WS-PERIODO-IDX) =
                   WS-DIA-CIERRE
                   - FUNCTION INTEGER-OF-DATE (PER-FECHA-INICIO) + 1
               MOVE "N" TO WS-PERIODO-PAGADO (WS-PERIODO-IDX)
               DISPLAY "Periodo " PER-ID " grupo "
                   WS-PERIODO-GRUPO (WS-PERIODO-IDX) ": "
                   WS-PERIODO-DIAS-MES (WS-PERIODO-IDX) " de "
                   WS-PERIODO-DIAS (WS-PERIODO-IDX)
                   " dias caen en el mes"
           END-IF.

       PROVISIONAR-EMPLEADOS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "No se puede abrir el maestro de empleados, "
                   "codigo: " WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HPA-FILE-STATUS = "00"
               MOVE "S" TO WS-HISTORIA-ACTIVA
           ELSE
               DISPLAY "ADVERTENCIA: no hay historia de pagos "
                   "PAGOHIS; todo se estima con la tarifa del maestro"
           END-IF.
           OPEN INPUT LABOR-DISTRIBUTION-FILE.
           IF WS-DIS-FILE-STATUS = "00"
               MOVE "S" TO WS-DISTRIBUCION-ACTIVA
           ELSE
               DISPLAY "ADVERTENCIA: no hay distribucion laboral "
                   "DISTLAB; cada importe va al departamento del "
                   "empleado"
           END-IF.

           MOVE ZERO TO EMP-ID.
           START EMPLOYEE-MASTER-FILE KEY >= EMP-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-EMPLEADOS
           END-START.
           PERFORM UNTIL WS-FIN-EMPLEADOS = "S"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-EMPLEADOS
                   NOT AT END
                       PERFORM PROVISIONAR-UN-EMPLEADO
               END-READ
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-HISTORIA-ACTIVA = "S"
               CLOSE PAY-HISTORY-FILE
           END-IF.
           IF WS-DISTRIBUCION-ACTIVA = "S"
               CLOSE LABOR-DISTRIBUTION-FILE
           END-IF.

       PROVISIONAR-UN-EMPLEADO.
           IF EMP-GRUPO-PAGO = "S"
               MOVE "S" TO WS-GRUPO-EMPLEADO
           ELSE
               MOVE "Q" TO WS-GRUPO-EMPLEADO
           END-IF.
           PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
               UNTIL WS-PERIODO-IDX > WS-TABLA-PERIODOS-COUNT
               IF WS-PERIODO-GRUPO (WS-PERIODO-IDX) = WS-GRUPO-EMPLEADO
                   SET WS-PERIODO-POS TO WS-PERIODO-IDX
                   IF EMP-STATUS NOT = "I"
                       AND EMP-FECHA-INGRESO <= WS-FECHA-CIERRE
                       PERFORM ESTIMAR-PROVISION
                   END-IF
                   PERFORM AMARRAR-PAGO-REAL
               END-IF
           END-PERFORM.

       ESTIMAR-PROVISION.
      *    La provision sale del ultimo pago de nomina regular antes
      *    del periodo abierto, asi se reproduce igual aunque el
      *    periodo ya se haya pagado.
           PERFORM BUSCAR-ULTIMO-PAGO.
           MOVE EMP-ID TO WS-REP-EMP-ID.
           MOVE "P" TO WS-REP-TIPO.
           IF WS-ULT-ENCONTRADO = "S"
               MOVE WS-ULT-PERIODO TO WS-REP-PERIODO
               MOVE WS-ULT-BRUTO   TO WS-REP-BRUTO
               COMPUTE WS-REP-IMPORTE ROUNDED =
                   WS-ULT-BASE * WS-PERIODO-DIAS-MES (WS-PERIODO-POS)
                   / WS-ULT-DIAS
           ELSE
               MOVE ZERO TO WS-REP-PERIODO
               MOVE ZERO TO WS-REP-BRUTO
               COMPUTE WS-REP-IMPORTE ROUNDED =
                   EMP-PAY-RATE * EMP-STD-HOURS
                   * WS-PERIODO-DIAS-MES (WS-PERIODO-POS)
                   / WS-PERIODO-DIAS (WS-PERIODO-POS)
           END-IF.
           IF WS-REP-IMPORTE > ZERO
               MOVE EMP-DEPT TO WS-DEPTO-BUSCADO
               PERFORM BUSCAR-RENGLON
               IF WS-RENGLON-POS > ZERO
                   ADD 1 TO WS-RENGLON-EMPLEADOS (WS-RENGLON-POS)
               END-IF
               ADD 1 TO WS-TOTAL-EMPLEADOS
               PERFORM REPARTIR-IMPORTE
           END-IF.

       BUSCAR-ULTIMO-PAGO.
           MOVE "N" TO WS-ULT-ENCONTRADO.
           IF WS-HISTORIA-ACTIVA = "S"
               MOVE EMP-ID TO HPA-EMP-ID
               MOVE ZERO   TO HPA-PERIODO
               MOVE "N" TO WS-FIN-HISTORIA
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
                               OR HPA-PERIODO >=
                                   WS-PERIODO-ID (WS-PERIODO-POS)
                               MOVE "S" TO WS-FIN-HISTORIA
                           ELSE
                               IF HPA-PAGO-REGULAR > ZERO
                                   MOVE "S" TO WS-ULT-ENCONTRADO
                                   MOVE HPA-PERIODO TO WS-ULT-PERIODO
                                   MOVE HPA-PAGO-BRUTO TO WS-ULT-BRUTO
                                   COMPUTE WS-ULT-BASE =
                                       HPA-PAGO-BRUTO
                                       - HPA-PAGO-AGUINALDO
                                       - HPA-PRIMA-VACACIONAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ULT-ENCONTRADO = "S"
               PERFORM LEER-DIAS-ULTIMO-PERIODO
           END-IF.

       LEER-DIAS-ULTIMO-PERIODO.
      *    Sin el periodo en el calendario se toman los dias normales
      *    del grupo de pago.
           IF WS-GRUPO-EMPLEADO = "S"
               MOVE WS-DIAS-SEMANAL TO WS-ULT-DIAS
           ELSE
               MOVE WS-DIAS-QUINCENAL TO WS-ULT-DIAS
           END-IF.
           MOVE WS-ULT-PERIODO TO PER-ID.
           READ PAY-PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-FECHA-FIN >= PER-FECHA-INICIO
                       COMPUTE WS-ULT-DIAS =
                           FUNCTION INTEGER-OF-DATE (PER-FECHA-FIN)
                           - FUNCTION INTEGER-OF-DATE
                               (PER-FECHA-INICIO) + 1
                   END-IF
           END-READ.

       AMARRAR-PAGO-REAL.
      *    Ya pagado el periodo, la parte del pago real que cae en el
      *    mes se reparte igual que la provision para compararlas.
           IF WS-HISTORIA-ACTIVA = "S"
               MOVE EMP-ID TO HPA-EMP-ID
               MOVE WS-PERIODO-ID (WS-PERIODO-POS) TO HPA-PERIODO
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SUMAR-PAGO-REAL
               END-READ
           END-IF.

       SUMAR-PAGO-REAL.
           MOVE "S" TO WS-PERIODO-PAGADO (WS-PERIODO-POS).
           MOVE EMP-ID         TO WS-REP-EMP-ID.
           MOVE HPA-PERIODO    TO WS-REP-PERIODO.
           MOVE HPA-PAGO-BRUTO TO WS-REP-BRUTO.
           MOVE "R" TO WS-REP-TIPO.
           COMPUTE WS-REP-IMPORTE ROUNDED =
               (HPA-PAGO-BRUTO - HPA-PAGO-AGUINALDO
                - HPA-PRIMA-VACACIONAL)
               * WS-PERIODO-DIAS-MES (WS-PERIODO-POS)
               / WS-PERIODO-DIAS (WS-PERIODO-POS).
           IF WS-REP-IMPORTE > ZERO
               PERFORM REPARTIR-IMPORTE
           END-IF.

       REPARTIR-IMPORTE.
      *    Solo un pago cuyos renglones de DISTLAB suman su bruto se
      *    reparte, en proporcion al pago de cada renglon; el renglon
      *    del departamento base (o el ultimo) se queda con los
      *    centavos de redondeo.
           PERFORM CARGAR-DISTRIBUCION.
           IF WS-TABLA-DIST-COUNT > ZERO
               AND WS-DIS-SUMA-PAGO = WS-REP-BRUTO
               AND WS-REP-BRUTO > ZERO
               MOVE WS-TABLA-DIST-COUNT TO WS-DIS-RESTO-POS
               PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-TABLA-DIST-COUNT
                   IF WS-DIST-DEPTO (WS-DIST-IDX) =
                       WS-DIST-DEPTO-BASE (WS-DIST-IDX)
                       SET WS-DIS-RESTO-POS TO WS-DIST-IDX
                   END-IF
               END-PERFORM
               MOVE WS-REP-IMPORTE TO WS-RESTO
               PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-TABLA-DIST-COUNT
                   IF WS-DIST-IDX NOT = WS-DIS-RESTO-POS
                       COMPUTE WS-PARTE ROUNDED =
                           WS-REP-IMPORTE * WS-DIST-PAGO (WS-DIST-IDX)
                           / WS-REP-BRUTO
                       SUBTRACT WS-PARTE FROM WS-RESTO
                       MOVE WS-DIST-DEPTO (WS-DIST-IDX)
                           TO WS-DEPTO-BUSCADO
                       PERFORM SUMAR-PARTE
                   END-IF
               END-PERFORM
               MOVE WS-DIST-DEPTO (WS-DIS-RESTO-POS) TO WS-DEPTO-BUSCADO
               MOVE WS-RESTO TO WS-PARTE
               PERFORM SUMAR-PARTE
           ELSE
               MOVE EMP-DEPT       TO WS-DEPTO-BUSCADO
               MOVE WS-REP-IMPORTE TO WS-PARTE
               PERFORM SUMAR-PARTE
           END-IF.

       CARGAR-DISTRIBUCION.
           MOVE ZERO TO WS-TABLA-DIST-COUNT.
           MOVE ZERO TO WS-DIS-SUMA-PAGO.
           IF WS-DISTRIBUCION-ACTIVA = "S"
               AND WS-REP-PERIODO NOT = ZERO
               MOVE WS-REP-EMP-ID  TO DIS-EMP-ID
               MOVE WS-REP-PERIODO TO DIS-PERIODO
               MOVE LOW-VALUES     TO DIS-DEPTO
               MOVE "N" TO WS-FIN-DISTRIBUCION
               START LABOR-DISTRIBUTION-FILE KEY >= DIS-KEY
                   INVALID KEY
                       MOVE "S" TO WS-FIN-DISTRIBUCION
               END-START
               PERFORM UNTIL WS-FIN-DISTRIBUCION = "S"
                   READ LABOR-DISTRIBUTION-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-DISTRIBUCION
                       NOT AT END
                           IF DIS-EMP-ID NOT = WS-REP-EMP-ID
                               OR DIS-PERIODO NOT = WS-REP-PERIODO
                               MOVE "S" TO WS-FIN-DISTRIBUCION
                           ELSE
                               PERFORM GUARDAR-RENGLON-DISTRIBUCION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GUARDAR-RENGLON-DISTRIBUCION.
           IF WS-TABLA-DIST-COUNT >= 11
               MOVE ZERO TO WS-TABLA-DIST-COUNT
               MOVE "S" TO WS-FIN-DISTRIBUCION
           ELSE
               ADD 1 TO WS-TABLA-DIST-COUNT
               SET WS-DIST-IDX TO WS-TABLA-DIST-COUNT
               MOVE DIS-DEPTO      TO WS-DIST-DEPTO (WS-DIST-IDX)
               MOVE DIS-DEPTO-BASE TO WS-DIST-DEPTO-BASE (WS-DIST-IDX)
               MOVE DIS-PAGO       TO WS-DIST-PAGO (WS-DIST-IDX)
               ADD DIS-PAGO TO WS-DIS-SUMA-PAGO
           END-IF.

       SUMAR-PARTE.
           PERFORM BUSCAR-RENGLON.
           IF WS-RENGLON-POS > ZERO
               IF WS-REP-TIPO = "P"
                   ADD WS-PARTE TO WS-RENGLON-PROVISION (WS-RENGLON-POS)
                   ADD WS-PARTE TO WS-TOTAL-PROVISION
                   ADD WS-PARTE TO WS-PERIODO-TOTAL (WS-PERIODO-POS)
               ELSE
                   ADD WS-PARTE TO WS-RENGLON-PAGADO (WS-RENGLON-POS)
                   ADD WS-PARTE TO WS-TOTAL-PAGADO
               END-IF
           END-IF.

       BUSCAR-RENGLON.
      *    Deja WS-RENGLON-POS en el renglon de WS-DEPTO-BUSCADO y el
      *    periodo en curso, que se agrega si no existe; cero si la
      *    tabla esta llena.
           MOVE ZERO TO WS-RENGLON-POS.
           PERFORM VARYING WS-RENGLON-IDX FROM 1 BY 1
               UNTIL WS-RENGLON-IDX > WS-TABLA-RENGLONES-COUNT
               IF WS-RENGLON-DEPTO (WS-RENGLON-IDX) = WS-DEPTO-BUSCADO
                   AND WS-RENGLON-PERIODO (WS-RENGLON-IDX) =
                       WS-PERIODO-POS
                   SET WS-RENGLON-POS TO WS-RENGLON-IDX
                   SET WS-RENGLON-IDX TO WS-TABLA-RENGLONES-COUNT
               END-IF
           END-PERFORM.
           IF WS-RENGLON-POS = ZERO
               IF WS-TABLA-RENGLONES-COUNT >= 200
                   DISPLAY "Tabla de departamentos llena; el "
                       "departamento " WS-DEPTO-BUSCADO
                       " no se provisiona"
               ELSE
                   ADD 1 TO WS-TABLA-RENGLONES-COUNT
                   MOVE WS-TABLA-RENGLONES-COUNT TO WS-RENGLON-POS
                   INITIALIZE WS-RENGLON (WS-RENGLON-POS)
                   MOVE WS-DEPTO-BUSCADO
                       TO WS-RENGLON-DEPTO (WS-RENGLON-POS)
                   MOVE WS-PERIODO-POS
                       TO WS-RENGLON-PERIODO (WS-RENGLON-POS)
               END-IF
           END-IF.

       ESCRIBIR-ASIENTOS.
      *    Provision: cargo al gasto de cada departamento y abono a
      *    sueldos por pagar por periodo, con fecha de fin de mes.
      *    Reversion: los mismos importes al reves, con fecha del
      *    primero del mes siguiente. En simulacion solo se cuadran.
           IF WS-PARAM-MODO NOT = "S"
               OPEN OUTPUT ACCRUAL-POSTING-FILE
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEP-FILE-STATUS = "00"
               MOVE "S" TO WS-DEPTOS-ACTIVOS
           ELSE
               DISPLAY "ADVERTENCIA: no hay maestro de departamentos "
                   "DEPMAST; los cargos de sueldos van a la cuenta "
                   "5100"
           END-IF.

           MOVE WS-FECHA-CIERRE TO POL-FECHA.
           PERFORM VARYING WS-RENGLON-IDX FROM 1 BY 1
               UNTIL WS-RENGLON-IDX > WS-TABLA-RENGLONES-COUNT
               IF WS-RENGLON-PROVISION (WS-RENGLON-IDX) > ZERO
                   PERFORM BUSCAR-CUENTA-DEPTO
                   MOVE WS-RENGLON-PROVISION (WS-RENGLON-IDX)
                       TO POL-DEBE
                   MOVE ZERO TO POL-HABER
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
               UNTIL WS-PERIODO-IDX > WS-TABLA-PERIODOS-COUNT
               IF WS-PERIODO-TOTAL (WS-PERIODO-IDX) > ZERO
                   MOVE WS-PERIODO-ID (WS-PERIODO-IDX) TO POL-PERIODO
                   MOVE WS-CUENTA-PROVISION TO POL-CUENTA
                   MOVE SPACE TO POL-DEPT
                   MOVE ZERO  TO POL-DEBE
                   MOVE WS-PERIODO-TOTAL (WS-PERIODO-IDX) TO POL-HABER
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
           END-PERFORM.

           MOVE WS-FECHA-REVERSION TO POL-FECHA.
           PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
               UNTIL WS-PERIODO-IDX > WS-TABLA-PERIODOS-COUNT
               IF WS-PERIODO-TOTAL (WS-PERIODO-IDX) > ZERO
                   MOVE WS-PERIODO-ID (WS-PERIODO-IDX) TO POL-PERIODO
                   MOVE WS-CUENTA-PROVISION TO POL-CUENTA
                   MOVE SPACE TO POL-DEPT
                   MOVE WS-PERIODO-TOTAL (WS-PERIODO-IDX) TO POL-DEBE
                   MOVE ZERO  TO POL-HABER
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RENGLON-IDX FROM 1 BY 1
               UNTIL WS-RENGLON-IDX > WS-TABLA-RENGLONES-COUNT
               IF WS-RENGLON-PROVISION (WS-RENGLON-IDX) > ZERO
                   PERFORM BUSCAR-CUENTA-DEPTO
                   MOVE ZERO TO POL-DEBE
                   MOVE WS-RENGLON-PROVISION (WS-RENGLON-IDX)
                       TO POL-HABER
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
           END-PERFORM.

           IF WS-DEPTOS-ACTIVOS = "S"
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.
           IF WS-PARAM-MODO NOT = "S"
               CLOSE ACCRUAL-POSTING-FILE
           END-IF.

       BUSCAR-CUENTA-DEPTO.
           SET WS-PERIODO-IDX TO WS-RENGLON-PERIODO (WS-RENGLON-IDX).
           MOVE WS-PERIODO-ID (WS-PERIODO-IDX) TO POL-PERIODO.
           MOVE WS-RENGLON-DEPTO (WS-RENGLON-IDX) TO POL-DEPT.
           MOVE "5100" TO POL-CUENTA.
           IF WS-DEPTOS-ACTIVOS = "S"
               MOVE WS-RENGLON-DEPTO (WS-RENGLON-IDX) TO DEP-CODIGO
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "El departamento "
                           WS-RENGLON-DEPTO (WS-RENGLON-IDX)
                           " no esta en el maestro; su cargo va a "
                           "la cuenta 5100"
               END-READ
               IF WS-DEP-FILE-STATUS = "00"
                   MOVE DEP-CUENTA-GASTO TO POL-CUENTA
               END-IF
           END-IF.

       ESCRIBIR-ASIENTO.
           ADD POL-DEBE  TO WS-TOTAL-CARGOS.
           ADD POL-HABER TO WS-TOTAL-ABONOS.
           IF WS-PARAM-MODO NOT = "S"
               WRITE GL-POSTING-RECORD
           END-IF.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT ACCRUAL-REPORT-FILE.
           MOVE WS-FECHA-CIERRE    TO PRV-TIT-CIERRE.
           MOVE WS-FECHA-REVERSION TO PRV-TIT-REVERSION.
           IF WS-PARAM-MODO = "S"
               MOVE "SIMULACION" TO PRV-TIT-MODO
           ELSE
               MOVE "DEFINITIVA" TO PRV-TIT-MODO
           END-IF.
           MOVE PRV-LINE-TITULO TO PRV-PRINT-LINE.
           WRITE PRV-PRINT-LINE.
           MOVE PRV-LINE-HEADING TO PRV-PRINT-LINE.
           WRITE PRV-PRINT-LINE.

           PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
               UNTIL WS-PERIODO-IDX > WS-TABLA-PERIODOS-COUNT
               PERFORM VARYING WS-RENGLON-IDX FROM 1 BY 1
                   UNTIL WS-RENGLON-IDX > WS-TABLA-RENGLONES-COUNT
                   IF WS-RENGLON-PERIODO (WS-RENGLON-IDX) =
                       WS-PERIODO-IDX
                       PERFORM ESCRIBIR-RENGLON
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE WS-TOTAL-PROVISION  TO PRV-CTL-PROVISION.
           MOVE WS-TOTAL-PAGADO     TO PRV-CTL-PAGADO.
           MOVE WS-TOTAL-DIFERENCIA TO PRV-CTL-DIFERENCIA.
           MOVE PRV-LINE-CONTROL TO PRV-PRINT-LINE.
           WRITE PRV-PRINT-LINE.
           MOVE WS-TOTAL-CARGOS TO PRV-CUA-CARGOS.
           MOVE WS-TOTAL-ABONOS TO PRV-CUA-ABONOS.
           COMPUTE PRV-CUA-DIFERENCIA =
               WS-TOTAL-CARGOS - WS-TOTAL-ABONOS.
           MOVE PRV-LINE-CUADRE TO PRV-PRINT-LINE.
           WRITE PRV-PRINT-LINE.
           CLOSE ACCRUAL-REPORT-FILE.

       ESCRIBIR-RENGLON.
      *    La diferencia solo se calcula cuando el periodo ya se pago.
           MOVE WS-RENGLON-DEPTO (WS-RENGLON-IDX) TO PRV-DET-DEPTO.
           MOVE WS-PERIODO-ID (WS-PERIODO-IDX)    TO PRV-DET-PERIODO.
           MOVE WS-PERIODO-GRUPO (WS-PERIODO-IDX) TO PRV-DET-GRUPO.
           MOVE WS-RENGLON-EMPLEADOS (WS-RENGLON-IDX)
               TO PRV-DET-EMPLEADOS.
           MOVE WS-PERIODO-DIAS-MES (WS-PERIODO-IDX) TO PRV-DET-DIAS.
           MOVE WS-RENGLON-PROVISION (WS-RENGLON-IDX)
               TO PRV-DET-PROVISION.
           MOVE WS-RENGLON-PAGADO (WS-RENGLON-IDX) TO PRV-DET-PAGADO.
           IF WS-PERIODO-PAGADO (WS-PERIODO-IDX) = "S"
               COMPUTE WS-DIFERENCIA =
                   WS-RENGLON-PAGADO (WS-RENGLON-IDX)
                   - WS-RENGLON-PROVISION (WS-RENGLON-IDX)
               ADD WS-DIFERENCIA TO WS-TOTAL-DIFERENCIA
               MOVE "PAGADO" TO PRV-DET-ESTADO
           ELSE
               MOVE ZERO TO WS-DIFERENCIA
               MOVE "PENDIENTE" TO PRV-DET-ESTADO
           END-IF.
           MOVE WS-DIFERENCIA TO PRV-DET-DIFERENCIA.
           MOVE PRV-LINE-DETALLE TO PRV-PRINT-LINE.
           WRITE PRV-PRINT-LINE.
       END PROGRAM 31_provision_nomina.
