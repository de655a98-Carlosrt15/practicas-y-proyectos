      ******************************************************************
      * Author:
      * Date:
      * Purpose: Department budget versus actual report for a month
      *          and the year to date: budgeted headcount, regular
      *          pay and overtime pay from the budget file (PRESUP)
      *          against what was actually paid on the permanent pay
      *          history (PAGOHIS) in the pay periods of the calendar
      *          (CALPER) that end in each month, with the variance
      *          in amount and percent and an alert when a variance
      *          passes the tolerance given (10% when omitted).
      *          Actual pay follows the labor-distribution rows
      *          (DISTLAB) to the departments that used the hours;
      *          actual headcount is the employees paid in the month
      *          by home department.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 30_presupuesto_vs_real.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "PRESUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS WS-PRE-FILE-STATUS.

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

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT LABOR-DISTRIBUTION-FILE ASSIGN TO "DISTLAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-KEY
               FILE STATUS IS WS-DIS-FILE-STATUS.

           SELECT BUDGET-REPORT-FILE ASSIGN TO "REPPRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY PRESUP.

       FD  PAY-PERIOD-FILE.
       COPY PERIODO.

       FD  PAY-HISTORY-FILE.
       COPY HISPAG.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREG.

       FD  LABOR-DISTRIBUTION-FILE.
       COPY DISLAB.

       FD  BUDGET-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRE-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRE-FILE-STATUS      PIC X(2).
       01  WS-PER-FILE-STATUS      PIC X(2).
       01  WS-HPA-FILE-STATUS      PIC X(2).
       01  WS-EMP-FILE-STATUS      PIC X(2).
       01  WS-DIS-FILE-STATUS      PIC X(2).
       01  WS-REP-FILE-STATUS      PIC X(2).
       01  WS-PRESUPUESTO-ACTIVO   PIC X(1)    VALUE "N".
       01  WS-HISTORIA-ACTIVA      PIC X(1)    VALUE "N".
       01  WS-EMPLEADOS-ACTIVOS    PIC X(1)    VALUE "N".
       01  WS-DISTRIBUCION-ACTIVA  PIC X(1)    VALUE "N".

       01  WS-PARAMETROS.
           05  WS-PARAM-MES        PIC 9(6).
      *        Mes a reportar, AAAAMM.
           05  FILLER              PIC X(1).
           05  WS-PARAM-TOLERANCIA PIC 9(3).
      *        Porcentaje de variacion tolerado; vacio = 10.
       01  WS-TOLERANCIA-OMISION   PIC 9(3)    VALUE 10.
       01  WS-TOLERANCIA           PIC 9(3).
       01  WS-ANIO-REPORTE         PIC 9(4).
       01  WS-MES-REPORTE          PIC 9(2).
       01  WS-PRIMER-MES           PIC 9(6).
       01  WS-MES-PERIODO          PIC 9(6).
       01  WS-MES-PAGO             PIC 9(2).
       01  WS-MES-IDX              PIC 9(2).

       01  WS-FIN-PERIODOS         PIC X(1)    VALUE "N".
       01  WS-FIN-PRESUPUESTO      PIC X(1)    VALUE "N".
       01  WS-FIN-HISTORIA         PIC X(1)    VALUE "N".
       01  WS-FIN-DISTRIBUCION     PIC X(1).
       01  WS-EMP-ID-ACTUAL        PIC 9(6)    VALUE ZERO.
       01  WS-DEPTO-EMPLEADO       PIC X(4).
       01  WS-DEPTO-BUSCADO        PIC X(4).
       01  WS-DEPTO-POS            PIC 9(2).
       01  WS-MESES-PAGADOS.
           05  WS-MES-PAGADO       PIC X(1)    OCCURS 12 TIMES.

       01  WS-DIS-SUMA-PAGO        PIC 9(7)V99.
       01  WS-DIS-SUMA-REGULARES   PIC 9(5)V99.
       01  WS-DIS-SUMA-EXTRA       PIC 9(5)V99.
       01  WS-DIS-RESTO-POS        PIC 9(2).
       01  WS-RESTO-REGULAR        PIC S9(9)V99.
       01  WS-RESTO-EXTRA          PIC S9(9)V99.
       01  WS-PARTE-REGULAR        PIC S9(9)V99.
       01  WS-PARTE-EXTRA          PIC S9(9)V99.

       01  WS-VAR-PLANT-PRES       PIC 9(7).
       01  WS-VAR-PLANT-REAL       PIC 9(7).
       01  WS-VAR-REG-PRES         PIC 9(11)V99.
       01  WS-VAR-REG-REAL         PIC 9(11)V99.
       01  WS-VAR-EXT-PRES         PIC 9(11)V99.
       01  WS-VAR-EXT-REAL         PIC 9(11)V99.
       01  WS-VAR-FUERA            PIC X(1).
       01  WS-PCT-PRES             PIC 9(11)V99.
       01  WS-PCT-REAL             PIC 9(11)V99.
       01  WS-PCT-RESULTADO        PIC S9(5)V9.
       01  WS-TOTAL-DEPTOS         PIC 9(4)    VALUE ZERO.
       01  WS-TOTAL-FUERA          PIC 9(4)    VALUE ZERO.

      *    Periodos del calendario que terminan entre enero y el mes
      *    pedido, con el mes (1-12) en que terminan.
       01  WS-TABLA-PERIODOS-COUNT PIC 9(3)    VALUE ZERO.
       01  WS-TABLA-PERIODOS.
           05  WS-PERIODO          OCCURS 400 TIMES
                                    INDEXED BY WS-PERIODO-IDX.
               10  WS-PERIODO-ID       PIC 9(6).
               10  WS-PERIODO-MES      PIC 9(2).

      *    Renglones de DISTLAB del pago en curso.
       01  WS-TABLA-DIST-COUNT     PIC 9(2)    VALUE ZERO.
       01  WS-TABLA-DIST.
           05  WS-DIST             OCCURS 11 TIMES
                                    INDEXED BY WS-DIST-IDX.
               10  WS-DIST-DEPTO       PIC X(4).
               10  WS-DIST-DEPTO-BASE  PIC X(4).
               10  WS-DIST-REGULARES   PIC 9(3)V99.
               10  WS-DIST-EXTRA       PIC 9(3)V99.

      *    Presupuesto y real por departamento: el mes pedido y el
      *    acumulado de enero al mes pedido. La plantilla acumulada
      *    es la suma de las plantillas mensuales.
       01  WS-TABLA-DEPTOS-COUNT   PIC 9(2)    VALUE ZERO.
       01  WS-TABLA-DEPTOS.
           05  WS-DEPTO            OCCURS 51 TIMES
                                    INDEXED BY WS-DEPTO-IDX.
               10  WS-DEPTO-CODIGO         PIC X(4).
               10  WS-DEPTO-PLANT-PRES-MES PIC 9(5).
               10  WS-DEPTO-PLANT-PRES-ACU PIC 9(7).
               10  WS-DEPTO-PLANT-REAL-MES PIC 9(5).
               10  WS-DEPTO-PLANT-REAL-ACU PIC 9(7).
               10  WS-DEPTO-REG-PRES-MES   PIC 9(9)V99.
               10  WS-DEPTO-REG-PRES-ACU   PIC 9(11)V99.
               10  WS-DEPTO-REG-REAL-MES   PIC 9(9)V99.
               10  WS-DEPTO-REG-REAL-ACU   PIC 9(11)V99.
               10  WS-DEPTO-EXT-PRES-MES   PIC 9(9)V99.
               10  WS-DEPTO-EXT-PRES-ACU   PIC 9(11)V99.
               10  WS-DEPTO-EXT-REAL-MES   PIC 9(9)V99.
               10  WS-DEPTO-EXT-REAL-ACU   PIC 9(11)V99.

       COPY REPPRE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARAMETROS FROM COMMAND-LINE.
           IF WS-PARAM-MES NOT NUMERIC
               DISPLAY "Debe indicarse el mes a reportar (AAAAMM)"
               STOP RUN
           END-IF.
           COMPUTE WS-ANIO-REPORTE = WS-PARAM-MES / 100.
           COMPUTE WS-MES-REPORTE =
               WS-PARAM-MES - WS-ANIO-REPORTE * 100.
           IF WS-ANIO-REPORTE < 1900
               OR WS-MES-REPORTE < 1 OR WS-MES-REPORTE > 12
               DISPLAY "Mes invalido: " WS-PARAM-MES
                   "; debe ser AAAAMM"
               STOP RUN
           END-IF.
           COMPUTE WS-PRIMER-MES = WS-ANIO-REPORTE * 100 + 1.
           IF WS-PARAM-TOLERANCIA NUMERIC
               AND WS-PARAM-TOLERANCIA > ZERO
               MOVE WS-PARAM-TOLERANCIA TO WS-TOLERANCIA
           ELSE
               MOVE WS-TOLERANCIA-OMISION TO WS-TOLERANCIA
               DISPLAY "Sin tolerancia indicada; se usa "
                   WS-TOLERANCIA "%"
           END-IF.

           PERFORM CARGAR-PERIODOS.
           PERFORM CARGAR-PRESUPUESTO.
           PERFORM ACUMULAR-REAL.
           PERFORM ESCRIBIR-REPORTE.

           DISPLAY "Presupuesto vs real del mes " WS-PARAM-MES ": "
               WS-TOTAL-DEPTOS " departamentos, " WS-TOTAL-FUERA
               " lineas fuera de tolerancia".

           STOP RUN.

       CARGAR-PERIODOS.
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
                       COMPUTE WS-MES-PERIODO = PER-FECHA-FIN / 100
                       IF WS-MES-PERIODO >= WS-PRIMER-MES
                           AND WS-MES-PERIODO <= WS-PARAM-MES
                           PERFORM GUARDAR-PERIODO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-PERIOD-FILE.

       GUARDAR-PERIODO.
           IF WS-TABLA-PERIODOS-COUNT >= 400
               DISPLAY "Tabla de periodos llena; el periodo " PER-ID
                   " no se considera"
           ELSE
               ADD 1 TO WS-TABLA-PERIODOS-COUNT
               SET WS-PERIODO-IDX TO WS-TABLA-PERIODOS-COUNT
               MOVE PER-ID TO WS-PERIODO-ID (WS-PERIODO-IDX)
               COMPUTE WS-PERIODO-MES (WS-PERIODO-IDX) =
                   WS-MES-PERIODO - WS-ANIO-REPORTE * 100
           END-IF.

       CARGAR-PRESUPUESTO.
           OPEN INPUT BUDGET-FILE.
           IF WS-PRE-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no hay presupuesto PRESUP; todo "
                   "el gasto real sale como variacion"
               MOVE "S" TO WS-FIN-PRESUPUESTO
           ELSE
               MOVE "S" TO WS-PRESUPUESTO-ACTIVO
               MOVE LOW-VALUES TO PRE-KEY
               START BUDGET-FILE KEY >= PRE-KEY
                   INVALID KEY
                       MOVE "S" TO WS-FIN-PRESUPUESTO
               END-START
           END-IF.
           PERFORM UNTIL WS-FIN-PRESUPUESTO = "S"
               READ BUDGET-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PRESUPUESTO
                   NOT AT END
                       IF PRE-MES >= WS-PRIMER-MES
                           AND PRE-MES <= WS-PARAM-MES
                           PERFORM SUMAR-PRESUPUESTO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PRESUPUESTO-ACTIVO = "S"
               CLOSE BUDGET-FILE
           END-IF.

       SUMAR-PRESUPUESTO.
           MOVE PRE-DEPTO TO WS-DEPTO-BUSCADO.
           PERFORM BUSCAR-DEPARTAMENTO.
           IF WS-DEPTO-POS > ZERO
               ADD PRE-PLANTILLA
                   TO WS-DEPTO-PLANT-PRES-ACU (WS-DEPTO-POS)
               ADD PRE-PAGO-REGULAR
                   TO WS-DEPTO-REG-PRES-ACU (WS-DEPTO-POS)
               ADD PRE-PAGO-EXTRA
                   TO WS-DEPTO-EXT-PRES-ACU (WS-DEPTO-POS)
               IF PRE-MES = WS-PARAM-MES
                   ADD PRE-PLANTILLA
                       TO WS-DEPTO-PLANT-PRES-MES (WS-DEPTO-POS)
                   ADD PRE-PAGO-REGULAR
                       TO WS-DEPTO-REG-PRES-MES (WS-DEPTO-POS)
                   ADD PRE-PAGO-EXTRA
                       TO WS-DEPTO-EXT-PRES-MES (WS-DEPTO-POS)
               END-IF
           END-IF.

       ACUMULAR-REAL.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-FILE-STATUS = "00"
               MOVE "S" TO WS-EMPLEADOS-ACTIVOS
           ELSE
               DISPLAY "ADVERTENCIA: no se puede abrir el maestro de "
                   "empleados; la plantilla real va a ????"
           END-IF.
           OPEN INPUT LABOR-DISTRIBUTION-FILE.
           IF WS-DIS-FILE-STATUS = "00"
               MOVE "S" TO WS-DISTRIBUCION-ACTIVA
           ELSE
               DISPLAY "ADVERTENCIA: no hay distribucion laboral "
                   "DISTLAB; cada pago va al departamento del "
                   "empleado"
           END-IF.

           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HPA-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no se puede abrir la historia de "
                   "pagos PAGOHIS; el real queda en cero, codigo: "
                   WS-HPA-FILE-STATUS
               MOVE "S" TO WS-FIN-HISTORIA
           ELSE
               MOVE "S" TO WS-HISTORIA-ACTIVA
               MOVE ZERO TO HPA-KEY
               START PAY-HISTORY-FILE KEY >= HPA-KEY
                   INVALID KEY
                       MOVE "S" TO WS-FIN-HISTORIA
               END-START
           END-IF.
           PERFORM UNTIL WS-FIN-HISTORIA = "S"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-HISTORIA
                   NOT AT END
                       PERFORM ACUMULAR-UN-PAGO
               END-READ
           END-PERFORM.
           IF WS-EMP-ID-ACTUAL NOT = ZERO
               PERFORM CERRAR-EMPLEADO
           END-IF.

           IF WS-HISTORIA-ACTIVA = "S"
               CLOSE PAY-HISTORY-FILE
           END-IF.
           IF WS-EMPLEADOS-ACTIVOS = "S"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           IF WS-DISTRIBUCION-ACTIVA = "S"
               CLOSE LABOR-DISTRIBUTION-FILE
           END-IF.

       ACUMULAR-UN-PAGO.
           IF HPA-EMP-ID NOT = WS-EMP-ID-ACTUAL
               IF WS-EMP-ID-ACTUAL NOT = ZERO
                   PERFORM CERRAR-EMPLEADO
               END-IF
               MOVE HPA-EMP-ID TO WS-EMP-ID-ACTUAL
               MOVE ALL "N" TO WS-MESES-PAGADOS
               PERFORM LEER-DEPTO-EMPLEADO
           END-IF.

           MOVE ZERO TO WS-MES-PAGO.
           PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
               UNTIL WS-PERIODO-IDX > WS-TABLA-PERIODOS-COUNT
               IF WS-PERIODO-ID (WS-PERIODO-IDX) = HPA-PERIODO
                   MOVE WS-PERIODO-MES (WS-PERIODO-IDX) TO WS-MES-PAGO
                   SET WS-PERIODO-IDX TO WS-TABLA-PERIODOS-COUNT
               END-IF
           END-PERFORM.

           IF WS-MES-PAGO > ZERO
               MOVE "S" TO WS-MES-PAGADO (WS-MES-PAGO)
               PERFORM CARGAR-DISTRIBUCION
               IF WS-TABLA-DIST-COUNT > ZERO
                   AND WS-DIS-SUMA-PAGO = HPA-PAGO-BRUTO
                   PERFORM REPARTIR-PAGO
               ELSE
                   MOVE WS-DEPTO-EMPLEADO TO WS-DEPTO-BUSCADO
                   MOVE HPA-PAGO-REGULAR  TO WS-PARTE-REGULAR
                   MOVE HPA-PAGO-EXTRA    TO WS-PARTE-EXTRA
                   PERFORM SUMAR-REAL
               END-IF
           END-IF.

       LEER-DEPTO-EMPLEADO.
           MOVE "????" TO WS-DEPTO-EMPLEADO.
           IF WS-EMPLEADOS-ACTIVOS = "S"
               MOVE HPA-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Empleado " HPA-EMP-ID " no esta en "
                           "el maestro; su pago va a ????"
                   NOT INVALID KEY
                       MOVE EMP-DEPT TO WS-DEPTO-EMPLEADO
               END-READ
           END-IF.

       CERRAR-EMPLEADO.
      *    Un empleado cuenta una vez en la plantilla real de cada
      *    mes en que se le pago algo.
           MOVE ZERO TO WS-DEPTO-POS.
           IF WS-MESES-PAGADOS NOT = ALL "N"
               MOVE WS-DEPTO-EMPLEADO TO WS-DEPTO-BUSCADO
               PERFORM BUSCAR-DEPARTAMENTO
           END-IF.
           IF WS-DEPTO-POS > ZERO
               PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > WS-MES-REPORTE
                   IF WS-MES-PAGADO (WS-MES-IDX) = "S"
                       ADD 1 TO WS-DEPTO-PLANT-REAL-ACU (WS-DEPTO-POS)
                       IF WS-MES-IDX = WS-MES-REPORTE
                           ADD 1
                             TO WS-DEPTO-PLANT-REAL-MES (WS-DEPTO-POS)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CARGAR-DISTRIBUCION.
      *    Solo el pago cuyos renglones de DISTLAB suman su bruto se
      *    reparte; aguinaldo, finiquito y ajustes quedan en el
      *    departamento del empleado.
           MOVE ZERO TO WS-TABLA-DIST-COUNT.
           MOVE ZERO TO WS-DIS-SUMA-PAGO.
           MOVE ZERO TO WS-DIS-SUMA-REGULARES.
           MOVE ZERO TO WS-DIS-SUMA-EXTRA.
           IF WS-DISTRIBUCION-ACTIVA = "S"
               MOVE HPA-EMP-ID  TO DIS-EMP-ID
               MOVE HPA-PERIODO TO DIS-PERIODO
               MOVE LOW-VALUES  TO DIS-DEPTO
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
                           IF DIS-EMP-ID NOT = HPA-EMP-ID
                               OR DIS-PERIODO NOT = HPA-PERIODO
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
               MOVE DIS-DEPTO       TO WS-DIST-DEPTO (WS-DIST-IDX)
               MOVE DIS-DEPTO-BASE  TO WS-DIST-DEPTO-BASE (WS-DIST-IDX)
               MOVE DIS-HORAS-REGULARES
                   TO WS-DIST-REGULARES (WS-DIST-IDX)
               MOVE DIS-HORAS-EXTRA TO WS-DIST-EXTRA (WS-DIST-IDX)
               ADD DIS-PAGO            TO WS-DIS-SUMA-PAGO
               ADD DIS-HORAS-REGULARES TO WS-DIS-SUMA-REGULARES
               ADD DIS-HORAS-EXTRA     TO WS-DIS-SUMA-EXTRA
           END-IF.

       REPARTIR-PAGO.
      *    El sueldo regular se reparte por las horas regulares de
      *    cada renglon y el tiempo extra por sus horas extra; el
      *    renglon del departamento base (o el ultimo) se queda con
      *    los centavos de redondeo.
           MOVE WS-TABLA-DIST-COUNT TO WS-DIS-RESTO-POS.
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-TABLA-DIST-COUNT
               IF WS-DIST-DEPTO (WS-DIST-IDX) =
                   WS-DIST-DEPTO-BASE (WS-DIST-IDX)
                   SET WS-DIS-RESTO-POS TO WS-DIST-IDX
               END-IF
           END-PERFORM.
           MOVE HPA-PAGO-REGULAR TO WS-RESTO-REGULAR.
           MOVE HPA-PAGO-EXTRA   TO WS-RESTO-EXTRA.

           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-TABLA-DIST-COUNT
               IF WS-DIST-IDX NOT = WS-DIS-RESTO-POS
                   MOVE ZERO TO WS-PARTE-REGULAR
                   MOVE ZERO TO WS-PARTE-EXTRA
                   IF WS-DIS-SUMA-REGULARES > ZERO
                       COMPUTE WS-PARTE-REGULAR ROUNDED =
                           HPA-PAGO-REGULAR
                           * WS-DIST-REGULARES (WS-DIST-IDX)
                           / WS-DIS-SUMA-REGULARES
                   END-IF
                   IF WS-DIS-SUMA-EXTRA > ZERO
                       COMPUTE WS-PARTE-EXTRA ROUNDED =
                           HPA-PAGO-EXTRA
                           * WS-DIST-EXTRA (WS-DIST-IDX)
                           / WS-DIS-SUMA-EXTRA
                   END-IF
                   SUBTRACT WS-PARTE-REGULAR FROM WS-RESTO-REGULAR
                   SUBTRACT WS-PARTE-EXTRA   FROM WS-RESTO-EXTRA
                   MOVE WS-DIST-DEPTO (WS-DIST-IDX) TO WS-DEPTO-BUSCADO
                   PERFORM SUMAR-REAL
               END-IF
           END-PERFORM.

           MOVE WS-DIST-DEPTO (WS-DIS-RESTO-POS) TO WS-DEPTO-BUSCADO.
           MOVE WS-RESTO-REGULAR TO WS-PARTE-REGULAR.
           MOVE WS-RESTO-EXTRA   TO WS-PARTE-EXTRA.
           PERFORM SUMAR-REAL.

       SUMAR-REAL.
           PERFORM BUSCAR-DEPARTAMENTO.
           IF WS-DEPTO-POS > ZERO
               ADD WS-PARTE-REGULAR
                   TO WS-DEPTO-REG-REAL-ACU (WS-DEPTO-POS)
               ADD WS-PARTE-EXTRA
                   TO WS-DEPTO-EXT-REAL-ACU (WS-DEPTO-POS)
               IF WS-MES-PAGO = WS-MES-REPORTE
                   ADD WS-PARTE-REGULAR
                       TO WS-DEPTO-REG-REAL-MES (WS-DEPTO-POS)
                   ADD WS-PARTE-EXTRA
                       TO WS-DEPTO-EXT-REAL-MES (WS-DEPTO-POS)
               END-IF
           END-IF.

       BUSCAR-DEPARTAMENTO.
      *    Deja WS-DEPTO-POS en el renglon de WS-DEPTO-BUSCADO, que
      *    se agrega si no existe; cero si la tabla esta llena.
           MOVE ZERO TO WS-DEPTO-POS.
           PERFORM VARYING WS-DEPTO-IDX FROM 1 BY 1
               UNTIL WS-DEPTO-IDX > WS-TABLA-DEPTOS-COUNT
               IF WS-DEPTO-CODIGO (WS-DEPTO-IDX) = WS-DEPTO-BUSCADO
                   SET WS-DEPTO-POS TO WS-DEPTO-IDX
                   SET WS-DEPTO-IDX TO WS-TABLA-DEPTOS-COUNT
               END-IF
           END-PERFORM.
           IF WS-DEPTO-POS = ZERO
               IF WS-TABLA-DEPTOS-COUNT >= 50
                   DISPLAY "Tabla de departamentos llena; el "
                       "departamento " WS-DEPTO-BUSCADO
                       " no se reporta"
               ELSE
                   ADD 1 TO WS-TABLA-DEPTOS-COUNT
                   MOVE WS-TABLA-DEPTOS-COUNT TO WS-DEPTO-POS
                   INITIALIZE WS-DEPTO (WS-DEPTO-POS)
                   MOVE WS-DEPTO-BUSCADO
                       TO WS-DEPTO-CODIGO (WS-DEPTO-POS)
               END-IF
           END-IF.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT BUDGET-REPORT-FILE.
           MOVE WS-PARAM-MES  TO PRE-TIT-MES.
           MOVE WS-TOLERANCIA TO PRE-TIT-TOLERANCIA.
           MOVE PRE-LINE-TITULO TO PRE-PRINT-LINE.
           WRITE PRE-PRINT-LINE.
           MOVE PRE-LINE-HEADING-1 TO PRE-PRINT-LINE.
           WRITE PRE-PRINT-LINE.
           MOVE PRE-LINE-HEADING-2 TO PRE-PRINT-LINE.
           WRITE PRE-PRINT-LINE.

      *    El renglon 51 acumula el total de la empresa.
           INITIALIZE WS-DEPTO (51).
           PERFORM VARYING WS-DEPTO-IDX FROM 1 BY 1
               UNTIL WS-DEPTO-IDX > WS-TABLA-DEPTOS-COUNT
               PERFORM ESCRIBIR-DEPARTAMENTO
               PERFORM SUMAR-A-TOTAL
               ADD 1 TO WS-TOTAL-DEPTOS
           END-PERFORM.
           SET WS-DEPTO-IDX TO 51.
           PERFORM ESCRIBIR-DEPARTAMENTO.

           MOVE WS-TOTAL-DEPTOS TO PRE-CTL-DEPTOS.
           MOVE WS-TOTAL-FUERA  TO PRE-CTL-FUERA.
           MOVE PRE-LINE-CONTROL TO PRE-PRINT-LINE.
           WRITE PRE-PRINT-LINE.
           CLOSE BUDGET-REPORT-FILE.

       SUMAR-A-TOTAL.
           ADD WS-DEPTO-PLANT-PRES-MES (WS-DEPTO-IDX)
               TO WS-DEPTO-PLANT-PRES-MES (51).
           ADD WS-DEPTO-PLANT-PRES-ACU (WS-DEPTO-IDX)
               TO WS-DEPTO-PLANT-PRES-ACU (51).
           ADD WS-DEPTO-PLANT-REAL-MES (WS-DEPTO-IDX)
               TO WS-DEPTO-PLANT-REAL-MES (51).
           ADD WS-DEPTO-PLANT-REAL-ACU (WS-DEPTO-IDX)
               TO WS-DEPTO-PLANT-REAL-ACU (51).
           ADD WS-DEPTO-REG-PRES-MES (WS-DEPTO-IDX)
               TO WS-DEPTO-REG-PRES-MES (51).
           ADD WS-DEPTO-REG-PRES-ACU (WS-DEPTO-IDX)
               TO WS-DEPTO-REG-PRES-ACU (51).
           ADD WS-DEPTO-REG-REAL-MES (WS-DEPTO-IDX)
               TO WS-DEPTO-REG-REAL-MES (51).
           ADD WS-DEPTO-REG-REAL-ACU (WS-DEPTO-IDX)
               TO WS-DEPTO-REG-REAL-ACU (51).
           ADD WS-DEPTO-EXT-PRES-MES (WS-DEPTO-IDX)
               TO WS-DEPTO-EXT-PRES-MES (51).
           ADD WS-DEPTO-EXT-PRES-ACU (WS-DEPTO-IDX)
               TO WS-DEPTO-EXT-PRES-ACU (51).
           ADD WS-DEPTO-EXT-REAL-MES (WS-DEPTO-IDX)
               TO WS-DEPTO-EXT-REAL-MES (51).
           ADD WS-DEPTO-EXT-REAL-ACU (WS-DEPTO-IDX)
               TO WS-DEPTO-EXT-REAL-ACU (51).

       ESCRIBIR-DEPARTAMENTO.
           IF WS-DEPTO-IDX = 51
               MOVE "TOTAL" TO PRE-DET-DEPTO
           ELSE
               MOVE WS-DEPTO-CODIGO (WS-DEPTO-IDX) TO PRE-DET-DEPTO
           END-IF.
           MOVE "MES " TO PRE-DET-TIPO.
           MOVE WS-DEPTO-PLANT-PRES-MES (WS-DEPTO-IDX)
               TO WS-VAR-PLANT-PRES.
           MOVE WS-DEPTO-PLANT-REAL-MES (WS-DEPTO-IDX)
               TO WS-VAR-PLANT-REAL.
           MOVE WS-DEPTO-REG-PRES-MES (WS-DEPTO-IDX)
               TO WS-VAR-REG-PRES.
           MOVE WS-DEPTO-REG-REAL-MES (WS-DEPTO-IDX)
               TO WS-VAR-REG-REAL.
           MOVE WS-DEPTO-EXT-PRES-MES (WS-DEPTO-IDX)
               TO WS-VAR-EXT-PRES.
           MOVE WS-DEPTO-EXT-REAL-MES (WS-DEPTO-IDX)
               TO WS-VAR-EXT-REAL.
           PERFORM ESCRIBIR-VARIACION.

           MOVE SPACE  TO PRE-DET-DEPTO.
           MOVE "ACUM" TO PRE-DET-TIPO.
           COMPUTE WS-VAR-PLANT-PRES ROUNDED =
               WS-DEPTO-PLANT-PRES-ACU (WS-DEPTO-IDX)
               / WS-MES-REPORTE.
           COMPUTE WS-VAR-PLANT-REAL ROUNDED =
               WS-DEPTO-PLANT-REAL-ACU (WS-DEPTO-IDX)
               / WS-MES-REPORTE.
           MOVE WS-DEPTO-REG-PRES-ACU (WS-DEPTO-IDX)
               TO WS-VAR-REG-PRES.
           MOVE WS-DEPTO-REG-REAL-ACU (WS-DEPTO-IDX)
               TO WS-VAR-REG-REAL.
           MOVE WS-DEPTO-EXT-PRES-ACU (WS-DEPTO-IDX)
               TO WS-VAR-EXT-PRES.
           MOVE WS-DEPTO-EXT-REAL-ACU (WS-DEPTO-IDX)
               TO WS-VAR-EXT-REAL.
           PERFORM ESCRIBIR-VARIACION.

       ESCRIBIR-VARIACION.
           MOVE "N" TO WS-VAR-FUERA.
           MOVE WS-VAR-PLANT-PRES TO PRE-DET-PLANT-PRES.
           MOVE WS-VAR-PLANT-REAL TO PRE-DET-PLANT-REAL.
           COMPUTE PRE-DET-PLANT-DIF =
               WS-VAR-PLANT-REAL - WS-VAR-PLANT-PRES.
           MOVE WS-VAR-PLANT-PRES TO WS-PCT-PRES.
           MOVE WS-VAR-PLANT-REAL TO WS-PCT-REAL.
           PERFORM CALCULAR-PORCENTAJE.
           MOVE WS-PCT-RESULTADO TO PRE-DET-PLANT-PCT.

           COMPUTE PRE-DET-REG-PRES ROUNDED = WS-VAR-REG-PRES.
           COMPUTE PRE-DET-REG-REAL ROUNDED = WS-VAR-REG-REAL.
           COMPUTE PRE-DET-REG-DIF ROUNDED =
               WS-VAR-REG-REAL - WS-VAR-REG-PRES.
           MOVE WS-VAR-REG-PRES TO WS-PCT-PRES.
           MOVE WS-VAR-REG-REAL TO WS-PCT-REAL.
           PERFORM CALCULAR-PORCENTAJE.
           MOVE WS-PCT-RESULTADO TO PRE-DET-REG-PCT.

           COMPUTE PRE-DET-EXT-PRES ROUNDED = WS-VAR-EXT-PRES.
           COMPUTE PRE-DET-EXT-REAL ROUNDED = WS-VAR-EXT-REAL.
           COMPUTE PRE-DET-EXT-DIF ROUNDED =
               WS-VAR-EXT-REAL - WS-VAR-EXT-PRES.
           MOVE WS-VAR-EXT-PRES TO WS-PCT-PRES.
           MOVE WS-VAR-EXT-REAL TO WS-PCT-REAL.
           PERFORM CALCULAR-PORCENTAJE.
           MOVE WS-PCT-RESULTADO TO PRE-DET-EXT-PCT.

           IF WS-VAR-FUERA = "S"
               MOVE "FUERA" TO PRE-DET-ALERTA
               ADD 1 TO WS-TOTAL-FUERA
           ELSE
               MOVE SPACE TO PRE-DET-ALERTA
           END-IF.
           MOVE PRE-LINE-DETALLE TO PRE-PRINT-LINE.
           WRITE PRE-PRINT-LINE.

       CALCULAR-PORCENTAJE.
      *    Variacion porcentual del real contra el presupuesto; sin
      *    presupuesto, cualquier gasto real cuenta como 999.9%.
           IF WS-PCT-PRES = ZERO
               IF WS-PCT-REAL = ZERO
                   MOVE ZERO TO WS-PCT-RESULTADO
               ELSE
                   MOVE 999.9 TO WS-PCT-RESULTADO
               END-IF
           ELSE
               COMPUTE WS-PCT-RESULTADO ROUNDED =
                   (WS-PCT-REAL - WS-PCT-PRES) * 100 / WS-PCT-PRES
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PCT-RESULTADO
               END-COMPUTE
               IF WS-PCT-RESULTADO > 999.9
                   MOVE 999.9 TO WS-PCT-RESULTADO
               END-IF
           END-IF.
           IF FUNCTION ABS (WS-PCT-RESULTADO) > WS-TOLERANCIA
               MOVE "S" TO WS-VAR-FUERA
           END-IF.
       END PROGRAM 30_presupuesto_vs_real.
