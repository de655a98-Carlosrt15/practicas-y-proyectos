      *          per department plus the withheld-tax, withheld-IMSS
      *          and net-pay (bank) credits, balancing to zero and
      *          tied against the ending control totals, with a
      *          balance due withheld for the annual ISR adjustment
      *          credited to the tax account and a refund paid for it
      *          debited there, and with a
      *          posting summary report by department so accounting
      *          can approve before import. Wage expense of a regular
      *          pay is split by the labor-distribution rows (DISTLAB)
      *          across the departments that used the hours, and the
      *          withheld tax, IMSS and net pay shares follow the
      *          hours; other pays stay in the home department.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEP-FILE-STATUS.

           SELECT LABOR-DISTRIBUTION-FILE ASSIGN TO "DISTLAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-KEY
               FILE STATUS IS WS-DIS-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "POLIZA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-FILE-STATUS.
       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREG.

       FD  LABOR-DISTRIBUTION-FILE.
       COPY DISLAB.

       FD  GL-POSTING-FILE.
       COPY POLIZA.

       01  WS-PARAM-PERIODO        PIC 9(6).
       01  WS-FIN-DETALLE          PIC X(1)    VALUE "N".
       01  WS-DEPT-ENCONTRADO      PIC X(1).
       01  WS-DIS-FILE-STATUS      PIC X(2).
       01  WS-DISTRIBUCION-ACTIVA  PIC X(1)    VALUE "N".
       01  WS-FIN-DISTRIBUCION     PIC X(1).
       01  WS-DIS-APLICA           PIC X(1).
       01  WS-DIS-SUMA-PAGO        PIC 9(7)V99.
       01  WS-DIS-SUMA-HORAS       PIC 9(5)V99.
       01  WS-DIS-RESTO-POS        PIC 9(2).
       01  WS-RESTO-IMPUESTO       PIC S9(7)V99.
       01  WS-RESTO-IMSS           PIC S9(7)V99.
       01  WS-RESTO-NETO           PIC S9(7)V99.
       01  WS-DEPTO-BUSCADO        PIC X(4).
       01  WS-PARTE-BRUTO          PIC S9(7)V99.
       01  WS-PARTE-IMPUESTO       PIC S9(7)V99.
       01  WS-PARTE-IMSS           PIC S9(7)V99.
       01  WS-PARTE-NETO           PIC S9(7)V99.
       01  WS-TOTAL-BRUTO          PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-IMPUESTO       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-IMSS           PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-OTRAS          PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-NETO           PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-RECUPERACION   PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-AJUSTE-CARGO   PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-AJUSTE-REINTEGRO PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-ISR-HABER      PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-CARGOS         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-ABONOS         PIC 9(9)V99 VALUE ZERO.
       01  WS-DIFERENCIA           PIC S9(9)V99.
               10  WS-DEPTO-IMSS       PIC 9(9)V99.
               10  WS-DEPTO-NETO       PIC 9(9)V99.

      *    Renglones de DISTLAB del pago en curso.
       01  WS-TABLA-DIST-COUNT     PIC 9(2)    VALUE ZERO.
       01  WS-TABLA-DIST.
           05  WS-DIST             OCCURS 11 TIMES
                                    INDEXED BY WS-DIST-IDX.
               10  WS-DIST-DEPTO       PIC X(4).
               10  WS-DIST-DEPTO-BASE  PIC X(4).
               10  WS-DIST-HORAS       PIC 9(3)V99.
               10  WS-DIST-PAGO        PIC 9(6)V99.

       COPY REPPOL.

       PROCEDURE DIVISION.
                   "DEPMAST; los cargos de sueldos van a la cuenta "
                   "5100"
           END-IF.
           OPEN INPUT LABOR-DISTRIBUTION-FILE.
           IF WS-DIS-FILE-STATUS = "00"
               MOVE "S" TO WS-DISTRIBUCION-ACTIVA
           ELSE
               DISPLAY "ADVERTENCIA: no hay distribucion laboral "
                   "DISTLAB; cada pago se carga al departamento del "
                   "empleado"
           END-IF.
           OPEN OUTPUT GL-POSTING-FILE.
           OPEN OUTPUT POSTING-REPORT-FILE.

           IF WS-DEPTOS-ACTIVOS = "S"
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.
           IF WS-DISTRIBUCION-ACTIVA = "S"
               CLOSE LABOR-DISTRIBUTION-FILE
           END-IF.
           CLOSE GL-POSTING-FILE.
           CLOSE POSTING-REPORT-FILE.

               MOVE "????" TO EMP-DEPT
           END-IF.

           PERFORM CARGAR-DISTRIBUCION.
           IF WS-DIS-APLICA = "S"
               PERFORM REPARTIR-DETALLE
           ELSE
               MOVE EMP-DEPT               TO WS-DEPTO-BUSCADO
               MOVE DET-PAGO-BRUTO         TO WS-PARTE-BRUTO
               MOVE DET-DEDUCCION-IMPUESTO TO WS-PARTE-IMPUESTO
               MOVE DET-DEDUCCION-IMSS     TO WS-PARTE-IMSS
               MOVE DET-PAGO-NETO          TO WS-PARTE-NETO
               PERFORM ACUMULAR-PARTE
           END-IF.
           PERFORM SUMAR-A-TOTALES.

       CARGAR-DISTRIBUCION.
      *    El pago se reparte solo si sus renglones de DISTLAB suman
      *    exactamente su bruto; asi el pago regular de la nomina se
      *    distribuye y los demas pagos del periodo (aguinaldo,
      *    finiquito, ajustes) quedan en el departamento del empleado.
           MOVE "N"  TO WS-DIS-APLICA.
           MOVE ZERO TO WS-TABLA-DIST-COUNT.
           MOVE ZERO TO WS-DIS-SUMA-PAGO.
           MOVE ZERO TO WS-DIS-SUMA-HORAS.
           IF WS-DISTRIBUCION-ACTIVA = "S"
               MOVE DET-EMP-ID  TO DIS-EMP-ID
               MOVE DET-PERIODO TO DIS-PERIODO
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
                           IF DIS-EMP-ID NOT = DET-EMP-ID
                               OR DIS-PERIODO NOT = DET-PERIODO
                               MOVE "S" TO WS-FIN-DISTRIBUCION
                           ELSE
                               PERFORM GUARDAR-RENGLON-DISTRIBUCION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-TABLA-DIST-COUNT > ZERO
                   AND WS-DIS-SUMA-PAGO = DET-PAGO-BRUTO
                   AND WS-DIS-SUMA-HORAS > ZERO
                   MOVE "S" TO WS-DIS-APLICA
               END-IF
           END-IF.

       GUARDAR-RENGLON-DISTRIBUCION.
           IF WS-TABLA-DIST-COUNT >= 11
               DISPLAY "Distribucion del empleado " DET-EMP-ID
                   " con demasiados departamentos; el pago queda en "
                   "su departamento"
               MOVE ZERO TO WS-DIS-SUMA-PAGO
           ELSE
               ADD 1 TO WS-TABLA-DIST-COUNT
               SET WS-DIST-IDX TO WS-TABLA-DIST-COUNT
               MOVE DIS-DEPTO       TO WS-DIST-DEPTO (WS-DIST-IDX)
               MOVE DIS-DEPTO-BASE  TO WS-DIST-DEPTO-BASE (WS-DIST-IDX)
               MOVE DIS-HORAS-TOTAL TO WS-DIST-HORAS (WS-DIST-IDX)
               MOVE DIS-PAGO        TO WS-DIST-PAGO (WS-DIST-IDX)
               ADD DIS-PAGO        TO WS-DIS-SUMA-PAGO
               ADD DIS-HORAS-TOTAL TO WS-DIS-SUMA-HORAS
           END-IF.

       REPARTIR-DETALLE.
      *    Cada departamento recibe su pago de DISTLAB como gasto y la
      *    parte del ISR, IMSS y neto proporcional a sus horas; el
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
           MOVE DET-DEDUCCION-IMPUESTO TO WS-RESTO-IMPUESTO.
           MOVE DET-DEDUCCION-IMSS     TO WS-RESTO-IMSS.
           MOVE DET-PAGO-NETO          TO WS-RESTO-NETO.

           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-TABLA-DIST-COUNT
               IF WS-DIST-IDX NOT = WS-DIS-RESTO-POS
                   COMPUTE WS-PARTE-IMPUESTO ROUNDED =
                       DET-DEDUCCION-IMPUESTO
                       * WS-DIST-HORAS (WS-DIST-IDX)
                       / WS-DIS-SUMA-HORAS
                   COMPUTE WS-PARTE-IMSS ROUNDED =
                       DET-DEDUCCION-IMSS
                       * WS-DIST-HORAS (WS-DIST-IDX)
                       / WS-DIS-SUMA-HORAS
                   COMPUTE WS-PARTE-NETO ROUNDED =
                       DET-PAGO-NETO
                       * WS-DIST-HORAS (WS-DIST-IDX)
                       / WS-DIS-SUMA-HORAS
                   SUBTRACT WS-PARTE-IMPUESTO FROM WS-RESTO-IMPUESTO
                   SUBTRACT WS-PARTE-IMSS     FROM WS-RESTO-IMSS
                   SUBTRACT WS-PARTE-NETO     FROM WS-RESTO-NETO
                   MOVE WS-DIST-DEPTO (WS-DIST-IDX) TO WS-DEPTO-BUSCADO
                   MOVE WS-DIST-PAGO (WS-DIST-IDX)  TO WS-PARTE-BRUTO
                   PERFORM ACUMULAR-PARTE
               END-IF
           END-PERFORM.

           MOVE WS-DIST-DEPTO (WS-DIS-RESTO-POS) TO WS-DEPTO-BUSCADO.
           MOVE WS-DIST-PAGO (WS-DIS-RESTO-POS)  TO WS-PARTE-BRUTO.
           MOVE WS-RESTO-IMPUESTO TO WS-PARTE-IMPUESTO.
           MOVE WS-RESTO-IMSS     TO WS-PARTE-IMSS.
           MOVE WS-RESTO-NETO     TO WS-PARTE-NETO.
           PERFORM ACUMULAR-PARTE.

       ACUMULAR-PARTE.
           MOVE "N" TO WS-DEPT-ENCONTRADO.
           PERFORM VARYING WS-DEPTO-IDX FROM 1 BY 1
               UNTIL WS-DEPTO-IDX > WS-TABLA-DEPTOS-COUNT
               IF WS-DEPTO-CODIGO (WS-DEPTO-IDX) = WS-DEPTO-BUSCADO
                   PERFORM SUMAR-AL-DEPARTAMENTO
                   MOVE "S" TO WS-DEPT-ENCONTRADO
                   SET WS-DEPTO-IDX TO WS-TABLA-DEPTOS-COUNT
               ELSE
                   ADD 1 TO WS-TABLA-DEPTOS-COUNT
                   SET WS-DEPTO-IDX TO WS-TABLA-DEPTOS-COUNT
                   MOVE WS-DEPTO-BUSCADO
                       TO WS-DEPTO-CODIGO (WS-DEPTO-IDX)
                   MOVE ZERO TO WS-DEPTO-BRUTO (WS-DEPTO-IDX)
                   MOVE ZERO TO WS-DEPTO-IMPUESTO (WS-DEPTO-IDX)
                   MOVE ZERO TO WS-DEPTO-IMSS (WS-DEPTO-IDX)
           END-IF.

       SUMAR-AL-DEPARTAMENTO.
           ADD WS-PARTE-BRUTO TO WS-DEPTO-BRUTO (WS-DEPTO-IDX).
           ADD WS-PARTE-IMPUESTO
               TO WS-DEPTO-IMPUESTO (WS-DEPTO-IDX).
           ADD WS-PARTE-IMSS TO WS-DEPTO-IMSS (WS-DEPTO-IDX).
           ADD WS-PARTE-NETO TO WS-DEPTO-NETO (WS-DEPTO-IDX).

       SUMAR-A-TOTALES.
           ADD DET-PAGO-BRUTO         TO WS-TOTAL-BRUTO.
           ADD DET-DEDUCCION-IMPUESTO TO WS-TOTAL-IMPUESTO.
           ADD DET-DEDUCCION-IMSS     TO WS-TOTAL-IMSS.
           ADD DET-DEDUCCION-OTRAS    TO WS-TOTAL-OTRAS.
           ADD DET-RECUPERACION       TO WS-TOTAL-RECUPERACION.
           ADD DET-ISR-AJUSTE-CARGO   TO WS-TOTAL-AJUSTE-CARGO.
           ADD DET-ISR-AJUSTE-REINTEGRO TO WS-TOTAL-AJUSTE-REINTEGRO.
           ADD DET-PAGO-NETO          TO WS-TOTAL-NETO.

       ESCRIBIR-POLIZA.
           PERFORM VARYING WS-DEPTO-IDX FROM 1 BY 1
               UNTIL WS-DEPTO-IDX > WS-TABLA-DEPTOS-COUNT
               MOVE WS-PARAM-PERIODO TO POL-PERIODO
               MOVE ZERO TO POL-FECHA
               PERFORM BUSCAR-CUENTA-DEPTO
               MOVE WS-DEPTO-CODIGO (WS-DEPTO-IDX) TO POL-DEPT
               MOVE WS-DEPTO-BRUTO (WS-DEPTO-IDX) TO POL-DEBE
           END-PERFORM.

           MOVE WS-PARAM-PERIODO TO POL-PERIODO.
           MOVE ZERO TO POL-FECHA.
           MOVE "2100" TO POL-CUENTA.
           MOVE SPACE  TO POL-DEPT.
           MOVE ZERO   TO POL-DEBE.
           ADD WS-TOTAL-IMPUESTO WS-TOTAL-AJUSTE-CARGO
               GIVING WS-TOTAL-ISR-HABER.
           MOVE WS-TOTAL-ISR-HABER TO POL-HABER.
           WRITE GL-POSTING-RECORD.
           ADD WS-TOTAL-ISR-HABER TO WS-TOTAL-ABONOS.

      *    El reintegro del ajuste anual se paga al empleado y se
      *    acredita contra el ISR retenido: cargo a la misma cuenta.
           IF WS-TOTAL-AJUSTE-REINTEGRO > ZERO
               MOVE WS-TOTAL-AJUSTE-REINTEGRO TO POL-DEBE
               MOVE ZERO TO POL-HABER
               WRITE GL-POSTING-RECORD
               ADD WS-TOTAL-AJUSTE-REINTEGRO TO WS-TOTAL-CARGOS
               MOVE ZERO TO POL-DEBE
           END-IF.

           MOVE "2200" TO POL-CUENTA.
           MOVE WS-TOTAL-IMSS TO POL-HABER.
