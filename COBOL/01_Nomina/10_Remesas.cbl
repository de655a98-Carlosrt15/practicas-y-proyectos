      *          (REMIMSS), plus a declaration report with the total
      *          withheld by type and a reconciliation line proving
      *          the sum equals what came out of gross on the
      *          register. The ISR declared per employee includes any
      *          annual-adjustment balance due withheld in the period;
      *          annual-adjustment refunds paid in the period are
      *          listed in their own section and credited against
      *          the ISR to remit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-PARAM-PERIODO        PIC 9(6).
       01  WS-FIN-DETALLE          PIC X(1).
       01  WS-SECCION              PIC X(1).
      *        "I" = impuesto, "M" = IMSS, "A" = ajuste anual de ISR
       01  WS-ISR-EMPLEADO         PIC 9(6)V99.
       01  WS-TOTAL-AJUSTE-CARGO   PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-AJUSTE-REINTEGRO PIC 9(9)V99 VALUE ZERO.
       01  WS-ISR-NETO-ENTERAR     PIC S9(9)V99.
       01  WS-CONTADOR-SECCION     PIC 9(7).
       01  WS-TOTAL-SECCION        PIC 9(9)V99.
       01  WS-TOTAL-IMPUESTO       PIC 9(9)V99 VALUE ZERO.
           PERFORM DECLARAR-SECCION.
           MOVE WS-TOTAL-SECCION TO WS-TOTAL-IMSS.

           MOVE "A" TO WS-SECCION.
           MOVE "AJUSTE ANUAL ISR" TO RMS-SEC-AGENCIA.
           PERFORM DECLARAR-AJUSTE-ANUAL.

           PERFORM CONCILIAR-CONTRA-BRUTO.

           CLOSE TAX-REMIT-FILE.
       DECLARAR-EMPLEADO.
           ADD 1 TO WS-CONTADOR-SECCION.
           IF WS-SECCION = "I"
               ADD DET-DEDUCCION-IMPUESTO DET-ISR-AJUSTE-CARGO
                   GIVING WS-ISR-EMPLEADO
               ADD WS-ISR-EMPLEADO TO WS-TOTAL-SECCION
               MOVE WS-PARAM-PERIODO TO REM-PERIODO
               MOVE DET-EMP-ID TO REM-EMP-ID
               MOVE WS-ISR-EMPLEADO TO REM-MONTO
               WRITE REMITTANCE-RECORD
               MOVE DET-EMP-ID TO RMS-DET-EMP-ID
               MOVE WS-ISR-EMPLEADO TO RMS-DET-MONTO
           ELSE
               ADD DET-DEDUCCION-IMSS TO WS-TOTAL-SECCION
               MOVE WS-PARAM-PERIODO TO RIS-PERIODO
           MOVE RMS-LINE-DETALLE TO RMS-PRINT-LINE.
           WRITE RMS-PRINT-LINE.

       DECLARAR-AJUSTE-ANUAL.
      *    Cargos y reintegros del ajuste anual aplicados en el
      *    periodo. Los cargos ya van dentro del ISR declarado por
      *    empleado; los reintegros se acreditan contra ese ISR.
           MOVE "N" TO WS-FIN-DETALLE.
           MOVE WS-PARAM-PERIODO TO RMS-SEC-PERIODO.
           MOVE RMS-LINE-SECCION TO RMS-PRINT-LINE.
           WRITE RMS-PRINT-LINE.
           MOVE RMS-LINE-HEADING-AJUSTE TO RMS-PRINT-LINE.
           WRITE RMS-PRINT-LINE.

           OPEN INPUT PAY-DETAIL-FILE.
           IF WS-DET-FILE-STATUS = "00"
               PERFORM UNTIL WS-FIN-DETALLE = "S"
                   READ PAY-DETAIL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-DETALLE
                       NOT AT END
                           IF DET-PERIODO = WS-PARAM-PERIODO
                               AND (DET-ISR-AJUSTE-CARGO > ZERO
                                 OR DET-ISR-AJUSTE-REINTEGRO > ZERO)
                               PERFORM DECLARAR-AJUSTE-EMPLEADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-DETAIL-FILE
           ELSE
               MOVE "S" TO WS-FIN-DETALLE
           END-IF.

           COMPUTE WS-ISR-NETO-ENTERAR =
               WS-TOTAL-IMPUESTO - WS-TOTAL-AJUSTE-REINTEGRO.
           MOVE WS-TOTAL-AJUSTE-CARGO     TO RMS-CAJ-CARGOS.
           MOVE WS-TOTAL-AJUSTE-REINTEGRO TO RMS-CAJ-REINTEGROS.
           MOVE WS-ISR-NETO-ENTERAR       TO RMS-CAJ-NETO.
           MOVE RMS-LINE-CONTROL-AJUSTE TO RMS-PRINT-LINE.
           WRITE RMS-PRINT-LINE.

       DECLARAR-AJUSTE-EMPLEADO.
           ADD DET-ISR-AJUSTE-CARGO     TO WS-TOTAL-AJUSTE-CARGO.
           ADD DET-ISR-AJUSTE-REINTEGRO TO WS-TOTAL-AJUSTE-REINTEGRO.
           MOVE DET-EMP-ID               TO RMS-AJU-EMP-ID.
           MOVE DET-ISR-AJUSTE-CARGO     TO RMS-AJU-CARGO.
           MOVE DET-ISR-AJUSTE-REINTEGRO TO RMS-AJU-REINTEGRO.
           MOVE RMS-LINE-DETALLE-AJUSTE TO RMS-PRINT-LINE.
           WRITE RMS-PRINT-LINE.

       CONCILIAR-CONTRA-BRUTO.
           MOVE "N" TO WS-FIN-DETALLE.
           OPEN INPUT PAY-DETAIL-FILE.
                           IF DET-PERIODO = WS-PARAM-PERIODO
                               ADD DET-PAGO-BRUTO
                                   TO WS-TOTAL-BRUTO-NETO
                               ADD DET-ISR-AJUSTE-REINTEGRO
                                   TO WS-TOTAL-BRUTO-NETO
                               SUBTRACT DET-PAGO-NETO
                                   FROM WS-TOTAL-BRUTO-NETO
                               SUBTRACT DET-RECUPERACION
