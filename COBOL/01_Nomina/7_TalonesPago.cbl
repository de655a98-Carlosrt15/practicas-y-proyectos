      * Purpose: Format one printable pay stub per employee from the
      *          pay-detail file written by 01_nomina, with name and
      *          department from the employee master - hours, regular
      *          pay, overtime at double and triple time, Sunday
      *          premium, holiday pay, aguinaldo and prima vacacional,
      *          gross, each deduction, any annual ISR adjustment
      *          balance due or refund and net, one employee per page,
      *          ready to hand out each pay day.
      *          With an employee and period on the command line it
      *          instead reprints that one stub from the permanent
      *          pay-history file, for any past period.
           05  WS-TAL-HORAS-ENFERMEDAD PIC 9(3)V99.
           05  WS-TAL-PAGO-REGULAR     PIC 9(6)V99.
           05  WS-TAL-PAGO-EXTRA       PIC 9(6)V99.
           05  WS-TAL-HORAS-EXTRA-DOBLE  PIC 9(3)V99.
           05  WS-TAL-PAGO-EXTRA-DOBLE   PIC 9(6)V99.
           05  WS-TAL-HORAS-EXTRA-TRIPLE PIC 9(3)V99.
           05  WS-TAL-PAGO-EXTRA-TRIPLE  PIC 9(6)V99.
           05  WS-TAL-HORAS-DOMINGO    PIC 9(3)V99.
           05  WS-TAL-PRIMA-DOMINICAL  PIC 9(6)V99.
           05  WS-TAL-HORAS-FESTIVO    PIC 9(3)V99.
           05  WS-TAL-PAGO-FESTIVO     PIC 9(6)V99.
           05  WS-TAL-PAGO-AGUINALDO   PIC 9(6)V99.
           05  WS-TAL-AGUINALDO-EXENTO PIC 9(6)V99.
           05  WS-TAL-PRIMA-VACACIONAL PIC 9(6)V99.
           05  WS-TAL-PRIMA-VAC-EXENTA PIC 9(6)V99.
           05  WS-TAL-PAGO-BRUTO       PIC 9(6)V99.
           05  WS-TAL-DED-IMPUESTO     PIC 9(6)V99.
           05  WS-TAL-DED-IMSS         PIC 9(6)V99.
           05  WS-TAL-ISR-AJUSTE-CARGO PIC 9(6)V99.
           05  WS-TAL-ISR-AJUSTE-REINTEGRO PIC 9(6)V99.
           05  WS-TAL-RECUPERACION     PIC 9(6)V99.
           05  WS-TAL-OTRAS-COUNT      PIC 9(1).
           05  WS-TAL-OTRAS-DETALLE.
           MOVE TAL-LINE-HORAS TO TAL-PRINT-LINE.
           WRITE TAL-PRINT-LINE.

           MOVE "HORAS EXTRA DOBLES:"   TO TAL-HORAS-LITERAL.
           MOVE WS-TAL-HORAS-EXTRA-DOBLE TO TAL-HORAS.
           MOVE "PAGO EXTRA X2:"        TO TAL-HORAS-PAGO-LITERAL.
           MOVE WS-TAL-PAGO-EXTRA-DOBLE TO TAL-HORAS-PAGO.
           MOVE TAL-LINE-HORAS TO TAL-PRINT-LINE.
           WRITE TAL-PRINT-LINE.

           MOVE "HORAS EXTRA TRIPLES:"  TO TAL-HORAS-LITERAL.
           MOVE WS-TAL-HORAS-EXTRA-TRIPLE TO TAL-HORAS.
           MOVE "PAGO EXTRA X3:"        TO TAL-HORAS-PAGO-LITERAL.
           MOVE WS-TAL-PAGO-EXTRA-TRIPLE TO TAL-HORAS-PAGO.
           MOVE TAL-LINE-HORAS TO TAL-PRINT-LINE.
           WRITE TAL-PRINT-LINE.

           IF WS-TAL-HORAS-DOMINGO > ZERO
               MOVE "HORAS EN DOMINGO:"    TO TAL-HORAS-LITERAL
               MOVE WS-TAL-HORAS-DOMINGO   TO TAL-HORAS
               MOVE "PRIMA DOMINICAL:"     TO TAL-HORAS-PAGO-LITERAL
               MOVE WS-TAL-PRIMA-DOMINICAL TO TAL-HORAS-PAGO
               MOVE TAL-LINE-HORAS TO TAL-PRINT-LINE
               WRITE TAL-PRINT-LINE
           END-IF.

           IF WS-TAL-HORAS-FESTIVO > ZERO
               MOVE "HORAS DIA FESTIVO:"   TO TAL-HORAS-LITERAL
               MOVE WS-TAL-HORAS-FESTIVO   TO TAL-HORAS
               MOVE "PAGO FESTIVO X3:"     TO TAL-HORAS-PAGO-LITERAL
               MOVE WS-TAL-PAGO-FESTIVO    TO TAL-HORAS-PAGO
               MOVE TAL-LINE-HORAS TO TAL-PRINT-LINE
               WRITE TAL-PRINT-LINE
           END-IF.

           IF WS-TAL-HORAS-VACACIONES > ZERO
               MOVE "HORAS VACACIONES:"    TO TAL-HORAS-LITERAL
               MOVE WS-TAL-HORAS-VACACIONES TO TAL-HORAS
               WRITE TAL-PRINT-LINE
           END-IF.

           IF WS-TAL-PAGO-AGUINALDO > ZERO
               MOVE "AGUINALDO:"           TO TAL-IMPORTE-LITERAL
               MOVE WS-TAL-PAGO-AGUINALDO  TO TAL-IMPORTE
               MOVE TAL-LINE-IMPORTE TO TAL-PRINT-LINE
               WRITE TAL-PRINT-LINE
           END-IF.

           IF WS-TAL-PRIMA-VACACIONAL > ZERO
               MOVE "PRIMA VACACIONAL:"    TO TAL-IMPORTE-LITERAL
               MOVE WS-TAL-PRIMA-VACACIONAL TO TAL-IMPORTE
               MOVE TAL-LINE-IMPORTE TO TAL-PRINT-LINE
               WRITE TAL-PRINT-LINE
           END-IF.

           MOVE "PAGO BRUTO:"             TO TAL-IMPORTE-LITERAL.
           MOVE WS-TAL-PAGO-BRUTO         TO TAL-IMPORTE.
           MOVE TAL-LINE-IMPORTE TO TAL-PRINT-LINE.
           MOVE TAL-LINE-IMPORTE TO TAL-PRINT-LINE.
           WRITE TAL-PRINT-LINE.

           IF WS-TAL-ISR-AJUSTE-CARGO > ZERO
               MOVE "AJUSTE ANUAL ISR A CARGO:" TO TAL-IMPORTE-LITERAL
               MOVE WS-TAL-ISR-AJUSTE-CARGO TO TAL-IMPORTE
               MOVE TAL-LINE-IMPORTE TO TAL-PRINT-LINE
               WRITE TAL-PRINT-LINE
           END-IF.

           IF WS-TAL-ISR-AJUSTE-REINTEGRO > ZERO
               MOVE "REINTEGRO AJUSTE ANUAL ISR:"
                   TO TAL-IMPORTE-LITERAL
               MOVE WS-TAL-ISR-AJUSTE-REINTEGRO TO TAL-IMPORTE
               MOVE TAL-LINE-IMPORTE TO TAL-PRINT-LINE
               WRITE TAL-PRINT-LINE
           END-IF.

           IF WS-TAL-OTRAS-COUNT > ZERO
               PERFORM VARYING WS-OTRA-SUB FROM 1 BY 1
                   UNTIL WS-OTRA-SUB > WS-TAL-OTRAS-COUNT
