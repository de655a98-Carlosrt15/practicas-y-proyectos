      ******************************************************************
      * Copybook: REPPRV
      * Purpose:  132-column print lines for the month-end payroll
      *           accrual report produced by 31_provision_nomina: per
      *           department and pay period crossing the month end,
      *           the employees accrued, the unpaid days in the month
      *           and the accrual, and once the period is paid the
      *           part of the actual pay that fell in the month and
      *           its difference against the accrual; then the totals
      *           and the balance of the accrual and reversal entries.
      ******************************************************************
       01  PRV-LINE-TITULO.
           05  FILLER                  PIC X(38)
               VALUE "PROVISION DE NOMINA AL CIERRE DE MES".
           05  FILLER                  PIC X(8)   VALUE "CIERRE: ".
           05  PRV-TIT-CIERRE          PIC 9(8).
           05  FILLER                  PIC X(13)  VALUE "  REVERSION: ".
           05  PRV-TIT-REVERSION       PIC 9(8).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  PRV-TIT-MODO            PIC X(20).
           05  FILLER                  PIC X(34)  VALUE SPACE.

       01  PRV-LINE-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(7)   VALUE "DEPTO".
           05  FILLER                  PIC X(9)   VALUE "PERIODO".
           05  FILLER                  PIC X(7)   VALUE "GRUPO".
           05  FILLER                  PIC X(8)   VALUE "    EMPL".
           05  FILLER                  PIC X(6)   VALUE "  DIAS".
           05  FILLER                  PIC X(17)
               VALUE "       PROVISION".
           05  FILLER                  PIC X(17)
               VALUE "          PAGADO".
           05  FILLER                  PIC X(17)
               VALUE "      DIFERENCIA".
           05  FILLER                  PIC X(10)  VALUE "  ESTADO".
           05  FILLER                  PIC X(33)  VALUE SPACE.

       01  PRV-LINE-DETALLE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  PRV-DET-DEPTO           PIC X(4).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  PRV-DET-PERIODO         PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  PRV-DET-GRUPO           PIC X(1).
           05  FILLER                  PIC X(6)   VALUE SPACE.
           05  PRV-DET-EMPLEADOS       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  PRV-DET-DIAS            PIC ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  PRV-DET-PROVISION       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  PRV-DET-PAGADO          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  PRV-DET-DIFERENCIA      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  PRV-DET-ESTADO          PIC X(9).
      *        "PENDIENTE" = el periodo aun no se paga;
      *        "PAGADO"    = ya hay pagos del periodo en PAGOHIS.
           05  FILLER                  PIC X(34)  VALUE SPACE.

       01  PRV-LINE-CONTROL.
           05  FILLER                  PIC X(38)  VALUE "TOTALES:".
           05  PRV-CTL-PROVISION       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  PRV-CTL-PAGADO          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  PRV-CTL-DIFERENCIA      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(45)  VALUE SPACE.

       01  PRV-LINE-CUADRE.
           05  FILLER                  PIC X(20)
               VALUE "ASIENTOS - CARGOS: ".
           05  PRV-CUA-CARGOS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11)  VALUE "  ABONOS: ".
           05  PRV-CUA-ABONOS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15)
               VALUE "  DIFERENCIA: ".
           05  PRV-CUA-DIFERENCIA      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(43)  VALUE SPACE.
