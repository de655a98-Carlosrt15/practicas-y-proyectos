      ******************************************************************
      * Copybook: REPAJA
      * Purpose:  132-column print lines for the annual ISR adjustment
      *           report produced by 24_ajuste_anual: one line per
      *           employee on YTDFILE for the year with the taxable
      *           income, the tax owed per the annual tariff, the tax
      *           withheld and the resulting balance due or refund,
      *           then run totals and the net ISR that the adjustment
      *           adds to (or credits against) the tax remittance of
      *           10_remesas when the first payroll of the year pays it.
      ******************************************************************
       01  AJA-LINE-TITULO.
           05  FILLER                  PIC X(20)
                                       VALUE "AJUSTE ANUAL DE ISR".
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  FILLER                  PIC X(6)   VALUE "ANIO: ".
           05  AJA-TIT-ANIO            PIC 9(4).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "TARIFA: ".
           05  AJA-TIT-TARIFA          PIC 9(8).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  AJA-TIT-MODO            PIC X(20).
           05  FILLER                  PIC X(58)  VALUE SPACE.

       01  AJA-LINE-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "No. EMP".
           05  FILLER                  PIC X(21)  VALUE "NOMBRE".
           05  FILLER                  PIC X(15)  VALUE "BASE GRAVABLE".
           05  FILLER                  PIC X(14)  VALUE "ISR ANUAL".
           05  FILLER                  PIC X(14)  VALUE "RETENIDO".
           05  FILLER                  PIC X(12)  VALUE "A CARGO".
           05  FILLER                  PIC X(12)  VALUE "REINTEGRO".
           05  FILLER                  PIC X(4)   VALUE "PER".
           05  FILLER                  PIC X(12)  VALUE "POR PERIODO".
           05  FILLER                  PIC X(12)  VALUE "OBSERVACION".
           05  FILLER                  PIC X(7)   VALUE SPACE.

       01  AJA-LINE-DETALLE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  AJA-DET-EMP-ID          PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AJA-DET-NOMBRE          PIC X(20).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  AJA-DET-BRUTO           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  AJA-DET-ISR-ANUAL       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  AJA-DET-RETENIDO        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  AJA-DET-CARGO           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AJA-DET-REINTEGRO       PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AJA-DET-PERIODOS        PIC Z9.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AJA-DET-POR-PERIODO     PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AJA-DET-OBSERVACION     PIC X(12).
           05  FILLER                  PIC X(7)   VALUE SPACE.

       01  AJA-LINE-CONTROL.
           05  FILLER                  PIC X(21)
                                       VALUE "EMPLEADOS AJUSTADOS: ".
           05  AJA-CTL-EMPLEADOS       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17)
                                       VALUE "  TOTAL A CARGO: ".
           05  AJA-CTL-CARGOS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20)
                                       VALUE "  TOTAL REINTEGROS: ".
           05  AJA-CTL-REINTEGROS      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(39)  VALUE SPACE.

       01  AJA-LINE-CONTROL-2.
           05  FILLER                  PIC X(11)  VALUE "CON CARGO: ".
           05  AJA-CTL-CON-CARGO       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17)
                                       VALUE "  CON REINTEGRO: ".
           05  AJA-CTL-CON-REINTEGRO   PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)  VALUE "  DIFERIDOS: ".
           05  AJA-CTL-DIFERIDOS       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18)
                                       VALUE "  SIN DIFERENCIA: ".
           05  AJA-CTL-SIN-DIFERENCIA  PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(45)  VALUE SPACE.

       01  AJA-LINE-CONTROL-3.
           05  FILLER                  PIC X(14)
                                       VALUE "NO ELEGIBLES: ".
           05  AJA-CTL-NO-ELEGIBLES    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16)
                                       VALUE "  YA APLICADOS: ".
           05  AJA-CTL-YA-APLICADOS    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)  VALUE "  CON ERROR: ".
           05  AJA-CTL-ERRORES         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(68)  VALUE SPACE.

       01  AJA-LINE-REMESA.
           05  FILLER                  PIC X(40)
               VALUE "ISR NETO A ENTERAR (CARGOS-REINTEGROS): ".
           05  AJA-REM-NETO            PIC ---,---,--9.99.
           05  FILLER                  PIC X(78)  VALUE SPACE.
