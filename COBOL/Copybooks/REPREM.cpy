      * Purpose:  132-column print lines for the periodic remittance
      *           declaration report produced by 10_remesas: one
      *           section per agency with employee-level detail, the
      *           total withheld by type, the annual ISR adjustment
      *           balances due and refunds paid in the period with the
      *           net ISR to remit, and a reconciliation line proving
      *           the sum equals what came out of gross.
      ******************************************************************
       01  RMS-LINE-SECCION.
           05  FILLER                  PIC X(13)
           05  FILLER                  PIC X(10)  VALUE " EMPLEADOS".
           05  FILLER                  PIC X(81)  VALUE SPACE.

       01  RMS-LINE-HEADING-AJUSTE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(10)  VALUE "No. EMPL.".
           05  FILLER                  PIC X(13)  VALUE "A CARGO".
           05  FILLER                  PIC X(13)  VALUE "REINTEGRO".
           05  FILLER                  PIC X(95)  VALUE SPACE.

       01  RMS-LINE-DETALLE-AJUSTE.
           05  RMS-AJU-EMP-ID          PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  RMS-AJU-CARGO           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  RMS-AJU-REINTEGRO       PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(100) VALUE SPACE.

       01  RMS-LINE-CONTROL-AJUSTE.
           05  FILLER                  PIC X(9)   VALUE "CARGOS: ".
           05  RMS-CAJ-CARGOS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15)
                                       VALUE "  REINTEGROS: ".
           05  RMS-CAJ-REINTEGROS      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(22)
                                       VALUE "  ISR NETO A ENTERAR: ".
           05  RMS-CAJ-NETO            PIC ---,---,--9.99.
           05  FILLER                  PIC X(44)  VALUE SPACE.

       01  RMS-LINE-CONCILIA.
           05  FILLER                  PIC X(20)
                                       VALUE "RETENIDO TOTAL:     ".
