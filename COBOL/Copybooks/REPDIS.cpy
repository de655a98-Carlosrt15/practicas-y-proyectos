      ******************************************************************
      * Copybook: REPDIS
      * Purpose:  132-column print lines for the labor-distribution
      *           report produced by 28_distribucion_laboral: for each
      *           employee paid in the period, one line per department
      *           charged with the hours, pay and share of the hours,
      *           an employee total, then the control totals.
      ******************************************************************
       01  DIS-LINE-TITULO.
           05  FILLER                  PIC X(39)
               VALUE "DISTRIBUCION LABORAL POR DEPARTAMENTO".
           05  FILLER                  PIC X(9)   VALUE "PERIODO: ".
           05  DIS-TIT-PERIODO         PIC 9(6).
           05  FILLER                  PIC X(78)  VALUE SPACE.

       01  DIS-LINE-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "EMPL".
           05  FILLER                  PIC X(32)  VALUE "NOMBRE".
           05  FILLER                  PIC X(7)   VALUE "DEPTO".
           05  FILLER                  PIC X(7)   VALUE "BASE".
           05  FILLER                  PIC X(9)   VALUE "HRS REG".
           05  FILLER                  PIC X(9)   VALUE "HRS EXT".
           05  FILLER                  PIC X(9)   VALUE "HRS FES".
           05  FILLER                  PIC X(11)  VALUE "HRS TOTAL".
           05  FILLER                  PIC X(13)  VALUE "PAGO".
           05  FILLER                  PIC X(9)   VALUE "% HRS".
           05  FILLER                  PIC X(17)  VALUE SPACE.

       01  DIS-LINE-DETALLE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  DIS-DET-EMP-ID          PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  DIS-DET-NOMBRE          PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  DIS-DET-DEPTO           PIC X(4).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  DIS-DET-BASE            PIC X(4).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  DIS-DET-HORAS-REG       PIC ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  DIS-DET-HORAS-EXTRA     PIC ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  DIS-DET-HORAS-FESTIVO   PIC ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  DIS-DET-HORAS-TOTAL     PIC Z,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  DIS-DET-PAGO            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  DIS-DET-PORCENTAJE      PIC ZZ9.99.
           05  FILLER                  PIC X(20)  VALUE SPACE.

       01  DIS-LINE-EMPLEADO.
           05  FILLER                  PIC X(9)   VALUE SPACE.
           05  FILLER                  PIC X(73)
               VALUE "TOTAL DEL EMPLEADO".
           05  DIS-EMP-HORAS-TOTAL     PIC Z,ZZ9.99.
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  DIS-EMP-PAGO            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(29)  VALUE SPACE.

       01  DIS-LINE-CONTROL.
           05  FILLER                  PIC X(10)  VALUE "TOTALES:".
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  DIS-CTL-EMPLEADOS       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5)   VALUE " EMPL".
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  DIS-CTL-CON-CARGO       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10)  VALUE " CON CARGO".
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  DIS-CTL-HORAS           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)   VALUE " HRS".
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  DIS-CTL-PAGO            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(57)  VALUE SPACE.
