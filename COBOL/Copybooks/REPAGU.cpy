      ******************************************************************
      * Copybook: REPAGU
      * Purpose:  132-column print lines for the aguinaldo and prima
      *           vacacional register produced by 22_aguinaldo: one
      *           line per eligible employee with the days counted for
      *           the proration, each bonus, the tax-exempt part, the
      *           tax withheld and the net, then run totals and a line
      *           for the HR sign-off.
      ******************************************************************
       01  AGU-LINE-TITULO.
           05  FILLER                  PIC X(40)
               VALUE "REGISTRO DE AGUINALDO Y PRIMA VACACIONAL".
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  FILLER                  PIC X(9)   VALUE "PERIODO: ".
           05  AGU-TIT-PERIODO         PIC 9(6).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  FILLER                  PIC X(6)   VALUE "ANIO: ".
           05  AGU-TIT-ANIO            PIC 9(4).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  AGU-TIT-MODO            PIC X(20).
           05  FILLER                  PIC X(39)  VALUE SPACE.

       01  AGU-LINE-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "No. EMP".
           05  FILLER                  PIC X(21)  VALUE "NOMBRE".
           05  FILLER                  PIC X(10)  VALUE "INGRESO".
           05  FILLER                  PIC X(5)   VALUE "DIAS".
           05  FILLER                  PIC X(12)  VALUE "AGUINALDO".
           05  FILLER                  PIC X(9)   VALUE "HRS VAC".
           05  FILLER                  PIC X(12)  VALUE "PRIMA VAC".
           05  FILLER                  PIC X(12)  VALUE "EXENTO".
           05  FILLER                  PIC X(12)  VALUE "IMPUESTO".
           05  FILLER                  PIC X(12)  VALUE "NETO".
           05  FILLER                  PIC X(12)  VALUE "OBSERVACION".
           05  FILLER                  PIC X(6)   VALUE SPACE.

       01  AGU-LINE-DETALLE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  AGU-DET-EMP-ID          PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AGU-DET-NOMBRE          PIC X(20).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  AGU-DET-INGRESO         PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AGU-DET-DIAS            PIC ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AGU-DET-AGUINALDO       PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AGU-DET-HORAS-VAC       PIC ZZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AGU-DET-PRIMA           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AGU-DET-EXENTO          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AGU-DET-IMPUESTO        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AGU-DET-NETO            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AGU-DET-OBSERVACION     PIC X(12).
           05  FILLER                  PIC X(6)   VALUE SPACE.

       01  AGU-LINE-CONTROL.
           05  FILLER                  PIC X(11)  VALUE "EMPLEADOS: ".
           05  AGU-CTL-EMPLEADOS       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)  VALUE "  AGUINALDO: ".
           05  AGU-CTL-AGUINALDO       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9)   VALUE "  PRIMA: ".
           05  AGU-CTL-PRIMA           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12)  VALUE "  IMPUESTO: ".
           05  AGU-CTL-IMPUESTO        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(8)   VALUE "  NETO: ".
           05  AGU-CTL-NETO            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(16)  VALUE SPACE.

       01  AGU-LINE-CONTROL-2.
           05  FILLER                  PIC X(12)  VALUE "YA PAGADOS: ".
           05  AGU-CTL-YA-PAGADOS      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)  VALUE "  CON ERROR: ".
           05  AGU-CTL-ERRORES         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18)
                                       VALUE "  SIN F. INGRESO: ".
           05  AGU-CTL-SIN-INGRESO     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(68)  VALUE SPACE.

       01  AGU-LINE-FIRMA.
           05  FILLER                  PIC X(30)
                                 VALUE "AUTORIZO RECURSOS HUMANOS:".
           05  FILLER                  PIC X(40)  VALUE ALL "_".
           05  FILLER                  PIC X(62)  VALUE SPACE.
