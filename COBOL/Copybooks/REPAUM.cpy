      ******************************************************************
      * Copybook: REPAUM
      * Purpose:  132-column print lines for the mass pay-rate increase
      *           listing produced by 33_aumento_masivo: the increase
      *           applied, then per employee reached the old and new
      *           hourly rate, the periods paid since the effective
      *           date and the retro amount generated, and the totals.
      *           The same listing serves as the preview and as the
      *           record of the definitive run.
      ******************************************************************
       01  AUM-LINE-TITULO.
           05  FILLER                  PIC X(28)
               VALUE "AUMENTO MASIVO DE TARIFAS".
           05  FILLER                  PIC X(10)  VALUE "EFECTIVO: ".
           05  AUM-TIT-FECHA           PIC 9(8).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  FILLER                  PIC X(9)   VALUE "AUMENTO: ".
           05  AUM-TIT-VALOR           PIC ZZ9.99.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  AUM-TIT-UNIDAD          PIC X(6).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  FILLER                  PIC X(10)  VALUE "OBJETIVO: ".
           05  AUM-TIT-FILTRO          PIC X(1).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  AUM-TIT-OBJETIVO        PIC X(4).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  AUM-TIT-MODO            PIC X(12).
           05  FILLER                  PIC X(27)  VALUE SPACE.

       01  AUM-LINE-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(10)  VALUE "No. EMPL.".
           05  FILLER                  PIC X(32)  VALUE "NOMBRE".
           05  FILLER                  PIC X(7)   VALUE "DEPTO".
           05  FILLER                  PIC X(4)   VALUE "GPO".
           05  FILLER                  PIC X(5)   VALUE "TIPO".
           05  FILLER                  PIC X(12)  VALUE "  TARIFA ANT".
           05  FILLER                  PIC X(12)  VALUE "  TARIFA NVA".
           05  FILLER                  PIC X(10)  VALUE "  PERIODOS".
           05  FILLER                  PIC X(16)
               VALUE "     RETROACTIVO".
           05  FILLER                  PIC X(23)  VALUE SPACE.

       01  AUM-LINE-DETALLE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  AUM-DET-EMP-ID          PIC 9(6).
           05  FILLER                  PIC X(4)   VALUE SPACE.
           05  AUM-DET-NOMBRE          PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AUM-DET-DEPTO           PIC X(4).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  AUM-DET-GRUPO           PIC X(1).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  AUM-DET-TIPO            PIC X(1).
           05  FILLER                  PIC X(10)  VALUE SPACE.
           05  AUM-DET-TARIFA-ANT      PIC ZZ9.99.
           05  FILLER                  PIC X(6)   VALUE SPACE.
           05  AUM-DET-TARIFA-NVA      PIC ZZ9.99.
           05  FILLER                  PIC X(6)   VALUE SPACE.
           05  AUM-DET-PERIODOS        PIC ZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  AUM-DET-RETRO           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(23)  VALUE SPACE.

       01  AUM-LINE-CONTROL.
           05  FILLER                  PIC X(11)  VALUE "EMPLEADOS: ".
           05  AUM-CTL-EMPLEADOS       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12)  VALUE "  OMITIDOS: ".
           05  AUM-CTL-OMITIDOS        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15)
               VALUE "  AJUSTES RET: ".
           05  AUM-CTL-AJUSTES         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(21)
               VALUE "  TOTAL RETROACTIVO: ".
           05  AUM-CTL-RETRO           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(41)  VALUE SPACE.
