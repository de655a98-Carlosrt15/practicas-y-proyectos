      ******************************************************************
      * Copybook: REPINT
      * Purpose:  132-column print lines for the integrity report
      *           produced by 32_integridad_archivos: for every rule
      *           with breaks a rule line with its severity and count
      *           followed by the cases (file, employee, key, amount),
      *           then a summary line per rule and the totals with the
      *           return code the run ends with.
      ******************************************************************
       01  INT-LINE-TITULO.
           05  FILLER                  PIC X(46)
               VALUE "REVISION DE INTEGRIDAD DE ARCHIVOS DE NOMINA".
           05  FILLER                  PIC X(7)   VALUE "FECHA: ".
           05  INT-TIT-FECHA           PIC 9(8).
           05  FILLER                  PIC X(71)  VALUE SPACE.

       01  INT-LINE-REGLA.
           05  FILLER                  PIC X(6)   VALUE "REGLA ".
           05  INT-REG-CODIGO          PIC X(2).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  INT-REG-SEVERIDAD       PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  INT-REG-DESC            PIC X(40).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  FILLER                  PIC X(7)   VALUE "CASOS: ".
           05  INT-REG-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(57)  VALUE SPACE.

       01  INT-LINE-HEADING.
           05  FILLER                  PIC X(5)   VALUE SPACE.
           05  FILLER                  PIC X(10)  VALUE "ARCHIVO".
           05  FILLER                  PIC X(11)  VALUE "No. EMPL.".
           05  FILLER                  PIC X(14)  VALUE "LLAVE".
           05  FILLER                  PIC X(14)
               VALUE "         MONTO".
           05  FILLER                  PIC X(78)  VALUE SPACE.

       01  INT-LINE-DETALLE.
           05  FILLER                  PIC X(5)   VALUE SPACE.
           05  INT-DET-ARCHIVO         PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  INT-DET-EMP-ID          PIC 9(6).
           05  FILLER                  PIC X(5)   VALUE SPACE.
           05  INT-DET-LLAVE           PIC X(12).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  INT-DET-MONTO           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(78)  VALUE SPACE.

       01  INT-LINE-RESUMEN.
           05  FILLER                  PIC X(20)
               VALUE "RESUMEN POR REGLA".
           05  FILLER                  PIC X(112) VALUE SPACE.

       01  INT-LINE-TOTAL.
           05  FILLER                  PIC X(16)
               VALUE "TOTAL DE CASOS: ".
           05  INT-TOT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10)  VALUE "  GRAVES: ".
           05  INT-TOT-GRAVES          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10)  VALUE "  AVISOS: ".
           05  INT-TOT-AVISOS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18)
               VALUE "  CODIGO RETORNO: ".
           05  INT-TOT-RETORNO         PIC Z9.
           05  FILLER                  PIC X(55)  VALUE SPACE.
