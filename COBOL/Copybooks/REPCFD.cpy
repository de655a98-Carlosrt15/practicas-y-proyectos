      ******************************************************************
      * Copybook: REPCFD
      * Purpose:  132-column print lines for the CFDI de nomina
      *           stamping exception list produced by 26_carga_timbres:
      *           one line per pay of the period on PAGOHIS that is not
      *           stamped (never sent, sent without answer, rejected by
      *           the PAC, missing fiscal data, or recalculated after
      *           stamping), then the counts that 14_cierre_periodo
      *           requires to be clean before the period can be closed.
      ******************************************************************
       01  CFD-LINE-TITULO.
           05  FILLER                  PIC X(32)
               VALUE "PAGOS SIN TIMBRAR - CFDI NOMINA".
           05  FILLER                  PIC X(9)   VALUE "PERIODO: ".
           05  CFD-TIT-PERIODO         PIC 9(6).
           05  FILLER                  PIC X(85)  VALUE SPACE.

       01  CFD-LINE-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "No. EMP".
           05  FILLER                  PIC X(21)  VALUE "NOMBRE".
           05  FILLER                  PIC X(14)  VALUE "BRUTO".
           05  FILLER                  PIC X(14)  VALUE "NETO".
           05  FILLER                  PIC X(24)  VALUE "SITUACION".
           05  FILLER                  PIC X(40)  VALUE "MOTIVO".
           05  FILLER                  PIC X(10)  VALUE SPACE.

       01  CFD-LINE-DETALLE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  CFD-DET-EMP-ID          PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  CFD-DET-NOMBRE          PIC X(20).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  CFD-DET-BRUTO           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)   VALUE SPACE.
           05  CFD-DET-NETO            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)   VALUE SPACE.
           05  CFD-DET-SITUACION       PIC X(22).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  CFD-DET-MOTIVO          PIC X(40).
           05  FILLER                  PIC X(10)  VALUE SPACE.

       01  CFD-LINE-CONTROL.
           05  FILLER                  PIC X(18)
               VALUE "PAGOS DEL PERIODO:".
           05  CFD-CTL-PAGOS           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)  VALUE "  TIMBRADOS: ".
           05  CFD-CTL-TIMBRADOS       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15)
               VALUE "  SIN TIMBRAR: ".
           05  CFD-CTL-PENDIENTES      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15)
                                       VALUE "  RECHAZADOS: ".
           05  CFD-CTL-RECHAZADOS      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(43)  VALUE SPACE.

       01  CFD-LINE-CARGA.
           05  FILLER                  PIC X(27)
               VALUE "RESPUESTAS DEL PAC LEIDAS: ".
           05  CFD-CAR-LEIDAS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)  VALUE "  TIMBRADAS: ".
           05  CFD-CAR-TIMBRADAS       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14)
               VALUE "  RECHAZADAS: ".
           05  CFD-CAR-RECHAZADAS      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18)
               VALUE "  NO APLICADAS: ".
           05  CFD-CAR-NO-APLICADAS    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(32)  VALUE SPACE.
