      ******************************************************************
      * Copybook: REPIMS
      * Purpose:  132-column print lines for the IMSS movement control
      *           report produced by 27_movimientos_imss: one line per
      *           movement found in the date range with its SDI and
      *           the business days elapsed since the movement, flagged
      *           when the NSS is missing (the movement is held back)
      *           or the 5-business-day legal deadline has passed, then
      *           the counts by movement type and condition.
      ******************************************************************
       01  IMS-LINE-TITULO.
           05  FILLER                  PIC X(31)
               VALUE "MOVIMIENTOS AFILIATORIOS IMSS".
           05  FILLER                  PIC X(5)   VALUE "DEL: ".
           05  IMS-TIT-DESDE           PIC 9(8).
           05  FILLER                  PIC X(6)   VALUE "  AL: ".
           05  IMS-TIT-HASTA           PIC 9(8).
           05  FILLER                  PIC X(17)
               VALUE "  REG. PATRONAL: ".
           05  IMS-TIT-REG-PATRONAL    PIC X(11).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  IMS-TIT-MODO            PIC X(20).
           05  FILLER                  PIC X(23)  VALUE SPACE.

       01  IMS-LINE-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "No. EMP".
           05  FILLER                  PIC X(21)  VALUE "NOMBRE".
           05  FILLER                  PIC X(13)  VALUE "MOVIMIENTO".
           05  FILLER                  PIC X(10)  VALUE "FECHA MOV".
           05  FILLER                  PIC X(11)  VALUE "SDI".
           05  FILLER                  PIC X(13)  VALUE "NSS".
           05  FILLER                  PIC X(5)   VALUE "D.H.".
           05  FILLER                  PIC X(30)  VALUE "OBSERVACION".
           05  FILLER                  PIC X(20)  VALUE SPACE.

       01  IMS-LINE-DETALLE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  IMS-DET-EMP-ID          PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  IMS-DET-NOMBRE          PIC X(20).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  IMS-DET-MOVIMIENTO      PIC X(12).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  IMS-DET-FECHA           PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  IMS-DET-SDI             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  IMS-DET-NSS             PIC X(11).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  IMS-DET-DIAS            PIC ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  IMS-DET-OBSERVACION     PIC X(30).
           05  FILLER                  PIC X(20)  VALUE SPACE.

       01  IMS-LINE-CONTROL.
           05  FILLER                  PIC X(7)   VALUE "ALTAS: ".
           05  IMS-CTL-ALTAS           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(9)   VALUE "  BAJAS: ".
           05  IMS-CTL-BAJAS           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18)
               VALUE "  MODIFICACIONES: ".
           05  IMS-CTL-MODIFICACIONES  PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12)  VALUE "  ENVIADOS: ".
           05  IMS-CTL-ENVIADOS        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(58)  VALUE SPACE.

       01  IMS-LINE-CONTROL-2.
           05  FILLER                  PIC X(23)
               VALUE "SIN NSS (NO ENVIADOS): ".
           05  IMS-CTL-SIN-NSS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17)
               VALUE "  EXTEMPORANEOS: ".
           05  IMS-CTL-EXTEMPORANEOS   PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(26)
               VALUE "  YA ENVIADOS (OMITIDOS): ".
           05  IMS-CTL-YA-ENVIADOS     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17)
               VALUE "  NO EN MAESTRO: ".
           05  IMS-CTL-NO-MAESTRO      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(21)  VALUE SPACE.
