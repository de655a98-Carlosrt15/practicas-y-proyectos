      ******************************************************************
      * Copybook: REPPRE
      * Purpose:  132-column print lines for the department budget
      *           versus actual report produced by
      *           30_presupuesto_vs_real: per department one line for
      *           the month and one for the year to date with the
      *           budgeted and actual headcount, regular pay and
      *           overtime pay, the variance in amount and percent,
      *           and an alert when a variance passes the tolerance.
      *           Amounts are printed in whole pesos.
      ******************************************************************
       01  PRE-LINE-TITULO.
           05  FILLER                  PIC X(48)
               VALUE "PRESUPUESTO VS REAL DE NOMINA POR DEPARTAMENTO".
           05  FILLER                  PIC X(5)   VALUE "MES: ".
           05  PRE-TIT-MES             PIC 9(6).
           05  FILLER                  PIC X(15)
               VALUE "   TOLERANCIA: ".
           05  PRE-TIT-TOLERANCIA      PIC ZZ9.
           05  FILLER                  PIC X(2)   VALUE " %".
           05  FILLER                  PIC X(53)  VALUE SPACE.

       01  PRE-LINE-HEADING-1.
           05  FILLER                  PIC X(13)  VALUE SPACE.
           05  FILLER                  PIC X(27)
               VALUE "         PLANTILLA".
           05  FILLER                  PIC X(42)
               VALUE "          SUELDO REGULAR (PESOS)".
           05  FILLER                  PIC X(42)
               VALUE "           TIEMPO EXTRA (PESOS)".
           05  FILLER                  PIC X(8)   VALUE SPACE.

       01  PRE-LINE-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(6)   VALUE "DEPTO".
           05  FILLER                  PIC X(4)   VALUE "TIPO".
           05  FILLER                  PIC X(8)   VALUE "    PRES".
           05  FILLER                  PIC X(7)   VALUE "   REAL".
           05  FILLER                  PIC X(7)   VALUE "    DIF".
           05  FILLER                  PIC X(7)   VALUE "  % DIF".
           05  FILLER                  PIC X(12)  VALUE "        PRES".
           05  FILLER                  PIC X(11)  VALUE "       REAL".
           05  FILLER                  PIC X(12)  VALUE "         DIF".
           05  FILLER                  PIC X(7)   VALUE "  % DIF".
           05  FILLER                  PIC X(12)  VALUE "        PRES".
           05  FILLER                  PIC X(11)  VALUE "       REAL".
           05  FILLER                  PIC X(12)  VALUE "         DIF".
           05  FILLER                  PIC X(7)   VALUE "  % DIF".
           05  FILLER                  PIC X(8)   VALUE "  ALERTA".

       01  PRE-LINE-DETALLE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  PRE-DET-DEPTO           PIC X(5).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  PRE-DET-TIPO            PIC X(4).
      *        "MES " = el mes pedido, "ACUM" = enero al mes pedido;
      *        en ACUM la plantilla es el promedio mensual.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  PRE-DET-PLANT-PRES      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  PRE-DET-PLANT-REAL      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  PRE-DET-PLANT-DIF       PIC -Z,ZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  PRE-DET-PLANT-PCT       PIC -ZZ9.9.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  PRE-DET-REG-PRES        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  PRE-DET-REG-REAL        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  PRE-DET-REG-DIF         PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  PRE-DET-REG-PCT         PIC -ZZ9.9.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  PRE-DET-EXT-PRES        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  PRE-DET-EXT-REAL        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  PRE-DET-EXT-DIF         PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  PRE-DET-EXT-PCT         PIC -ZZ9.9.
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  PRE-DET-ALERTA          PIC X(5).
           05  FILLER                  PIC X(1)   VALUE SPACE.

       01  PRE-LINE-CONTROL.
           05  FILLER                  PIC X(10)  VALUE "TOTALES:".
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  PRE-CTL-DEPTOS          PIC Z,ZZ9.
           05  FILLER                  PIC X(7)   VALUE " DEPTOS".
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  PRE-CTL-FUERA           PIC Z,ZZ9.
           05  FILLER                  PIC X(27)
               VALUE " LINEAS FUERA DE TOLERANCIA".
           05  FILLER                  PIC X(74)  VALUE SPACE.
