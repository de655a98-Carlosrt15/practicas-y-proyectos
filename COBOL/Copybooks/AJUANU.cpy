      ******************************************************************
      * Copybook: AJUANU
      * Purpose:  Annual ISR adjustment (ajuste anual) record, keyed by
      *           employee ID + the year adjusted. Written by
      *           24_ajuste_anual from YTDFILE and the annual tariff;
      *           01_nomina applies it in the first payroll of the
      *           following year, either as a refund added to net or
      *           as a balance due withheld over one or more periods,
      *           and keeps the pending balance here.
      ******************************************************************
       01  ANNUAL-ADJUSTMENT-RECORD.
           05  AJA-KEY.
               10  AJA-EMP-ID          PIC 9(6).
               10  AJA-ANIO            PIC 9(4).
           05  AJA-BRUTO-ANUAL         PIC 9(9)V99.
           05  AJA-ISR-ANUAL           PIC 9(9)V99.
           05  AJA-ISR-RETENIDO        PIC 9(9)V99.
      *        Ingreso gravable del anio (bruto menos la parte exenta
      *        de aguinaldo y prima vacacional), impuesto que le
      *        corresponde segun la tarifa anual e impuesto retenido
      *        en los periodos.
           05  AJA-TIPO                PIC X(1).
      *        "C" = saldo a cargo del empleado (se retiene);
      *        "R" = reintegro a favor del empleado (se paga);
      *        "N" = sin diferencia.
           05  AJA-MONTO               PIC 9(6)V99.
           05  AJA-PERIODOS            PIC 9(2).
           05  AJA-MONTO-PERIODO       PIC 9(6)V99.
      *        Un cargo grande se difiere en AJA-PERIODOS periodos de
      *        AJA-MONTO-PERIODO; el ultimo toma lo que quede.
           05  AJA-SALDO               PIC 9(6)V99.
           05  AJA-PERIODOS-PEND       PIC 9(2).
           05  AJA-STATUS              PIC X(1).
      *        "P" = pendiente de aplicar; "A" = aplicado por completo.
           05  AJA-ULT-PERIODO         PIC 9(6).
           05  AJA-ULT-MONTO           PIC 9(6)V99.
      *        Ultimo periodo de nomina que aplico el ajuste y su
      *        importe; si 01_nomina vuelve a correr ese periodo se
      *        aplica el mismo importe sin volver a rebajar el saldo.
