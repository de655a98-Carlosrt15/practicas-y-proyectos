           05  DET-HORAS-ENFERMEDAD    PIC 9(3)V99.
           05  DET-PAGO-REGULAR        PIC 9(6)V99.
           05  DET-PAGO-EXTRA          PIC 9(6)V99.
      *        Total de horas extra y su pago; se desglosan abajo
      *        en los dos tramos de la LFT: dobles hasta 9 horas por
      *        semana y triples de ahi en adelante.
           05  DET-HORAS-EXTRA-DOBLE   PIC 9(3)V99.
           05  DET-PAGO-EXTRA-DOBLE    PIC 9(6)V99.
           05  DET-HORAS-EXTRA-TRIPLE  PIC 9(3)V99.
           05  DET-PAGO-EXTRA-TRIPLE   PIC 9(6)V99.
           05  DET-HORAS-DOMINGO       PIC 9(3)V99.
           05  DET-PRIMA-DOMINICAL     PIC 9(6)V99.
      *        Horas trabajadas en domingo y la prima dominical
      *        del 25% sobre su tarifa normal.
           05  DET-HORAS-FESTIVO       PIC 9(3)V99.
           05  DET-PAGO-FESTIVO        PIC 9(6)V99.
      *        Horas trabajadas en un dia del calendario de
      *        festivos (FESTIVOS), pagadas a tarifa triple; no se
      *        cuentan tambien como regulares ni como extra.
           05  DET-PAGO-AGUINALDO      PIC 9(6)V99.
           05  DET-AGUINALDO-EXENTO    PIC 9(6)V99.
           05  DET-PRIMA-VACACIONAL    PIC 9(6)V99.
           05  DET-PRIMA-VAC-EXENTA    PIC 9(6)V99.
      *        Aguinaldo y prima vacacional pagados por
      *        22_aguinaldo, con la parte exenta de impuesto de cada
      *        uno; cero en cualquier otro pago.
           05  DET-PAGO-BRUTO          PIC 9(6)V99.
           05  DET-DEDUCCION-IMPUESTO  PIC 9(6)V99.
           05  DET-DEDUCCION-IMSS      PIC 9(6)V99.
           05  DET-ISR-AJUSTE-CARGO    PIC 9(6)V99.
           05  DET-ISR-AJUSTE-REINTEGRO PIC 9(6)V99.
      *        Ajuste anual de ISR del anio anterior aplicado en
      *        este pago (AJUANU): saldo a cargo retenido o reintegro
      *        sumado al neto; cero en cualquier otro pago.
           05  DET-RECUPERACION        PIC 9(6)V99.
      *        Recuperacion aplicada al neto en una corrida de
      *        ajustes; cero en la nomina normal.
