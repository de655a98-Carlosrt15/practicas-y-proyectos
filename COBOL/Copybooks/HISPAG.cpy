      ******************************************************************
      * Copybook: HISPAG
      * Purpose:  Permanent pay-history record, keyed by employee ID +
      *           pay period. 01_nomina, 16_finiquito and 22_aguinaldo
      *           write one for every PAY-DETAIL-RECORD produced, and
      *           the file is kept across runs - unlike NOMDET, which
      *           each normal run rewrites. 07_talones_pago reprints
      *           the stub of any past period from it and
      *           17_historial_pagos lists an employee's
      *           period-by-period earnings. Laid out
      *           byte-for-byte like PAY-DETAIL-RECORD (DETNOM) so the
      *           whole record moves across in one MOVE; keep the two
      *           copybooks in step.
           05  HPA-HORAS-ENFERMEDAD    PIC 9(3)V99.
           05  HPA-PAGO-REGULAR        PIC 9(6)V99.
           05  HPA-PAGO-EXTRA          PIC 9(6)V99.
           05  HPA-HORAS-EXTRA-DOBLE   PIC 9(3)V99.
           05  HPA-PAGO-EXTRA-DOBLE    PIC 9(6)V99.
           05  HPA-HORAS-EXTRA-TRIPLE  PIC 9(3)V99.
           05  HPA-PAGO-EXTRA-TRIPLE   PIC 9(6)V99.
           05  HPA-HORAS-DOMINGO       PIC 9(3)V99.
           05  HPA-PRIMA-DOMINICAL     PIC 9(6)V99.
           05  HPA-HORAS-FESTIVO       PIC 9(3)V99.
           05  HPA-PAGO-FESTIVO        PIC 9(6)V99.
           05  HPA-PAGO-AGUINALDO      PIC 9(6)V99.
           05  HPA-AGUINALDO-EXENTO    PIC 9(6)V99.
           05  HPA-PRIMA-VACACIONAL    PIC 9(6)V99.
           05  HPA-PRIMA-VAC-EXENTA    PIC 9(6)V99.
           05  HPA-PAGO-BRUTO          PIC 9(6)V99.
           05  HPA-DEDUCCION-IMPUESTO  PIC 9(6)V99.
           05  HPA-DEDUCCION-IMSS      PIC 9(6)V99.
           05  HPA-ISR-AJUSTE-CARGO    PIC 9(6)V99.
           05  HPA-ISR-AJUSTE-REINTEGRO PIC 9(6)V99.
           05  HPA-RECUPERACION        PIC 9(6)V99.
           05  HPA-OTRAS-COUNT         PIC 9(1).
           05  HPA-OTRAS-DETALLE.
