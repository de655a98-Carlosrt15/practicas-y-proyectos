      ******************************************************************
      * Copybook: TARANU
      * Purpose:  Annual ISR tariff bracket read from the annual tariff
      *           file (TARANU) by 24_ajuste_anual to work out the tax
      *           owed on a full year of income. Brackets belong to
      *           effective-dated sets like the period rates in TASAS:
      *           the adjustment loads the set in force on December 31
      *           of the year being adjusted. Sets are captured and
      *           validated (contiguous from zero, no gaps or
      *           overlaps) by 23_mantenimiento_tarifa_anual and prior
      *           sets stay on the file.
      ******************************************************************
       01  ANNUAL-TARIFF-RECORD.
           05  TAN-FECHA-EFECTIVA      PIC 9(8).
      *        Fecha AAAAMMDD desde la cual rige la tarifa anual a la
      *        que pertenece este tramo.
           05  TAN-LIMITE-INFERIOR     PIC 9(9)V99.
           05  TAN-LIMITE-SUPERIOR     PIC 9(9)V99.
           05  TAN-CUOTA-FIJA          PIC 9(7)V99.
           05  TAN-PCT-EXCEDENTE       PIC 9(1)V999.
      *        Impuesto del tramo = cuota fija + porcentaje sobre el
      *        excedente del limite inferior.
