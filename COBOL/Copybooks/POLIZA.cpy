      *           expense debit per department plus the tax, IMSS and
      *           bank credits for the period. Debits equal credits so
      *           the file always balances to zero before import.
      *           31_provision_nomina writes the month-end accrual and
      *           its reversal in the same layout (file POLPROV).
      ******************************************************************
       01  GL-POSTING-RECORD.
           05  POL-PERIODO             PIC 9(6).
      *                 prestamos, fondo de ahorro y pensiones
      *        "1100" = banco / pago neto (abono)
      *        "1200" = recuperaciones de nomina (abono)
      *        "2400" = sueldos devengados por pagar (provision de
      *                 fin de mes y su reversion)
           05  POL-DEPT                PIC X(4).
           05  POL-DEBE                PIC 9(9)V99.
           05  POL-HABER               PIC 9(9)V99.
           05  POL-FECHA               PIC 9(8).
      *        Fecha contable del asiento (AAAAMMDD); cero = asiento
      *        de la nomina del periodo, con la fecha de su pago.
