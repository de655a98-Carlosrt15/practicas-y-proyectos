      *           issued against the re-issue queue: the permanent
      *           record of which check paid which employee how much,
      *           and the source of the next check number.
      *           27_movimientos_imss reads the finiquito checks
      *           (motivo "FQ") to send the IMSS baja.
      ******************************************************************
       01  CHECK-REGISTER-RECORD.
           05  CHQ-NUMERO              PIC 9(6).
