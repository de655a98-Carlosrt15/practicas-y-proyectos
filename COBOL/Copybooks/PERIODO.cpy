      *           05_calendario_periodos maintains the calendar; a
      *           period is closed by 14_cierre_periodo only after it
      *           verifies that the whole chain (payroll, transfer,
      *           posting, remittances, CFDI stamping) ran clean for
      *           the period, stamping the date each step was verified.
      ******************************************************************
       01  PAY-PERIOD-RECORD.
           05  PER-ID                  PIC 9(6).
      *        01_nomina para el periodo solo paga a los empleados de
      *        ese grupo y devenga ausencias a la frecuencia del
      *        grupo. Vacio se trata como quincenal.
           05  PER-FECHA-TIMBRADO      PIC 9(8).
      *        Fecha en que 14_cierre_periodo verifico que todos los
      *        pagos del periodo en PAGOHIS tienen su CFDI de nomina
      *        timbrado; cero = sin verificar.
