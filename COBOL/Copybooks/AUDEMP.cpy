      * Copybook: AUDEMP
      * Purpose:  Before/after audit journal record written by
      *           03_mantenimiento_empleados for every add, change and
      *           deactivation against the employee master, and by
      *           33_aumento_masivo for every rate it raises: who
      *           changed what, when, and the old and new values of
      *           the fields that matter to payroll, plus the date the
      *           change takes effect. 12_historial_cambios prints the
      *           change history from these records; 27_movimientos_imss
      *           turns the altas, bajas and pay rate changes into IMSS
      *           affiliation movements dated on the effective date.
      ******************************************************************
       01  AUDIT-JOURNAL-RECORD.
           05  AUD-FECHA               PIC 9(8).
               10  AUD-NVO-STATUS          PIC X(1).
               10  AUD-NVO-BANK-ROUTING    PIC X(9).
               10  AUD-NVO-BANK-ACCOUNT    PIC X(17).
           05  AUD-FECHA-EFECTIVA      PIC 9(8).
      *        Fecha en que surte efecto el cambio, AAAAMMDD. Igual a
      *        AUD-FECHA salvo en un aumento con fecha efectiva
      *        anterior; AUD-FECHA y AUD-HORA siguen siendo el momento
      *        en que se hizo el cambio. Las entradas anteriores a este
      *        campo lo traen en blanco.
