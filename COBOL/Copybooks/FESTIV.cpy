      ******************************************************************
      * Copybook: FESTIV
      * Purpose:  Official-holiday calendar record (FESTIVOS), keyed
      *           by date, maintained by 21_calendario_festivos.
      *           01_nomina loads the holidays that fall inside the
      *           period being paid and pays the hours worked on them
      *           at triple time (descanso obligatorio, LFT art. 75).
      ******************************************************************
       01  HOLIDAY-RECORD.
           05  FES-FECHA               PIC 9(8).
      *        AAAAMMDD del dia de descanso obligatorio
           05  FES-DESCRIPCION         PIC X(30).
