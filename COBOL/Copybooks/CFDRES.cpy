      ******************************************************************
      * Copybook: CFDRES
      * Purpose:  PAC answer to the CFDI de nomina stamping request,
      *           one record per pay sent, loaded by 26_carga_timbres
      *           against the pay-history key: the UUID and stamping
      *           date of each stamped CFDI, or the PAC's rejection
      *           reason.
      ******************************************************************
       01  CFDI-RESPONSE-RECORD.
           05  CFR-EMP-ID              PIC 9(6).
           05  CFR-PERIODO             PIC 9(6).
           05  CFR-ESTATUS             PIC X(1).
      *        "T" = timbrado, "R" = rechazado por el PAC.
           05  CFR-UUID                PIC X(36).
           05  CFR-FECHA-TIMBRADO      PIC 9(8).
           05  CFR-MOTIVO              PIC X(40).
