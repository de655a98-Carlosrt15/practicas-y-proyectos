      ******************************************************************
      * Copybook: TIMNOM
      * Purpose:  CFDI de nomina stamping status of each pay, keyed
      *           like PAY-HISTORY-RECORD (employee ID + pay period).
      *           25_exportacion_cfdi records every pay it sends (or
      *           cannot send), 26_carga_timbres loads the PAC's UUID
      *           or rejection and lists the pays still unstamped, and
      *           14_cierre_periodo refuses to close a period while
      *           any pay of it is not stamped. The amounts sent are
      *           kept so a pay recalculated after stamping shows up
      *           as unstamped again.
      ******************************************************************
       01  PAY-STAMP-RECORD.
           05  TIM-KEY.
               10  TIM-EMP-ID          PIC 9(6).
               10  TIM-PERIODO         PIC 9(6).
           05  TIM-ESTATUS             PIC X(1).
      *        "E" = enviado al PAC, sin respuesta;
      *        "T" = timbrado; "R" = rechazado por el PAC;
      *        "N" = no enviado, faltan datos fiscales en el maestro.
           05  TIM-FECHA-ENVIO         PIC 9(8).
           05  TIM-PAGO-BRUTO          PIC 9(6)V99.
           05  TIM-PAGO-NETO           PIC 9(6)V99.
      *        Bruto y neto del pago tal como se enviaron a timbrar.
           05  TIM-UUID                PIC X(36).
           05  TIM-FECHA-TIMBRADO      PIC 9(8).
           05  TIM-MOTIVO              PIC X(40).
      *        Motivo del rechazo del PAC o del no envio.
           05  TIM-UUID-ANTERIOR       PIC X(36).
      *        UUID timbrado antes de que el pago se recalculara; el
      *        nuevo CFDI lo sustituye y hay que cancelarlo ante el SAT.
