      ******************************************************************
      * Copybook: ENVIMS
      * Purpose:  Log of the source entries 27_movimientos_imss has
      *           already turned into IMSS movements (IMSENV), so a
      *           later run over an overlapping date range never sends
      *           the same movement twice. Keyed by the origin of the
      *           movement plus the identity of the source entry.
      ******************************************************************
       01  IMSS-SENT-RECORD.
           05  ENV-KEY.
               10  ENV-ORIGEN          PIC X(1).
      *        "B" = entrada de la bitacora AUDEMP;
      *        "F" = cheque de finiquito en CHEQREG.
               10  ENV-REFERENCIA      PIC X(21).
      *        Bitacora: fecha, hora, empleado y tipo de transaccion.
      *        Finiquito: numero de cheque y empleado.
           05  ENV-EMP-ID              PIC 9(6).
           05  ENV-TIPO-MOV            PIC X(2).
           05  ENV-FECHA-MOV           PIC 9(8).
           05  ENV-SDI                 PIC 9(5)V99.
           05  ENV-FECHA-ENVIO         PIC 9(8).
           05  ENV-EXTEMPORANEO        PIC X(1).
      *        "S" = se envio despues del plazo de 5 dias habiles.
