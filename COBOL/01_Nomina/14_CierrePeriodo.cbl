      *          results (02_transferencia ran), the GL posting file
      *          balances to zero (08_poliza_contable ran), and the
      *          remittance files reconcile against the withheld
      *          tax/IMSS in the pay detail (10_remesas ran), and
      *          every pay of the period on PAGOHIS has its CFDI de
      *          nomina stamped, unchanged since it was stamped
      *          (25_exportacion_cfdi and 26_carga_timbres ran). Each
      *          verification date is stamped on the period record;
      *          if any step is missing the close is refused with the
      *          specific reason.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIS-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAGOHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HPA-KEY
               FILE STATUS IS WS-HPA-FILE-STATUS.

           SELECT PAY-STAMP-FILE ASSIGN TO "TIMBRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIM-KEY
               FILE STATUS IS WS-TIM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD-FILE.
                     ==REM-EMP-ID==        BY ==RIS-EMP-ID==
                     ==REM-MONTO==         BY ==RIS-MONTO==.

       FD  PAY-HISTORY-FILE.
       COPY HISPAG.

       FD  PAY-STAMP-FILE.
       COPY TIMNOM.

       WORKING-STORAGE SECTION.
       01  WS-PER-FILE-STATUS      PIC X(2).
       01  WS-EMP-FILE-STATUS      PIC X(2).
       01  WS-POL-FILE-STATUS      PIC X(2).
       01  WS-RIM-FILE-STATUS      PIC X(2).
       01  WS-RIS-FILE-STATUS      PIC X(2).
       01  WS-HPA-FILE-STATUS      PIC X(2).
       01  WS-TIM-FILE-STATUS      PIC X(2).
       01  WS-PARAM-PERIODO        PIC 9(6).
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-CIERRE-OK            PIC X(1)    VALUE "S".
       01  WS-REM-IMPUESTO         PIC 9(9)V99 VALUE ZERO.
       01  WS-REM-IMSS             PIC 9(9)V99 VALUE ZERO.
       01  WS-DIFERENCIA           PIC S9(9)V99.
       01  WS-TIMBRES-ACTIVO       PIC X(1)    VALUE "N".
       01  WS-PAGOS-PERIODO        PIC 9(7)    VALUE ZERO.
       01  WS-PAGOS-TIMBRADOS      PIC 9(7)    VALUE ZERO.
       01  WS-PAGOS-SIN-TIMBRE     PIC 9(7)    VALUE ZERO.

       COPY TRANSFE.

           PERFORM VERIFICAR-TRANSFERENCIA.
           PERFORM VERIFICAR-POLIZA.
           PERFORM VERIFICAR-REMESAS.
           PERFORM VERIFICAR-TIMBRADO.

           IF WS-CIERRE-OK = "S"
               MOVE "C" TO PER-STATUS
                           IF DET-PERIODO = WS-PARAM-PERIODO
                               ADD 1 TO WS-DET-REGISTROS
                               ADD DET-DEDUCCION-IMPUESTO
                                   DET-ISR-AJUSTE-CARGO
                                   TO WS-DET-IMPUESTO
                               ADD DET-DEDUCCION-IMSS
                                   TO WS-DET-IMSS
                   "10_remesas no corrio para el periodo "
                   WS-PARAM-PERIODO
           END-IF.

       VERIFICAR-TIMBRADO.
      *    Cada pago del periodo en la historia (nomina, ajustes,
      *    finiquitos, bonos) debe tener su CFDI timbrado y no haber
      *    cambiado despues de timbrarse.
           OPEN INPUT PAY-STAMP-FILE.
           IF WS-TIM-FILE-STATUS = "00"
               MOVE "S" TO WS-TIMBRES-ACTIVO
           END-IF.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HPA-FILE-STATUS = "00"
               MOVE ZERO TO HPA-KEY
               MOVE "N" TO WS-FIN-ARCHIVO
               START PAY-HISTORY-FILE KEY >= HPA-KEY
                   INVALID KEY
                       MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF HPA-PERIODO = WS-PARAM-PERIODO
                               PERFORM VERIFICAR-TIMBRE-PAGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.
           IF WS-TIMBRES-ACTIVO = "S"
               CLOSE PAY-STAMP-FILE
           END-IF.

           IF WS-PAGOS-PERIODO = ZERO
               MOVE "N" TO WS-CIERRE-OK
               DISPLAY "FALTA: no hay pagos del periodo "
                   WS-PARAM-PERIODO " en la historia de pagos "
                   "PAGOHIS contra los cuales verificar el timbrado"
           ELSE
               IF WS-PAGOS-SIN-TIMBRE = ZERO
                   MOVE WS-FECHA-HOY TO PER-FECHA-TIMBRADO
                   DISPLAY "Timbrado verificado: " WS-PAGOS-TIMBRADOS
                       " pagos con CFDI timbrado"
               ELSE
                   MOVE "N" TO WS-CIERRE-OK
                   DISPLAY "FALTA: " WS-PAGOS-SIN-TIMBRE " de "
                       WS-PAGOS-PERIODO " pagos del periodo sin CFDI "
                       "timbrado; vea la lista de 26_carga_timbres"
               END-IF
           END-IF.

       VERIFICAR-TIMBRE-PAGO.
           ADD 1 TO WS-PAGOS-PERIODO.
           IF WS-TIMBRES-ACTIVO = "S"
               MOVE HPA-KEY TO TIM-KEY
               READ PAY-STAMP-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF WS-TIMBRES-ACTIVO = "S"
               AND WS-TIM-FILE-STATUS = "00"
               AND TIM-ESTATUS = "T"
               AND TIM-PAGO-BRUTO = HPA-PAGO-BRUTO
               AND TIM-PAGO-NETO = HPA-PAGO-NETO
               ADD 1 TO WS-PAGOS-TIMBRADOS
           ELSE
               ADD 1 TO WS-PAGOS-SIN-TIMBRE
           END-IF.
       END PROGRAM 14_cierre_periodo.
