      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads the PAC's answer to the CFDI de nomina
      *          stamping requests (CFDIRES) back onto the stamping
      *          status file (TIMBRES) against the pay-history key:
      *          the UUID and stamping date of each stamped pay, or
      *          the rejection reason. Answers for pays that are not
      *          on PAGOHIS or were never sent are not applied. Then
      *          lists every pay of the period given that is still
      *          not stamped - never sent, missing fiscal data, sent
      *          without answer, rejected, or recalculated after it
      *          was stamped - so it can be corrected and sent again
      *          with 25_exportacion_cfdi; 14_cierre_periodo will not
      *          close the period while any remain. Without an
      *          answer file only the list is printed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 26_carga_timbres.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

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

           SELECT CFDI-RESPONSE-FILE ASSIGN TO "CFDIRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFR-FILE-STATUS.

           SELECT STAMP-REPORT-FILE ASSIGN TO "REPCFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREG.

       FD  PAY-HISTORY-FILE.
       COPY HISPAG.

       FD  PAY-STAMP-FILE.
       COPY TIMNOM.

       FD  CFDI-RESPONSE-FILE.
       COPY CFDRES.

       FD  STAMP-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CFD-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS      PIC X(2).
       01  WS-HPA-FILE-STATUS      PIC X(2).
       01  WS-TIM-FILE-STATUS      PIC X(2).
       01  WS-CFR-FILE-STATUS      PIC X(2).
       01  WS-REP-FILE-STATUS      PIC X(2).
       01  WS-PARAM-PERIODO        PIC 9(6).
       01  WS-FIN-RESPUESTAS       PIC X(1)    VALUE "N".
       01  WS-FIN-HISTORIA         PIC X(1)    VALUE "N".
       01  WS-RESPUESTAS-ACTIVO    PIC X(1)    VALUE "N".
       01  WS-RESPUESTA-VALIDA     PIC X(1).
       01  WS-PAGO-TIMBRADO        PIC X(1).
       01  WS-SITUACION            PIC X(22).
       01  WS-MOTIVO               PIC X(40).

       01  WS-CONTADOR-LEIDAS      PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-TIMBRADAS   PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-RECHAZADAS  PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-NO-APLICADAS PIC 9(7)   VALUE ZERO.
       01  WS-CONTADOR-PAGOS       PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-TIMBRADOS   PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-PENDIENTES  PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-RECHAZOS    PIC 9(7)    VALUE ZERO.

       COPY REPCFD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARAM-PERIODO FROM COMMAND-LINE.
           IF WS-PARAM-PERIODO NOT NUMERIC
               OR WS-PARAM-PERIODO = ZERO
               DISPLAY "Debe indicarse el periodo a revisar"
               STOP RUN
           END-IF.

           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HPA-FILE-STATUS NOT = "00"
               DISPLAY "No se encontro la historia de pagos PAGOHIS; "
                   "no hay pagos que revisar"
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           OPEN I-O PAY-STAMP-FILE.
           IF WS-TIM-FILE-STATUS = "35"
               OPEN OUTPUT PAY-STAMP-FILE
               CLOSE PAY-STAMP-FILE
               OPEN I-O PAY-STAMP-FILE
           END-IF.
           OPEN OUTPUT STAMP-REPORT-FILE.

           MOVE WS-PARAM-PERIODO TO CFD-TIT-PERIODO.
           MOVE CFD-LINE-TITULO TO CFD-PRINT-LINE.
           WRITE CFD-PRINT-LINE.

           OPEN INPUT CFDI-RESPONSE-FILE.
           IF WS-CFR-FILE-STATUS = "00"
               MOVE "S" TO WS-RESPUESTAS-ACTIVO
               PERFORM UNTIL WS-FIN-RESPUESTAS = "S"
                   READ CFDI-RESPONSE-FILE
                       AT END
                           MOVE "S" TO WS-FIN-RESPUESTAS
                       NOT AT END
                           PERFORM CARGAR-RESPUESTA
                   END-READ
               END-PERFORM
               CLOSE CFDI-RESPONSE-FILE
               MOVE WS-CONTADOR-LEIDAS       TO CFD-CAR-LEIDAS
               MOVE WS-CONTADOR-TIMBRADAS    TO CFD-CAR-TIMBRADAS
               MOVE WS-CONTADOR-RECHAZADAS   TO CFD-CAR-RECHAZADAS
               MOVE WS-CONTADOR-NO-APLICADAS TO CFD-CAR-NO-APLICADAS
               MOVE CFD-LINE-CARGA TO CFD-PRINT-LINE
               WRITE CFD-PRINT-LINE
           ELSE
               DISPLAY "No hay respuesta del PAC (CFDIRES); solo se "
                   "lista lo pendiente de timbrar"
           END-IF.

           MOVE CFD-LINE-HEADING TO CFD-PRINT-LINE.
           WRITE CFD-PRINT-LINE.

           MOVE ZERO TO HPA-KEY.
           START PAY-HISTORY-FILE KEY >= HPA-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIN-HISTORIA
           END-START.
           PERFORM UNTIL WS-FIN-HISTORIA = "S"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-HISTORIA
                   NOT AT END
                       IF HPA-PERIODO = WS-PARAM-PERIODO
                           PERFORM REVISAR-PAGO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-CONTADOR-PAGOS      TO CFD-CTL-PAGOS.
           MOVE WS-CONTADOR-TIMBRADOS  TO CFD-CTL-TIMBRADOS.
           MOVE WS-CONTADOR-PENDIENTES TO CFD-CTL-PENDIENTES.
           MOVE WS-CONTADOR-RECHAZOS   TO CFD-CTL-RECHAZADOS.
           MOVE CFD-LINE-CONTROL TO CFD-PRINT-LINE.
           WRITE CFD-PRINT-LINE.

           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE PAY-STAMP-FILE.
           CLOSE STAMP-REPORT-FILE.

           IF WS-RESPUESTAS-ACTIVO = "S"
               DISPLAY "Respuestas leidas:      " WS-CONTADOR-LEIDAS
               DISPLAY "  timbradas:            " WS-CONTADOR-TIMBRADAS
               DISPLAY "  rechazadas:           "
                   WS-CONTADOR-RECHAZADAS
               DISPLAY "  no aplicadas:         "
                   WS-CONTADOR-NO-APLICADAS
           END-IF.
           DISPLAY "Pagos del periodo:      " WS-CONTADOR-PAGOS.
           DISPLAY "Timbrados:              " WS-CONTADOR-TIMBRADOS.
           DISPLAY "Sin timbrar:            " WS-CONTADOR-PENDIENTES.
           IF WS-CONTADOR-PENDIENTES > ZERO
               DISPLAY "El periodo " WS-PARAM-PERIODO " no puede "
                   "cerrarse hasta timbrar los pagos listados"
           END-IF.

           STOP RUN.

       CARGAR-RESPUESTA.
           ADD 1 TO WS-CONTADOR-LEIDAS.
           MOVE "S" TO WS-RESPUESTA-VALIDA.
           IF CFR-ESTATUS NOT = "T" AND CFR-ESTATUS NOT = "R"
               DISPLAY "Respuesta de " CFR-EMP-ID "/" CFR-PERIODO
                   " con estatus desconocido [" CFR-ESTATUS
                   "]; no se aplica"
               MOVE "N" TO WS-RESPUESTA-VALIDA
           END-IF.
           IF WS-RESPUESTA-VALIDA = "S"
               AND CFR-ESTATUS = "T" AND CFR-UUID = SPACE
               DISPLAY "Respuesta de " CFR-EMP-ID "/" CFR-PERIODO
                   " timbrada sin UUID; no se aplica"
               MOVE "N" TO WS-RESPUESTA-VALIDA
           END-IF.
           IF WS-RESPUESTA-VALIDA = "S"
               MOVE CFR-EMP-ID  TO HPA-EMP-ID
               MOVE CFR-PERIODO TO HPA-PERIODO
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       DISPLAY "Respuesta de " CFR-EMP-ID "/"
                           CFR-PERIODO " sin pago en la historia; "
                           "no se aplica"
                       MOVE "N" TO WS-RESPUESTA-VALIDA
               END-READ
           END-IF.
           IF WS-RESPUESTA-VALIDA = "S"
               MOVE HPA-KEY TO TIM-KEY
               READ PAY-STAMP-FILE
                   INVALID KEY
                       DISPLAY "Respuesta de " CFR-EMP-ID "/"
                           CFR-PERIODO " de un pago que no se envio "
                           "a timbrar; no se aplica"
                       MOVE "N" TO WS-RESPUESTA-VALIDA
               END-READ
           END-IF.

           IF WS-RESPUESTA-VALIDA = "S"
               PERFORM APLICAR-RESPUESTA
           ELSE
               ADD 1 TO WS-CONTADOR-NO-APLICADAS
           END-IF.

       APLICAR-RESPUESTA.
           IF CFR-ESTATUS = "T"
               MOVE "T"                TO TIM-ESTATUS
               MOVE CFR-UUID           TO TIM-UUID
               MOVE CFR-FECHA-TIMBRADO TO TIM-FECHA-TIMBRADO
               MOVE SPACE              TO TIM-MOTIVO
               ADD 1 TO WS-CONTADOR-TIMBRADAS
           ELSE
               MOVE "R"                TO TIM-ESTATUS
               MOVE SPACE              TO TIM-UUID
               MOVE ZERO               TO TIM-FECHA-TIMBRADO
               MOVE CFR-MOTIVO         TO TIM-MOTIVO
               ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-IF.
           REWRITE PAY-STAMP-RECORD
               INVALID KEY
                   DISPLAY "Error al registrar la respuesta de "
                       CFR-EMP-ID "/" CFR-PERIODO ", codigo: "
                       WS-TIM-FILE-STATUS
           END-REWRITE.

       REVISAR-PAGO.
           ADD 1 TO WS-CONTADOR-PAGOS.
           MOVE "N"   TO WS-PAGO-TIMBRADO.
           MOVE SPACE TO WS-MOTIVO.
           MOVE HPA-KEY TO TIM-KEY.
           READ PAY-STAMP-FILE
               INVALID KEY
                   MOVE "SIN ENVIAR A TIMBRAR" TO WS-SITUACION
           END-READ.
           IF WS-TIM-FILE-STATUS = "00"
               EVALUATE TIM-ESTATUS
                   WHEN "T"
                       IF TIM-PAGO-BRUTO = HPA-PAGO-BRUTO
                           AND TIM-PAGO-NETO = HPA-PAGO-NETO
                           MOVE "S" TO WS-PAGO-TIMBRADO
                       ELSE
                           MOVE "RECALCULADO TRAS TIMBRE"
                               TO WS-SITUACION
                           MOVE TIM-UUID TO WS-MOTIVO
                       END-IF
                   WHEN "E"
                       MOVE "ENVIADO SIN RESPUESTA" TO WS-SITUACION
                   WHEN "R"
                       MOVE "RECHAZADO POR EL PAC" TO WS-SITUACION
                       MOVE TIM-MOTIVO TO WS-MOTIVO
                       ADD 1 TO WS-CONTADOR-RECHAZOS
                   WHEN OTHER
                       MOVE "NO ENVIADO" TO WS-SITUACION
                       MOVE TIM-MOTIVO TO WS-MOTIVO
               END-EVALUATE
           END-IF.

           IF WS-PAGO-TIMBRADO = "S"
               ADD 1 TO WS-CONTADOR-TIMBRADOS
           ELSE
               ADD 1 TO WS-CONTADOR-PENDIENTES
               PERFORM ESCRIBIR-PENDIENTE
           END-IF.

       ESCRIBIR-PENDIENTE.
           MOVE HPA-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "(NO ESTA EN EL MAESTRO)" TO EMP-NAME
           END-READ.
           MOVE HPA-EMP-ID     TO CFD-DET-EMP-ID.
           MOVE EMP-NAME       TO CFD-DET-NOMBRE.
           MOVE HPA-PAGO-BRUTO TO CFD-DET-BRUTO.
           MOVE HPA-PAGO-NETO  TO CFD-DET-NETO.
           MOVE WS-SITUACION   TO CFD-DET-SITUACION.
           MOVE WS-MOTIVO      TO CFD-DET-MOTIVO.
           MOVE CFD-LINE-DETALLE TO CFD-PRINT-LINE.
           WRITE CFD-PRINT-LINE.
       END PROGRAM 26_carga_timbres.
