      ******************************************************************
      * Author:
      * Date:
      * Purpose: Builds the CFDI de nomina stamping request file
      *          (CFDINOM) for the PAC from the permanent pay history:
      *          one request per employee per pay period on PAGOHIS -
      *          normal pays, adjustment pays, finiquitos and bonus
      *          pays alike - with the employee's RFC, CURP, NSS and
      *          SAT contract/regime codes from the master, and the
      *          perceptions, deductions (including each DET-OTRA
      *          recurring deduction) and other payments itemized by
      *          SAT code. Every pay sent, or not sent for missing
      *          fiscal data, is recorded on the stamping status file
      *          (TIMBRES) under the pay-history key. Pays already
      *          stamped are not sent again unless the pay was
      *          recalculated afterwards; then the new request names
      *          the UUID it replaces. 26_carga_timbres loads the
      *          PAC's answer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 25_exportacion_cfdi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAY-PERIOD-FILE ASSIGN TO "CALPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

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

           SELECT CFDI-REQUEST-FILE ASSIGN TO "CFDINOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREG.

       FD  PAY-PERIOD-FILE.
       COPY PERIODO.

       FD  PAY-HISTORY-FILE.
       COPY HISPAG.

       FD  PAY-STAMP-FILE.
       COPY TIMNOM.

       FD  CFDI-REQUEST-FILE.
       01  CFD-OUTPUT-LINE             PIC X(220).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS      PIC X(2).
       01  WS-PER-FILE-STATUS      PIC X(2).
       01  WS-HPA-FILE-STATUS      PIC X(2).
       01  WS-TIM-FILE-STATUS      PIC X(2).
       01  WS-CFD-FILE-STATUS      PIC X(2).
       01  WS-PARAM-PERIODO        PIC 9(6).
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-FIN-HISTORIA         PIC X(1)    VALUE "N".
       01  WS-TIMBRE-EXISTE        PIC X(1).
       01  WS-ENVIAR-PAGO          PIC X(1).
       01  WS-DATOS-COMPLETOS      PIC X(1).
       01  WS-MOTIVO-NO-ENVIO      PIC X(40).
       01  WS-UUID-SUSTITUYE       PIC X(36).
       01  WS-TIPO-NOMINA          PIC X(1).
       01  WS-DIAS-PERIODO         PIC 9(3).
       01  WS-OTRA-IDX             PIC 9(1).
       01  WS-SUMA-OTRAS           PIC 9(6)V99.
       01  WS-RESTO                PIC S9(7)V99.
       01  WS-HORAS-RESTO          PIC S9(3)V99.

       01  WS-CONTADOR-PAGOS       PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-ENVIADOS    PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-YA-TIMBRADOS PIC 9(7)   VALUE ZERO.
       01  WS-CONTADOR-SUSTITUCIONES PIC 9(7)  VALUE ZERO.
       01  WS-CONTADOR-SIN-DATOS   PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-REGISTROS   PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-NETO           PIC 9(9)V99 VALUE ZERO.

       COPY CFDSOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARAM-PERIODO FROM COMMAND-LINE.
           IF WS-PARAM-PERIODO NOT NUMERIC
               OR WS-PARAM-PERIODO = ZERO
               DISPLAY "Debe indicarse el periodo a timbrar"
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PER-FILE-STATUS NOT = "00"
               DISPLAY "No se puede abrir el calendario de periodos, "
                   "codigo: " WS-PER-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-PARAM-PERIODO TO PER-ID.
           READ PAY-PERIOD-FILE
               INVALID KEY
                   DISPLAY "El periodo " WS-PARAM-PERIODO
                       " no existe en el calendario"
                   CLOSE PAY-PERIOD-FILE
                   STOP RUN
           END-READ.
           CLOSE PAY-PERIOD-FILE.
           COMPUTE WS-DIAS-PERIODO =
               FUNCTION INTEGER-OF-DATE (PER-FECHA-FIN)
               - FUNCTION INTEGER-OF-DATE (PER-FECHA-INICIO) + 1.

           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HPA-FILE-STATUS NOT = "00"
               DISPLAY "No se encontro la historia de pagos PAGOHIS; "
                   "no hay pagos que timbrar"
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "No se puede abrir el maestro de empleados, "
                   "codigo: " WS-EMP-FILE-STATUS
               CLOSE PAY-HISTORY-FILE
               STOP RUN
           END-IF.
           OPEN I-O PAY-STAMP-FILE.
           IF WS-TIM-FILE-STATUS = "35"
               OPEN OUTPUT PAY-STAMP-FILE
               CLOSE PAY-STAMP-FILE
               OPEN I-O PAY-STAMP-FILE
           END-IF.
           OPEN OUTPUT CFDI-REQUEST-FILE.

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
                           PERFORM PROCESAR-PAGO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-PARAM-PERIODO      TO CFT-PERIODO.
           MOVE WS-CONTADOR-ENVIADOS  TO CFT-CONTADOR.
           MOVE WS-CONTADOR-REGISTROS TO CFT-REGISTROS.
           MOVE WS-TOTAL-NETO         TO CFT-TOTAL-NETO.
           MOVE CFDI-TRAILER-RECORD TO CFD-OUTPUT-LINE.
           WRITE CFD-OUTPUT-LINE.

           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE PAY-STAMP-FILE.
           CLOSE CFDI-REQUEST-FILE.

           IF WS-CONTADOR-PAGOS = ZERO
               DISPLAY "No hay pagos del periodo " WS-PARAM-PERIODO
                   " en la historia de pagos"
           END-IF.
           DISPLAY "Pagos del periodo:           " WS-CONTADOR-PAGOS.
           DISPLAY "Solicitudes de timbrado:     " WS-CONTADOR-ENVIADOS.
           DISPLAY "  de ellas sustituciones:    "
               WS-CONTADOR-SUSTITUCIONES.
           DISPLAY "Ya timbrados (omitidos):     "
               WS-CONTADOR-YA-TIMBRADOS.
           DISPLAY "Sin datos fiscales (omitidos):"
               WS-CONTADOR-SIN-DATOS.
           DISPLAY "Neto total enviado:          " WS-TOTAL-NETO.

           STOP RUN.

       PROCESAR-PAGO.
           ADD 1 TO WS-CONTADOR-PAGOS.
           MOVE "S"   TO WS-ENVIAR-PAGO.
           MOVE SPACE TO WS-UUID-SUSTITUYE.
           MOVE "N"   TO WS-TIMBRE-EXISTE.
           MOVE HPA-KEY TO TIM-KEY.
           READ PAY-STAMP-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TIM-FILE-STATUS = "00"
               MOVE "S" TO WS-TIMBRE-EXISTE
               MOVE TIM-UUID-ANTERIOR TO WS-UUID-SUSTITUYE
               IF TIM-ESTATUS = "T"
                   PERFORM REVISAR-PAGO-TIMBRADO
               END-IF
           END-IF.

           IF WS-ENVIAR-PAGO = "S"
               PERFORM LEER-DATOS-FISCALES
               IF WS-DATOS-COMPLETOS = "S"
                   PERFORM ESCRIBIR-SOLICITUD
                   MOVE "E"   TO TIM-ESTATUS
                   MOVE SPACE TO TIM-MOTIVO
                   ADD 1 TO WS-CONTADOR-ENVIADOS
                   ADD HPA-PAGO-NETO TO WS-TOTAL-NETO
               ELSE
                   DISPLAY "Pago de " HPA-EMP-ID " no enviado: "
                       WS-MOTIVO-NO-ENVIO
                   MOVE "N" TO TIM-ESTATUS
                   MOVE WS-MOTIVO-NO-ENVIO TO TIM-MOTIVO
                   ADD 1 TO WS-CONTADOR-SIN-DATOS
               END-IF
               PERFORM GRABAR-TIMBRE
           END-IF.

       REVISAR-PAGO-TIMBRADO.
      *    Un pago timbrado se omite mientras siga igual. Si
      *    01_nomina lo volvio a calcular despues de timbrarlo, se
      *    manda de nuevo como sustitucion del UUID anterior.
           IF TIM-PAGO-BRUTO = HPA-PAGO-BRUTO
               AND TIM-PAGO-NETO = HPA-PAGO-NETO
               MOVE "N" TO WS-ENVIAR-PAGO
               ADD 1 TO WS-CONTADOR-YA-TIMBRADOS
           ELSE
               MOVE TIM-UUID TO WS-UUID-SUSTITUYE
               ADD 1 TO WS-CONTADOR-SUSTITUCIONES
               DISPLAY "El pago de " HPA-EMP-ID " cambio despues de "
                   "timbrarse; se envia en sustitucion de " TIM-UUID
           END-IF.

       LEER-DATOS-FISCALES.
           MOVE "S"   TO WS-DATOS-COMPLETOS.
           MOVE SPACE TO WS-MOTIVO-NO-ENVIO.
           MOVE HPA-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-DATOS-COMPLETOS
                   MOVE "EMPLEADO NO ESTA EN EL MAESTRO"
                       TO WS-MOTIVO-NO-ENVIO
           END-READ.
           IF WS-DATOS-COMPLETOS = "S"
               IF EMP-RFC = SPACE OR EMP-CURP = SPACE
                   OR EMP-NSS = SPACE
                   OR EMP-TIPO-CONTRATO = SPACE
                   OR EMP-TIPO-REGIMEN = SPACE
                   MOVE "N" TO WS-DATOS-COMPLETOS
                   MOVE "FALTAN RFC/CURP/NSS/CLAVES SAT EN MAESTRO"
                       TO WS-MOTIVO-NO-ENVIO
               END-IF
           END-IF.

       GRABAR-TIMBRE.
           MOVE HPA-KEY           TO TIM-KEY.
           MOVE WS-FECHA-HOY      TO TIM-FECHA-ENVIO.
           MOVE HPA-PAGO-BRUTO    TO TIM-PAGO-BRUTO.
           MOVE HPA-PAGO-NETO     TO TIM-PAGO-NETO.
           MOVE SPACE             TO TIM-UUID.
           MOVE ZERO              TO TIM-FECHA-TIMBRADO.
           MOVE WS-UUID-SUSTITUYE TO TIM-UUID-ANTERIOR.
           IF WS-TIMBRE-EXISTE = "S"
               REWRITE PAY-STAMP-RECORD
           ELSE
               WRITE PAY-STAMP-RECORD
           END-IF.
           IF WS-TIM-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no se pudo registrar el envio "
                   "del pago de " HPA-EMP-ID ", codigo: "
                   WS-TIM-FILE-STATUS
           END-IF.

       ESCRIBIR-SOLICITUD.
           PERFORM DETERMINAR-TIPO-NOMINA.

           MOVE HPA-EMP-ID        TO CFH-EMP-ID.
           MOVE HPA-PERIODO       TO CFH-PERIODO.
           MOVE EMP-RFC           TO CFH-RFC.
           MOVE EMP-CURP          TO CFH-CURP.
           MOVE EMP-NSS           TO CFH-NSS.
           MOVE EMP-NAME          TO CFH-NOMBRE.
           MOVE EMP-TIPO-CONTRATO TO CFH-TIPO-CONTRATO.
           MOVE EMP-TIPO-REGIMEN  TO CFH-TIPO-REGIMEN.
           MOVE WS-TIPO-NOMINA    TO CFH-TIPO-NOMINA.
           IF WS-TIPO-NOMINA = "E"
               MOVE "99" TO CFH-PERIODICIDAD
               MOVE 1    TO CFH-DIAS-PAGADOS
           ELSE
               IF PER-GRUPO-PAGO = "S"
                   MOVE "02" TO CFH-PERIODICIDAD
               ELSE
                   MOVE "04" TO CFH-PERIODICIDAD
               END-IF
               MOVE WS-DIAS-PERIODO TO CFH-DIAS-PAGADOS
           END-IF.
           MOVE PER-FECHA-FIN     TO CFH-FECHA-PAGO.
           MOVE PER-FECHA-INICIO  TO CFH-FECHA-INICIAL.
           MOVE PER-FECHA-FIN     TO CFH-FECHA-FINAL.
           MOVE EMP-FECHA-INGRESO TO CFH-FECHA-INGRESO.
           MOVE EMP-DEPT          TO CFH-DEPTO.
           COMPUTE CFH-SALARIO-DIARIO ROUNDED = EMP-PAY-RATE * 8.
           MOVE HPA-PAGO-BRUTO    TO CFH-TOTAL-PERCEPCIONES.
           ADD HPA-DEDUCCION-IMPUESTO HPA-DEDUCCION-IMSS
               HPA-ISR-AJUSTE-CARGO HPA-RECUPERACION
               HPA-DEDUCCION-OTRAS
               GIVING CFH-TOTAL-DEDUCCIONES.
           MOVE HPA-ISR-AJUSTE-REINTEGRO TO CFH-TOTAL-OTROS-PAGOS.
           MOVE HPA-PAGO-NETO     TO CFH-NETO.
           MOVE WS-UUID-SUSTITUYE TO CFH-UUID-SUSTITUYE.
           MOVE CFDI-HEADER-RECORD TO CFD-OUTPUT-LINE.
           WRITE CFD-OUTPUT-LINE.
           ADD 1 TO WS-CONTADOR-REGISTROS.

           MOVE ZERO  TO CFC-IMPORTE-EXENTO.
           MOVE ZERO  TO CFC-HORAS.
           MOVE SPACE TO CFC-TIPO-HORAS.
           PERFORM ESCRIBIR-PERCEPCIONES.
           PERFORM ESCRIBIR-DEDUCCIONES.
           IF HPA-ISR-AJUSTE-REINTEGRO > ZERO
               MOVE "O"   TO CFC-TIPO-REGISTRO
               MOVE "001" TO CFC-CLAVE-SAT
               MOVE "RIS" TO CFC-CLAVE-INTERNA
               MOVE "REINTEGRO ISR AJUSTE ANUAL" TO CFC-CONCEPTO
               MOVE HPA-ISR-AJUSTE-REINTEGRO TO CFC-IMPORTE-GRAVADO
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.

       DETERMINAR-TIPO-NOMINA.
      *    Aguinaldo, prima vacacional y finiquito (empleado dado de
      *    baja, pago sin horas trabajadas) van como nomina
      *    extraordinaria; todo lo demas es ordinaria.
           MOVE "O" TO WS-TIPO-NOMINA.
           IF HPA-PAGO-AGUINALDO > ZERO
               OR HPA-PRIMA-VACACIONAL > ZERO
               MOVE "E" TO WS-TIPO-NOMINA
           END-IF.
           IF EMP-STATUS = "I"
               AND HPA-HORAS-REGULARES = ZERO
               AND HPA-HORAS-EXTRA = ZERO
               MOVE "E" TO WS-TIPO-NOMINA
           END-IF.

       ESCRIBIR-PERCEPCIONES.
           MOVE "P" TO CFC-TIPO-REGISTRO.
           IF HPA-PAGO-REGULAR > ZERO
               MOVE "001" TO CFC-CLAVE-SAT
               MOVE "SUE" TO CFC-CLAVE-INTERNA
               MOVE "SUELDO" TO CFC-CONCEPTO
               MOVE HPA-PAGO-REGULAR TO CFC-IMPORTE-GRAVADO
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.
           IF HPA-PAGO-EXTRA-DOBLE > ZERO
               MOVE "019" TO CFC-CLAVE-SAT
               MOVE "HED" TO CFC-CLAVE-INTERNA
               MOVE "HORAS EXTRA DOBLES" TO CFC-CONCEPTO
               MOVE HPA-PAGO-EXTRA-DOBLE TO CFC-IMPORTE-GRAVADO
               MOVE HPA-HORAS-EXTRA-DOBLE TO CFC-HORAS
               MOVE "01" TO CFC-TIPO-HORAS
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.
           IF HPA-PAGO-EXTRA-TRIPLE > ZERO
               MOVE "019" TO CFC-CLAVE-SAT
               MOVE "HET" TO CFC-CLAVE-INTERNA
               MOVE "HORAS EXTRA TRIPLES" TO CFC-CONCEPTO
               MOVE HPA-PAGO-EXTRA-TRIPLE TO CFC-IMPORTE-GRAVADO
               MOVE HPA-HORAS-EXTRA-TRIPLE TO CFC-HORAS
               MOVE "02" TO CFC-TIPO-HORAS
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.
      *    Pagos anteriores al desglose de horas extra por tramo solo
      *    traen el total; la diferencia va como horas dobles.
           COMPUTE WS-RESTO = HPA-PAGO-EXTRA
               - HPA-PAGO-EXTRA-DOBLE - HPA-PAGO-EXTRA-TRIPLE.
           IF WS-RESTO > ZERO
               COMPUTE WS-HORAS-RESTO = HPA-HORAS-EXTRA
                   - HPA-HORAS-EXTRA-DOBLE - HPA-HORAS-EXTRA-TRIPLE
               IF WS-HORAS-RESTO < ZERO
                   MOVE ZERO TO WS-HORAS-RESTO
               END-IF
               MOVE "019" TO CFC-CLAVE-SAT
               MOVE "HEX" TO CFC-CLAVE-INTERNA
               MOVE "HORAS EXTRA" TO CFC-CONCEPTO
               MOVE WS-RESTO TO CFC-IMPORTE-GRAVADO
               MOVE WS-HORAS-RESTO TO CFC-HORAS
               MOVE "01" TO CFC-TIPO-HORAS
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.
           IF HPA-PRIMA-DOMINICAL > ZERO
               MOVE "020" TO CFC-CLAVE-SAT
               MOVE "PDO" TO CFC-CLAVE-INTERNA
               MOVE "PRIMA DOMINICAL" TO CFC-CONCEPTO
               MOVE HPA-PRIMA-DOMINICAL TO CFC-IMPORTE-GRAVADO
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.
           IF HPA-PAGO-FESTIVO > ZERO
               MOVE "038" TO CFC-CLAVE-SAT
               MOVE "FES" TO CFC-CLAVE-INTERNA
               MOVE "DIA FESTIVO LABORADO" TO CFC-CONCEPTO
               MOVE HPA-PAGO-FESTIVO TO CFC-IMPORTE-GRAVADO
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.
           IF HPA-PAGO-AGUINALDO > ZERO
               MOVE "002" TO CFC-CLAVE-SAT
               MOVE "AGU" TO CFC-CLAVE-INTERNA
               MOVE "AGUINALDO" TO CFC-CONCEPTO
               COMPUTE CFC-IMPORTE-GRAVADO =
                   HPA-PAGO-AGUINALDO - HPA-AGUINALDO-EXENTO
               MOVE HPA-AGUINALDO-EXENTO TO CFC-IMPORTE-EXENTO
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.
           IF HPA-PRIMA-VACACIONAL > ZERO
               MOVE "021" TO CFC-CLAVE-SAT
               MOVE "PVA" TO CFC-CLAVE-INTERNA
               MOVE "PRIMA VACACIONAL" TO CFC-CONCEPTO
               COMPUTE CFC-IMPORTE-GRAVADO =
                   HPA-PRIMA-VACACIONAL - HPA-PRIMA-VAC-EXENTA
               MOVE HPA-PRIMA-VAC-EXENTA TO CFC-IMPORTE-EXENTO
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.
      *    Lo que el bruto trae fuera de los conceptos desglosados
      *    (las vacaciones pendientes que paga el finiquito) va como
      *    sueldo, para que las percepciones sumen el bruto.
           COMPUTE WS-RESTO = HPA-PAGO-BRUTO - HPA-PAGO-REGULAR
               - HPA-PAGO-EXTRA - HPA-PRIMA-DOMINICAL
               - HPA-PAGO-FESTIVO - HPA-PAGO-AGUINALDO
               - HPA-PRIMA-VACACIONAL.
           IF WS-RESTO > ZERO
               MOVE "001" TO CFC-CLAVE-SAT
               MOVE "VAC" TO CFC-CLAVE-INTERNA
               MOVE "VACACIONES Y OTROS SUELDOS" TO CFC-CONCEPTO
               MOVE WS-RESTO TO CFC-IMPORTE-GRAVADO
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.

       ESCRIBIR-DEDUCCIONES.
           MOVE "D" TO CFC-TIPO-REGISTRO.
           IF HPA-DEDUCCION-IMSS > ZERO
               MOVE "001" TO CFC-CLAVE-SAT
               MOVE "IMS" TO CFC-CLAVE-INTERNA
               MOVE "SEGURIDAD SOCIAL (IMSS)" TO CFC-CONCEPTO
               MOVE HPA-DEDUCCION-IMSS TO CFC-IMPORTE-GRAVADO
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.
           IF HPA-DEDUCCION-IMPUESTO > ZERO
               MOVE "002" TO CFC-CLAVE-SAT
               MOVE "ISR" TO CFC-CLAVE-INTERNA
               MOVE "ISR" TO CFC-CONCEPTO
               MOVE HPA-DEDUCCION-IMPUESTO TO CFC-IMPORTE-GRAVADO
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.
           IF HPA-ISR-AJUSTE-CARGO > ZERO
               MOVE "101" TO CFC-CLAVE-SAT
               MOVE "ISA" TO CFC-CLAVE-INTERNA
               MOVE "ISR DE EJERCICIO ANTERIOR" TO CFC-CONCEPTO
               MOVE HPA-ISR-AJUSTE-CARGO TO CFC-IMPORTE-GRAVADO
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.
           IF HPA-RECUPERACION > ZERO
               MOVE "013" TO CFC-CLAVE-SAT
               MOVE "REC" TO CFC-CLAVE-INTERNA
               MOVE "RECUPERACION PAGO EN EXCESO" TO CFC-CONCEPTO
               MOVE HPA-RECUPERACION TO CFC-IMPORTE-GRAVADO
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.
           MOVE ZERO TO WS-SUMA-OTRAS.
           PERFORM VARYING WS-OTRA-IDX FROM 1 BY 1
                   UNTIL WS-OTRA-IDX > HPA-OTRAS-COUNT
               IF HPA-OTRA-MONTO (WS-OTRA-IDX) > ZERO
                   PERFORM ESCRIBIR-DEDUCCION-OTRA
               END-IF
           END-PERFORM.
      *    Si el total de otras deducciones trae mas de lo desglosado,
      *    la diferencia va como otras deducciones para que cuadre.
           COMPUTE WS-RESTO = HPA-DEDUCCION-OTRAS - WS-SUMA-OTRAS.
           IF WS-RESTO > ZERO
               MOVE "004" TO CFC-CLAVE-SAT
               MOVE "OTR" TO CFC-CLAVE-INTERNA
               MOVE "OTRAS DEDUCCIONES" TO CFC-CONCEPTO
               MOVE WS-RESTO TO CFC-IMPORTE-GRAVADO
               PERFORM ESCRIBIR-CONCEPTO
           END-IF.

       ESCRIBIR-DEDUCCION-OTRA.
           ADD HPA-OTRA-MONTO (WS-OTRA-IDX) TO WS-SUMA-OTRAS.
           MOVE HPA-OTRA-CODIGO (WS-OTRA-IDX) TO CFC-CLAVE-INTERNA.
           EVALUATE HPA-OTRA-CODIGO (WS-OTRA-IDX)
               WHEN "PJ1"
               WHEN "PJ2"
                   MOVE "007" TO CFC-CLAVE-SAT
                   MOVE "PENSION ALIMENTICIA" TO CFC-CONCEPTO
               WHEN "PRE"
                   MOVE "004" TO CFC-CLAVE-SAT
                   MOVE "PRESTAMO DE LA EMPRESA" TO CFC-CONCEPTO
               WHEN "AHO"
                   MOVE "004" TO CFC-CLAVE-SAT
                   MOVE "FONDO DE AHORRO" TO CFC-CONCEPTO
               WHEN OTHER
                   MOVE "004" TO CFC-CLAVE-SAT
                   MOVE "OTRAS DEDUCCIONES" TO CFC-CONCEPTO
           END-EVALUATE.
           MOVE HPA-OTRA-MONTO (WS-OTRA-IDX) TO CFC-IMPORTE-GRAVADO.
           PERFORM ESCRIBIR-CONCEPTO.

       ESCRIBIR-CONCEPTO.
           MOVE HPA-EMP-ID  TO CFC-EMP-ID.
           MOVE HPA-PERIODO TO CFC-PERIODO.
           MOVE CFDI-CONCEPT-RECORD TO CFD-OUTPUT-LINE.
           WRITE CFD-OUTPUT-LINE.
           ADD 1 TO WS-CONTADOR-REGISTROS.
           MOVE ZERO  TO CFC-IMPORTE-EXENTO.
           MOVE ZERO  TO CFC-HORAS.
           MOVE SPACE TO CFC-TIPO-HORAS.
       END PROGRAM 25_exportacion_cfdi.
