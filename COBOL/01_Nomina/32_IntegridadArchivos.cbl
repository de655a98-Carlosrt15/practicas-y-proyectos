      ******************************************************************
      * Author:
      * Date:
      * Purpose: Read-only integrity sweep across the payroll masters,
      *          meant to run before each payroll. Checks a fixed list
      *          of consistency rules between EMPMAST, DEPMAST, SALDOS,
      *          DEDUCC, YTDFILE, PAGOHIS, CALPER, REEXPED and CHEQREG
      *          (rows for employees no longer on the master, active
      *          loans with no balance, inactive employees still
      *          holding vacation, re-issues pending after the bank
      *          data was fixed, open periods older than closed ones,
      *          repeated check numbers and the like), writes one
      *          integrity exception record per break (EXCINT) and a
      *          report by rule with the counts and the employees
      *          (REPINT). No master is changed. Ends with return code
      *          0 when clean, 4 when only warnings were found, 8 when
      *          a severe break was found (the payroll must be held)
      *          and 16 when the employee master cannot be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 32_integridad_archivos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEP-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO "SALDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-EMP-ID
               FILE STATUS IS WS-SAL-FILE-STATUS.

           SELECT RECURRING-DEDUCT-FILE ASSIGN TO "DEDUCC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-FILE-STATUS.

           SELECT YTD-FILE ASSIGN TO "YTDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAGOHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HPA-KEY
               FILE STATUS IS WS-HPA-FILE-STATUS.

           SELECT PAY-PERIOD-FILE ASSIGN TO "CALPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT REISSUE-FILE ASSIGN TO "REEXPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REX-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHEQREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ-FILE-STATUS.

           SELECT INTEGRITY-EXCEPTION-FILE ASSIGN TO "EXCINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "REPINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREG.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREG.

       FD  LEAVE-BALANCE-FILE.
       COPY SALDOS.

       FD  RECURRING-DEDUCT-FILE.
       COPY DEDREC.

       FD  YTD-FILE.
       COPY ACUMYTD.

       FD  PAY-HISTORY-FILE.
       COPY HISPAG.

       FD  PAY-PERIOD-FILE.
       COPY PERIODO.

       FD  REISSUE-FILE.
       COPY REEXPE.

       FD  CHECK-REGISTER-FILE.
       COPY CHEQUE.

       FD  INTEGRITY-EXCEPTION-FILE.
       COPY EXCINT.

       FD  INTEGRITY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  INT-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS      PIC X(2).
       01  WS-DEP-FILE-STATUS      PIC X(2).
       01  WS-SAL-FILE-STATUS      PIC X(2).
       01  WS-DED-FILE-STATUS      PIC X(2).
       01  WS-YTD-FILE-STATUS      PIC X(2).
       01  WS-HPA-FILE-STATUS      PIC X(2).
       01  WS-PER-FILE-STATUS      PIC X(2).
       01  WS-REX-FILE-STATUS      PIC X(2).
       01  WS-CHQ-FILE-STATUS      PIC X(2).
       01  WS-INT-FILE-STATUS      PIC X(2).
       01  WS-REP-FILE-STATUS      PIC X(2).
       01  WS-DEPTOS-ACTIVOS       PIC X(1)    VALUE "N".
       01  WS-SALDOS-ACTIVOS       PIC X(1)    VALUE "N".
       01  WS-PERIODOS-ACTIVOS     PIC X(1)    VALUE "N".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-FIN-ARCHIVO          PIC X(1).
       01  WS-EMP-BUSCADO          PIC 9(6).
       01  WS-EMP-ANTERIOR         PIC 9(6).
       01  WS-EMPLEADO-EXISTE      PIC X(1).
       01  WS-GRUPO-ABIERTO        PIC X(1).
       01  WS-GRUPO-CERRADO        PIC X(1).
       01  WS-PERIODO-CERRADO      PIC 9(6).
       01  WS-CHEQUE-REPETIDO      PIC X(1).
       01  WS-PERIODO-REPORTADO    PIC X(1).

      *    Datos del caso que se registra.
       01  WS-INT-REGLA            PIC X(2).
       01  WS-INT-REGLA-NUM        PIC 9(2).
       01  WS-INT-ARCHIVO          PIC X(8).
       01  WS-INT-EMP-ID           PIC 9(6).
       01  WS-INT-LLAVE            PIC X(12).
       01  WS-INT-MONTO            PIC 9(9)V99.
       01  WS-INT-DESC             PIC X(40).
       01  WS-INT-SEVERIDAD        PIC X(1).
       01  WS-INT-SUB              PIC 9(2).
       01  WS-TOTAL-CASOS          PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-GRAVES         PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-AVISOS         PIC 9(7)    VALUE ZERO.
       01  WS-CUENTAS-REGLA.
           05  WS-CUENTA-REGLA     OCCURS 17 TIMES
                                    PIC 9(7)   VALUE ZERO.
       01  WS-CODIGO-RETORNO       PIC 9(2)    VALUE ZERO.

      *    Calendario de periodos, para comparar abiertos y cerrados.
       01  WS-TABLA-PERIODOS-COUNT PIC 9(3)    VALUE ZERO.
       01  WS-TABLA-PERIODOS.
           05  WS-PERIODO          OCCURS 400 TIMES
                                    INDEXED BY WS-PERIODO-IDX
                                               WS-CERRADO-IDX.
               10  WS-PERIODO-ID       PIC 9(6).
               10  WS-PERIODO-GRUPO    PIC X(1).
               10  WS-PERIODO-INICIO   PIC 9(8).
               10  WS-PERIODO-STATUS   PIC X(1).

      *    Periodos de PAGOHIS que no estan en CALPER, para reportar
      *    cada uno una sola vez.
       01  WS-TABLA-FALTANTES-COUNT PIC 9(3)   VALUE ZERO.
       01  WS-TABLA-FALTANTES.
           05  WS-FALTANTE-ID      OCCURS 100 TIMES
                                    INDEXED BY WS-FALTANTE-IDX
                                    PIC 9(6).

      *    Numeros de cheque ya vistos en CHEQREG.
       01  WS-TABLA-CHEQUES-COUNT  PIC 9(4)    VALUE ZERO.
       01  WS-TABLA-CHEQUES.
           05  WS-CHEQUE-NUMERO    OCCURS 5000 TIMES
                                    INDEXED BY WS-CHEQUE-IDX
                                    PIC 9(6).

       COPY REPINT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "No se puede abrir el maestro de empleados, "
                   "codigo: " WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEP-FILE-STATUS = "00"
               MOVE "S" TO WS-DEPTOS-ACTIVOS
           ELSE
               DISPLAY "ADVERTENCIA: no hay maestro de departamentos "
                   "DEPMAST; no se revisan los departamentos"
           END-IF.
           OPEN INPUT LEAVE-BALANCE-FILE.
           IF WS-SAL-FILE-STATUS = "00"
               MOVE "S" TO WS-SALDOS-ACTIVOS
           ELSE
               DISPLAY "ADVERTENCIA: no hay saldos de ausencias "
                   "SALDOS; no se revisan"
           END-IF.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PER-FILE-STATUS = "00"
               MOVE "S" TO WS-PERIODOS-ACTIVOS
           ELSE
               DISPLAY "ADVERTENCIA: no hay calendario de periodos "
                   "CALPER; no se revisan los periodos"
           END-IF.
           OPEN OUTPUT INTEGRITY-EXCEPTION-FILE.
           IF WS-INT-FILE-STATUS NOT = "00"
               DISPLAY "No se puede crear el archivo de casos EXCINT, "
                   "codigo: " WS-INT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM REVISAR-EMPLEADOS.
           PERFORM REVISAR-SALDOS.
           PERFORM REVISAR-DEDUCCIONES.
           PERFORM REVISAR-ACUMULADOS.
           PERFORM REVISAR-PERIODOS.
           PERFORM REVISAR-HISTORIA.
           PERFORM REVISAR-CHEQUES.
           PERFORM REVISAR-REEXPEDICIONES.

           CLOSE INTEGRITY-EXCEPTION-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-DEPTOS-ACTIVOS = "S"
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.
           IF WS-SALDOS-ACTIVOS = "S"
               CLOSE LEAVE-BALANCE-FILE
           END-IF.
           IF WS-PERIODOS-ACTIVOS = "S"
               CLOSE PAY-PERIOD-FILE
           END-IF.

           IF WS-TOTAL-GRAVES > ZERO
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               IF WS-TOTAL-AVISOS > ZERO
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.
           PERFORM ESCRIBIR-REPORTE.

           DISPLAY "Revision de integridad: " WS-TOTAL-CASOS
               " casos, " WS-TOTAL-GRAVES " graves, "
               WS-TOTAL-AVISOS " avisos".
           IF WS-TOTAL-GRAVES > ZERO
               DISPLAY "HAY RUPTURAS GRAVES; no correr la nomina "
                   "hasta corregirlas (ver REPINT)"
           END-IF.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       REVISAR-EMPLEADOS.
      *    Reglas 08 y 09, recorriendo el maestro de empleados.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO EMP-ID.
           START EMPLOYEE-MASTER-FILE KEY >= EMP-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                       PERFORM REVISAR-UN-EMPLEADO
               END-READ
           END-PERFORM.

       REVISAR-UN-EMPLEADO.
           MOVE "EMPMAST" TO WS-INT-ARCHIVO.
           MOVE EMP-ID    TO WS-INT-EMP-ID.
           MOVE ZERO      TO WS-INT-MONTO.
           IF EMP-STATUS NOT = "I" AND WS-SALDOS-ACTIVOS = "S"
               MOVE EMP-ID TO SAL-EMP-ID
               READ LEAVE-BALANCE-FILE
                   INVALID KEY
                       MOVE "08"  TO WS-INT-REGLA
                       MOVE SPACE TO WS-INT-LLAVE
                       PERFORM REGISTRAR-CASO
               END-READ
           END-IF.
           IF WS-DEPTOS-ACTIVOS = "S"
               MOVE EMP-DEPT TO DEP-CODIGO
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       MOVE "09"     TO WS-INT-REGLA
                       MOVE EMP-DEPT TO WS-INT-LLAVE
                       PERFORM REGISTRAR-CASO
               END-READ
           END-IF.

       REVISAR-SALDOS.
      *    Reglas 01 y 07.
           IF WS-SALDOS-ACTIVOS = "S"
               MOVE "N" TO WS-FIN-ARCHIVO
               MOVE ZERO TO SAL-EMP-ID
               START LEAVE-BALANCE-FILE KEY >= SAL-EMP-ID
                   INVALID KEY
                       MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ LEAVE-BALANCE-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM REVISAR-UN-SALDO
                   END-READ
               END-PERFORM
           END-IF.

       REVISAR-UN-SALDO.
           MOVE "SALDOS"   TO WS-INT-ARCHIVO.
           MOVE SAL-EMP-ID TO WS-INT-EMP-ID.
           MOVE SPACE      TO WS-INT-LLAVE.
           MOVE SAL-VAC-SALDO TO WS-INT-MONTO.
           MOVE SAL-EMP-ID TO WS-EMP-BUSCADO.
           PERFORM LEER-EMPLEADO.
           IF WS-EMPLEADO-EXISTE = "N"
               MOVE "01" TO WS-INT-REGLA
               PERFORM REGISTRAR-CASO
           ELSE
               IF EMP-STATUS = "I" AND SAL-VAC-SALDO > ZERO
                   MOVE "07" TO WS-INT-REGLA
                   PERFORM REGISTRAR-CASO
               END-IF
           END-IF.

       REVISAR-DEDUCCIONES.
      *    Reglas 02, 05 y 06.
           OPEN INPUT RECURRING-DEDUCT-FILE.
           IF WS-DED-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no hay deducciones recurrentes "
                   "DEDUCC; no se revisan"
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               MOVE LOW-VALUES TO DED-KEY
               START RECURRING-DEDUCT-FILE KEY >= DED-KEY
                   INVALID KEY
                       MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ RECURRING-DEDUCT-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM REVISAR-UNA-DEDUCCION
                   END-READ
               END-PERFORM
               CLOSE RECURRING-DEDUCT-FILE
           END-IF.

       REVISAR-UNA-DEDUCCION.
           MOVE "DEDUCC"   TO WS-INT-ARCHIVO.
           MOVE DED-EMP-ID TO WS-INT-EMP-ID.
           MOVE DED-CODIGO TO WS-INT-LLAVE.
           MOVE DED-SALDO  TO WS-INT-MONTO.
           MOVE DED-EMP-ID TO WS-EMP-BUSCADO.
           PERFORM LEER-EMPLEADO.
           IF WS-EMPLEADO-EXISTE = "N"
               MOVE "02" TO WS-INT-REGLA
               PERFORM REGISTRAR-CASO
           END-IF.
           IF DED-STATUS = "A" AND DED-TIPO = "S"
               AND DED-SALDO = ZERO
               MOVE "05" TO WS-INT-REGLA
               PERFORM REGISTRAR-CASO
           END-IF.
           IF WS-EMPLEADO-EXISTE = "S" AND EMP-STATUS = "I"
               AND DED-STATUS = "A"
               MOVE "06" TO WS-INT-REGLA
               PERFORM REGISTRAR-CASO
           END-IF.

       REVISAR-ACUMULADOS.
      *    Regla 03.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no hay acumulados anuales "
                   "YTDFILE; no se revisan"
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               MOVE ZERO TO YTD-KEY
               START YTD-FILE KEY >= YTD-KEY
                   INVALID KEY
                       MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ YTD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE YTD-EMP-ID TO WS-EMP-BUSCADO
                           PERFORM LEER-EMPLEADO
                           IF WS-EMPLEADO-EXISTE = "N"
                               MOVE "03"       TO WS-INT-REGLA
                               MOVE "YTDFILE"  TO WS-INT-ARCHIVO
                               MOVE YTD-EMP-ID TO WS-INT-EMP-ID
                               MOVE YTD-YEAR   TO WS-INT-LLAVE
                               MOVE YTD-GROSS-TOTAL TO WS-INT-MONTO
                               PERFORM REGISTRAR-CASO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.

       REVISAR-PERIODOS.
      *    Reglas 15 y 16.
           IF WS-PERIODOS-ACTIVOS = "S"
               MOVE "N" TO WS-FIN-ARCHIVO
               MOVE ZERO TO PER-ID
               START PAY-PERIOD-FILE KEY >= PER-ID
                   INVALID KEY
                       MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ PAY-PERIOD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM GUARDAR-PERIODO
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
                   UNTIL WS-PERIODO-IDX > WS-TABLA-PERIODOS-COUNT
                   IF WS-PERIODO-STATUS (WS-PERIODO-IDX) NOT = "C"
                       PERFORM BUSCAR-CERRADO-POSTERIOR
                   END-IF
               END-PERFORM
           END-IF.

       GUARDAR-PERIODO.
           IF PER-FECHA-FIN < PER-FECHA-INICIO
               MOVE "16"     TO WS-INT-REGLA
               MOVE "CALPER" TO WS-INT-ARCHIVO
               MOVE ZERO     TO WS-INT-EMP-ID
               MOVE PER-ID   TO WS-INT-LLAVE
               MOVE ZERO     TO WS-INT-MONTO
               PERFORM REGISTRAR-CASO
           END-IF.
           IF WS-TABLA-PERIODOS-COUNT >= 400
               DISPLAY "Tabla de periodos llena; el periodo " PER-ID
                   " no se compara con los demas"
           ELSE
               ADD 1 TO WS-TABLA-PERIODOS-COUNT
               SET WS-PERIODO-IDX TO WS-TABLA-PERIODOS-COUNT
               MOVE PER-ID TO WS-PERIODO-ID (WS-PERIODO-IDX)
               IF PER-GRUPO-PAGO = "S"
                   MOVE "S" TO WS-PERIODO-GRUPO (WS-PERIODO-IDX)
               ELSE
                   MOVE "Q" TO WS-PERIODO-GRUPO (WS-PERIODO-IDX)
               END-IF
               MOVE PER-FECHA-INICIO
                   TO WS-PERIODO-INICIO (WS-PERIODO-IDX)
               MOVE PER-STATUS TO WS-PERIODO-STATUS (WS-PERIODO-IDX)
           END-IF.

       BUSCAR-CERRADO-POSTERIOR.
      *    Un periodo abierto no debe quedar detras de uno ya cerrado
      *    del mismo grupo: el cierre lo salto.
           MOVE ZERO TO WS-PERIODO-CERRADO.
           PERFORM VARYING WS-CERRADO-IDX FROM 1 BY 1
               UNTIL WS-CERRADO-IDX > WS-TABLA-PERIODOS-COUNT
               IF WS-PERIODO-STATUS (WS-CERRADO-IDX) = "C"
                   AND WS-PERIODO-GRUPO (WS-CERRADO-IDX) =
                       WS-PERIODO-GRUPO (WS-PERIODO-IDX)
                   AND WS-PERIODO-INICIO (WS-CERRADO-IDX) >
                       WS-PERIODO-INICIO (WS-PERIODO-IDX)
                   MOVE WS-PERIODO-ID (WS-CERRADO-IDX)
                       TO WS-PERIODO-CERRADO
                   SET WS-CERRADO-IDX TO WS-TABLA-PERIODOS-COUNT
               END-IF
           END-PERFORM.
           IF WS-PERIODO-CERRADO NOT = ZERO
               MOVE "15"     TO WS-INT-REGLA
               MOVE "CALPER" TO WS-INT-ARCHIVO
               MOVE ZERO     TO WS-INT-EMP-ID
               MOVE WS-PERIODO-ID (WS-PERIODO-IDX) TO WS-INT-LLAVE
               MOVE ZERO     TO WS-INT-MONTO
               PERFORM REGISTRAR-CASO
               DISPLAY "Periodo abierto " WS-PERIODO-ID (WS-PERIODO-IDX)
                   " anterior al cerrado " WS-PERIODO-CERRADO
           END-IF.

       REVISAR-HISTORIA.
      *    Reglas 04 (una vez por empleado) y 17 (una vez por periodo).
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HPA-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no hay historia de pagos "
                   "PAGOHIS; no se revisa"
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               MOVE ZERO TO WS-EMP-ANTERIOR
               MOVE ZERO TO HPA-KEY
               START PAY-HISTORY-FILE KEY >= HPA-KEY
                   INVALID KEY
                       MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM REVISAR-UN-PAGO
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       REVISAR-UN-PAGO.
           MOVE "PAGOHIS"      TO WS-INT-ARCHIVO.
           MOVE HPA-EMP-ID     TO WS-INT-EMP-ID.
           MOVE HPA-PERIODO    TO WS-INT-LLAVE.
           MOVE HPA-PAGO-BRUTO TO WS-INT-MONTO.
           IF HPA-EMP-ID NOT = WS-EMP-ANTERIOR
               MOVE HPA-EMP-ID TO WS-EMP-ANTERIOR
               MOVE HPA-EMP-ID TO WS-EMP-BUSCADO
               PERFORM LEER-EMPLEADO
               IF WS-EMPLEADO-EXISTE = "N"
                   MOVE "04" TO WS-INT-REGLA
                   PERFORM REGISTRAR-CASO
               END-IF
           END-IF.
           IF WS-PERIODOS-ACTIVOS = "S"
               MOVE HPA-PERIODO TO PER-ID
               READ PAY-PERIOD-FILE
                   INVALID KEY
                       PERFORM REVISAR-PERIODO-FALTANTE
               END-READ
           END-IF.

       REVISAR-PERIODO-FALTANTE.
           MOVE "N" TO WS-PERIODO-REPORTADO.
           PERFORM VARYING WS-FALTANTE-IDX FROM 1 BY 1
               UNTIL WS-FALTANTE-IDX > WS-TABLA-FALTANTES-COUNT
               IF WS-FALTANTE-ID (WS-FALTANTE-IDX) = HPA-PERIODO
                   MOVE "S" TO WS-PERIODO-REPORTADO
                   SET WS-FALTANTE-IDX TO WS-TABLA-FALTANTES-COUNT
               END-IF
           END-PERFORM.
           IF WS-PERIODO-REPORTADO = "N"
               MOVE "17" TO WS-INT-REGLA
               PERFORM REGISTRAR-CASO
               IF WS-TABLA-FALTANTES-COUNT < 100
                   ADD 1 TO WS-TABLA-FALTANTES-COUNT
                   MOVE HPA-PERIODO
                       TO WS-FALTANTE-ID (WS-TABLA-FALTANTES-COUNT)
               END-IF
           END-IF.

       REVISAR-CHEQUES.
      *    Reglas 13 y 14.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF WS-CHQ-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no hay registro de cheques "
                   "CHEQREG; no se revisa"
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CHECK-REGISTER-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM REVISAR-UN-CHEQUE
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF.

       REVISAR-UN-CHEQUE.
           MOVE "CHEQREG"  TO WS-INT-ARCHIVO.
           MOVE CHQ-EMP-ID TO WS-INT-EMP-ID.
           MOVE CHQ-NUMERO TO WS-INT-LLAVE.
           MOVE CHQ-MONTO  TO WS-INT-MONTO.
           MOVE "N" TO WS-CHEQUE-REPETIDO.
           PERFORM VARYING WS-CHEQUE-IDX FROM 1 BY 1
               UNTIL WS-CHEQUE-IDX > WS-TABLA-CHEQUES-COUNT
               IF WS-CHEQUE-NUMERO (WS-CHEQUE-IDX) = CHQ-NUMERO
                   MOVE "S" TO WS-CHEQUE-REPETIDO
                   SET WS-CHEQUE-IDX TO WS-TABLA-CHEQUES-COUNT
               END-IF
           END-PERFORM.
           IF WS-CHEQUE-REPETIDO = "S"
               MOVE "13" TO WS-INT-REGLA
               PERFORM REGISTRAR-CASO
           ELSE
               IF WS-TABLA-CHEQUES-COUNT >= 5000
                   DISPLAY "Tabla de cheques llena; el cheque "
                       CHQ-NUMERO " no se compara con los demas"
               ELSE
                   ADD 1 TO WS-TABLA-CHEQUES-COUNT
                   MOVE CHQ-NUMERO
                       TO WS-CHEQUE-NUMERO (WS-TABLA-CHEQUES-COUNT)
               END-IF
           END-IF.
           MOVE CHQ-EMP-ID TO WS-EMP-BUSCADO.
           PERFORM LEER-EMPLEADO.
           IF WS-EMPLEADO-EXISTE = "N"
               MOVE "14" TO WS-INT-REGLA
               PERFORM REGISTRAR-CASO
           END-IF.

       REVISAR-REEXPEDICIONES.
      *    Reglas 10, 11 y 12.
           OPEN INPUT REISSUE-FILE.
           IF WS-REX-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no hay cola de reexpediciones "
                   "REEXPED; no se revisa"
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ REISSUE-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM REVISAR-UNA-REEXPEDICION
                   END-READ
               END-PERFORM
               CLOSE REISSUE-FILE
           END-IF.

       REVISAR-UNA-REEXPEDICION.
           MOVE "REEXPED"  TO WS-INT-ARCHIVO.
           MOVE REX-EMP-ID TO WS-INT-EMP-ID.
           MOVE REX-MOTIVO TO WS-INT-LLAVE.
           MOVE REX-MONTO  TO WS-INT-MONTO.
           IF REX-ESTADO NOT = "P" OR REX-CHEQUE NOT = ZERO
               MOVE REX-CHEQUE TO WS-INT-LLAVE
               MOVE "12" TO WS-INT-REGLA
               PERFORM REGISTRAR-CASO
               MOVE REX-MOTIVO TO WS-INT-LLAVE
           END-IF.
           MOVE REX-EMP-ID TO WS-EMP-BUSCADO.
           PERFORM LEER-EMPLEADO.
           IF WS-EMPLEADO-EXISTE = "N"
               MOVE "11" TO WS-INT-REGLA
               PERFORM REGISTRAR-CASO
           ELSE
      *        Un finiquito se paga con cheque aunque el banco este
      *        bien; solo las devoluciones del banco se vigilan.
               IF REX-ESTADO = "P" AND REX-MOTIVO NOT = "FQ"
                   AND EMP-BANK-STATUS NOT = "R"
                   MOVE "10" TO WS-INT-REGLA
                   PERFORM REGISTRAR-CASO
               END-IF
           END-IF.

       LEER-EMPLEADO.
           MOVE WS-EMP-BUSCADO TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMPLEADO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-EMPLEADO-EXISTE
           END-READ.

       REGISTRAR-CASO.
           PERFORM DESCRIBIR-REGLA.
           ADD 1 TO WS-TOTAL-CASOS.
           IF WS-INT-SEVERIDAD = "G"
               ADD 1 TO WS-TOTAL-GRAVES
           ELSE
               ADD 1 TO WS-TOTAL-AVISOS
           END-IF.
           MOVE WS-INT-REGLA TO WS-INT-REGLA-NUM.
           ADD 1 TO WS-CUENTA-REGLA (WS-INT-REGLA-NUM).

           MOVE WS-FECHA-HOY     TO INT-FECHA.
           MOVE WS-INT-REGLA     TO INT-REGLA.
           MOVE WS-INT-SEVERIDAD TO INT-SEVERIDAD.
           MOVE WS-INT-ARCHIVO   TO INT-ARCHIVO.
           MOVE WS-INT-EMP-ID    TO INT-EMP-ID.
           MOVE WS-INT-LLAVE     TO INT-LLAVE.
           MOVE WS-INT-MONTO     TO INT-MONTO.
           WRITE INTEGRITY-EXCEPTION-RECORD.

       DESCRIBIR-REGLA.
           EVALUATE WS-INT-REGLA
               WHEN "01"
                   MOVE "SALDOS SIN EMPLEADO EN EMPMAST"
                       TO WS-INT-DESC
                   MOVE "A" TO WS-INT-SEVERIDAD
               WHEN "02"
                   MOVE "DEDUCC SIN EMPLEADO EN EMPMAST"
                       TO WS-INT-DESC
                   MOVE "A" TO WS-INT-SEVERIDAD
               WHEN "03"
                   MOVE "YTDFILE SIN EMPLEADO EN EMPMAST"
                       TO WS-INT-DESC
                   MOVE "A" TO WS-INT-SEVERIDAD
               WHEN "04"
                   MOVE "PAGOHIS SIN EMPLEADO EN EMPMAST"
                       TO WS-INT-DESC
                   MOVE "A" TO WS-INT-SEVERIDAD
               WHEN "05"
                   MOVE "PRESTAMO ACTIVO CON SALDO EN CERO"
                       TO WS-INT-DESC
                   MOVE "G" TO WS-INT-SEVERIDAD
               WHEN "06"
                   MOVE "DEDUCCION ACTIVA DE EMPLEADO INACTIVO"
                       TO WS-INT-DESC
                   MOVE "A" TO WS-INT-SEVERIDAD
               WHEN "07"
                   MOVE "INACTIVO CON SALDO DE VACACIONES"
                       TO WS-INT-DESC
                   MOVE "A" TO WS-INT-SEVERIDAD
               WHEN "08"
                   MOVE "ACTIVO SIN REGISTRO EN SALDOS"
                       TO WS-INT-DESC
                   MOVE "A" TO WS-INT-SEVERIDAD
               WHEN "09"
                   MOVE "DEPARTAMENTO NO ESTA EN DEPMAST"
                       TO WS-INT-DESC
                   MOVE "A" TO WS-INT-SEVERIDAD
               WHEN "10"
                   MOVE "REEXPED PENDIENTE CON BANCO CORREGIDO"
                       TO WS-INT-DESC
                   MOVE "A" TO WS-INT-SEVERIDAD
               WHEN "11"
                   MOVE "REEXPED SIN EMPLEADO EN EMPMAST"
                       TO WS-INT-DESC
                   MOVE "G" TO WS-INT-SEVERIDAD
               WHEN "12"
                   MOVE "REEXPED EN COLA CON CHEQUE YA EMITIDO"
                       TO WS-INT-DESC
                   MOVE "G" TO WS-INT-SEVERIDAD
               WHEN "13"
                   MOVE "NUMERO DE CHEQUE REPETIDO EN CHEQREG"
                       TO WS-INT-DESC
                   MOVE "G" TO WS-INT-SEVERIDAD
               WHEN "14"
                   MOVE "CHEQREG SIN EMPLEADO EN EMPMAST"
                       TO WS-INT-DESC
                   MOVE "A" TO WS-INT-SEVERIDAD
               WHEN "15"
                   MOVE "PERIODO ABIERTO ANTERIOR A UNO CERRADO"
                       TO WS-INT-DESC
                   MOVE "G" TO WS-INT-SEVERIDAD
               WHEN "16"
                   MOVE "PERIODO CON FECHAS INVERTIDAS"
                       TO WS-INT-DESC
                   MOVE "G" TO WS-INT-SEVERIDAD
               WHEN "17"
                   MOVE "PAGOHIS DE PERIODO QUE NO ESTA EN CALPER"
                       TO WS-INT-DESC
                   MOVE "A" TO WS-INT-SEVERIDAD
               WHEN OTHER
                   MOVE "REGLA DESCONOCIDA" TO WS-INT-DESC
                   MOVE "A" TO WS-INT-SEVERIDAD
           END-EVALUATE.

       ESCRIBIR-REPORTE.
      *    Por cada regla con casos, su renglon y los casos leidos de
      *    EXCINT; al final el resumen por regla y los totales.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE WS-FECHA-HOY TO INT-TIT-FECHA.
           MOVE INT-LINE-TITULO TO INT-PRINT-LINE.
           WRITE INT-PRINT-LINE.

           PERFORM VARYING WS-INT-SUB FROM 1 BY 1
               UNTIL WS-INT-SUB > 17
               IF WS-CUENTA-REGLA (WS-INT-SUB) > ZERO
                   PERFORM ESCRIBIR-REGLA
                   MOVE INT-LINE-HEADING TO INT-PRINT-LINE
                   WRITE INT-PRINT-LINE
                   PERFORM ESCRIBIR-CASOS-REGLA
               END-IF
           END-PERFORM.

           MOVE INT-LINE-RESUMEN TO INT-PRINT-LINE.
           WRITE INT-PRINT-LINE.
           PERFORM VARYING WS-INT-SUB FROM 1 BY 1
               UNTIL WS-INT-SUB > 17
               PERFORM ESCRIBIR-REGLA
           END-PERFORM.

           MOVE WS-TOTAL-CASOS    TO INT-TOT-COUNT.
           MOVE WS-TOTAL-GRAVES   TO INT-TOT-GRAVES.
           MOVE WS-TOTAL-AVISOS   TO INT-TOT-AVISOS.
           MOVE WS-CODIGO-RETORNO TO INT-TOT-RETORNO.
           MOVE INT-LINE-TOTAL TO INT-PRINT-LINE.
           WRITE INT-PRINT-LINE.
           CLOSE INTEGRITY-REPORT-FILE.

       ESCRIBIR-REGLA.
           MOVE WS-INT-SUB TO WS-INT-REGLA-NUM.
           MOVE WS-INT-REGLA-NUM TO WS-INT-REGLA.
           PERFORM DESCRIBIR-REGLA.
           MOVE WS-INT-REGLA TO INT-REG-CODIGO.
           IF WS-INT-SEVERIDAD = "G"
               MOVE "GRAVE" TO INT-REG-SEVERIDAD
           ELSE
               MOVE "AVISO" TO INT-REG-SEVERIDAD
           END-IF.
           MOVE WS-INT-DESC TO INT-REG-DESC.
           MOVE WS-CUENTA-REGLA (WS-INT-SUB) TO INT-REG-COUNT.
           MOVE INT-LINE-REGLA TO INT-PRINT-LINE.
           WRITE INT-PRINT-LINE.

       ESCRIBIR-CASOS-REGLA.
           OPEN INPUT INTEGRITY-EXCEPTION-FILE.
           IF WS-INT-FILE-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ INTEGRITY-EXCEPTION-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF INT-REGLA = WS-INT-REGLA
                               MOVE INT-ARCHIVO TO INT-DET-ARCHIVO
                               MOVE INT-EMP-ID  TO INT-DET-EMP-ID
                               MOVE INT-LLAVE   TO INT-DET-LLAVE
                               MOVE INT-MONTO   TO INT-DET-MONTO
                               MOVE INT-LINE-DETALLE TO INT-PRINT-LINE
                               WRITE INT-PRINT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTEGRITY-EXCEPTION-FILE
           END-IF.
       END PROGRAM 32_integridad_archivos.
