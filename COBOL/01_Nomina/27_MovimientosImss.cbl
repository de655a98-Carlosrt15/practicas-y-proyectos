      ******************************************************************
      * Author:
      * Date:
      * Purpose: Builds the IMSS affiliation movement file (MOVIMSS)
      *          for upload to IDSE from the employee audit journal
      *          (AUDEMP) journaled in the date range given, dated on
      *          the effective date of each entry: an alta for every
      *          "A" entry, a baja for every "B" entry and a salary
      *          modification for every "C" entry that changed the
      *          pay rate. A finiquito check (CHEQREG motivo "FQ")
      *          for an employee with no baja in the journal is also
      *          sent as a baja. Each movement carries the daily
      *          integrated salary (SDI): the daily wage times the
      *          integration factor for aguinaldo and prima
      *          vacacional by seniority, capped at 25 UMA. Movements
      *          already sent in an earlier run are remembered on
      *          IMSENV and skipped. A control report (REPIMS) lists
      *          each movement and flags the ones held back for a
      *          missing NSS and the ones more than 5 business days
      *          old (weekends and FESTIVOS excluded). Mode "S" only
      *          prints the report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 27_movimientos_imss.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDEMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHEQREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "FESTIVOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FES-FECHA
               FILE STATUS IS WS-FES-FILE-STATUS.

           SELECT IMSS-SENT-FILE ASSIGN TO "IMSENV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-KEY
               FILE STATUS IS WS-ENV-FILE-STATUS.

           SELECT IMSS-MOVEMENT-FILE ASSIGN TO "MOVIMSS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIM-FILE-STATUS.

           SELECT IMSS-REPORT-FILE ASSIGN TO "REPIMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREG.

       FD  AUDIT-JOURNAL-FILE.
       COPY AUDEMP.

       FD  CHECK-REGISTER-FILE.
       COPY CHEQUE.

       FD  HOLIDAY-FILE.
       COPY FESTIV.

       FD  IMSS-SENT-FILE.
       COPY ENVIMS.

       FD  IMSS-MOVEMENT-FILE.
       COPY MOVIMS.

       FD  IMSS-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  IMS-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS      PIC X(2).
       01  WS-AUD-FILE-STATUS      PIC X(2).
       01  WS-CHQ-FILE-STATUS      PIC X(2).
       01  WS-FES-FILE-STATUS      PIC X(2).
       01  WS-ENV-FILE-STATUS      PIC X(2).
       01  WS-MIM-FILE-STATUS      PIC X(2).
       01  WS-REP-FILE-STATUS      PIC X(2).
       01  WS-PARAMETROS.
           05  WS-PARAM-DESDE      PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-PARAM-HASTA      PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-PARAM-REG-PATRONAL PIC X(11).
           05  FILLER              PIC X(1).
           05  WS-PARAM-MODO       PIC X(1).
      *        "S" = simulacion: solo se imprime el reporte de
      *        control; otro valor = se genera el archivo para IDSE
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-FIN-BITACORA         PIC X(1).
       01  WS-FIN-CHEQUES          PIC X(1)    VALUE "N".
       01  WS-CHEQUES-ACTIVO       PIC X(1)    VALUE "N".
       01  WS-FESTIVOS-ACTIVO      PIC X(1)    VALUE "N".
       01  WS-ENVIADOS-ACTIVO      PIC X(1)    VALUE "N".
       01  WS-TABLA-DESBORDE       PIC X(1)    VALUE "N".
       01  WS-BAJA-EN-BITACORA     PIC X(1).
       01  WS-EMPLEADO-HALLADO     PIC X(1).
       01  WS-YA-ENVIADO           PIC X(1).
       01  WS-EXTEMPORANEO         PIC X(1).

      *    Movimiento en proceso, armado desde la bitacora o desde el
      *    registro de cheques.
       01  WS-MOV-ORIGEN           PIC X(1).
       01  WS-MOV-REFERENCIA       PIC X(21).
       01  WS-MOV-EMP-ID           PIC 9(6).
       01  WS-MOV-TIPO             PIC X(2).
       01  WS-MOV-DESCRIPCION      PIC X(12).
       01  WS-MOV-FECHA            PIC 9(8).
       01  WS-MOV-TARIFA           PIC 9(3)V99.
       01  WS-MOV-OBSERVACION      PIC X(30).
       01  WS-REF-BITACORA.
           05  WS-REF-AUD-FECHA    PIC 9(8).
           05  WS-REF-AUD-HORA     PIC 9(6).
           05  WS-REF-AUD-EMP-ID   PIC 9(6).
           05  WS-REF-AUD-TIPO     PIC X(1).
       01  WS-REF-CHEQUE.
           05  WS-REF-CHQ-NUMERO   PIC 9(6).
           05  WS-REF-CHQ-EMP-ID   PIC 9(6).
           05  FILLER              PIC X(9)    VALUE SPACE.

      *    Reglas del salario diario integrado. El SDI se integra con
      *    15 dias de aguinaldo y la prima vacacional del 25% sobre
      *    los dias de vacaciones que corresponden a la antiguedad
      *    (LFT art. 76); el tope es 25 veces la UMA diaria.
      *    Actualizar el tope cuando se publique la UMA del anio.
       01  WS-DIAS-AGUINALDO       PIC 9(2)    VALUE 15.
       01  WS-HORAS-DIA            PIC 9(2)V99 VALUE 8.00.
       01  WS-PCT-PRIMA-VAC        PIC 9(1)V99 VALUE 0.25.
       01  WS-TOPE-SDI             PIC 9(5)V99 VALUE 2828.50.
       01  WS-PLAZO-DIAS-HABILES   PIC 9(2)    VALUE 5.

       01  WS-FECHA-ANTIGUEDAD.
           05  WS-ANT-ANIO         PIC 9(4).
           05  WS-ANT-MES-DIA      PIC 9(4).
       01  WS-FECHA-CALCULO.
           05  WS-CAL-ANIO         PIC 9(4).
           05  WS-CAL-MES-DIA      PIC 9(4).
       01  WS-ANIO-SERVICIO        PIC 9(3).
       01  WS-QUINQUENIOS          PIC 9(3).
       01  WS-DIAS-VACACIONES      PIC 9(3).
       01  WS-SALARIO-DIARIO       PIC 9(5)V99.
       01  WS-FACTOR-INTEGRACION   PIC 9(1)V9(4).
       01  WS-SDI                  PIC 9(5)V99.

       01  WS-DIA-JULIANO          PIC 9(7).
       01  WS-DIA-JULIANO-HOY      PIC 9(7).
       01  WS-DIA-SEMANA           PIC 9(1).
       01  WS-DIAS-HABILES         PIC 9(3).

       01  WS-CONTADOR-ALTAS       PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-BAJAS       PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-MODIFICACIONES PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-ENVIADOS    PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-SIN-NSS     PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-EXTEMPORANEOS PIC 9(7)  VALUE ZERO.
       01  WS-CONTADOR-YA-ENVIADOS PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-NO-MAESTRO  PIC 9(7)    VALUE ZERO.

       01  WS-TABLA-BAJAS-COUNT    PIC 9(4)    VALUE ZERO.
       01  WS-TABLA-BAJAS.
           05  WS-BAJA             OCCURS 2000 TIMES
                                    INDEXED BY WS-BAJA-IDX.
               10  WS-BAJA-EMP-ID      PIC 9(6).

       COPY REPIMS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           COMPUTE WS-DIA-JULIANO-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY).

           ACCEPT WS-PARAMETROS FROM COMMAND-LINE.
           IF WS-PARAM-DESDE NOT NUMERIC
               OR WS-PARAM-HASTA NOT NUMERIC
               DISPLAY "Debe indicarse el rango de fechas AAAAMMDD "
                   "AAAAMMDD, el registro patronal y el modo"
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-PARAM-DESDE) NOT = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-PARAM-HASTA)
                   NOT = ZERO
               OR WS-PARAM-DESDE > WS-PARAM-HASTA
               DISPLAY "Rango de fechas invalido: " WS-PARAM-DESDE
                   " a " WS-PARAM-HASTA
               STOP RUN
           END-IF.
           IF WS-PARAM-REG-PATRONAL = SPACE
               AND WS-PARAM-MODO NOT = "S"
               DISPLAY "Debe indicarse el registro patronal para "
                   "generar el archivo de movimientos"
               STOP RUN
           END-IF.

           PERFORM CARGAR-BAJAS.
           IF WS-TABLA-DESBORDE = "S"
               DISPLAY "Las bajas de la bitacora exceden la tabla de "
                   "trabajo; no se genera nada para no duplicar "
                   "bajas por finiquito"
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "Error al abrir el maestro de empleados, "
                   "codigo: " WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-FES-FILE-STATUS = "00"
               MOVE "S" TO WS-FESTIVOS-ACTIVO
           ELSE
               DISPLAY "No se encontro el calendario FESTIVOS; el "
                   "plazo se cuenta solo sin sabados ni domingos"
           END-IF.
           IF WS-PARAM-MODO = "S"
               OPEN INPUT IMSS-SENT-FILE
               IF WS-ENV-FILE-STATUS = "00"
                   MOVE "S" TO WS-ENVIADOS-ACTIVO
               END-IF
           ELSE
               OPEN I-O IMSS-SENT-FILE
               IF WS-ENV-FILE-STATUS = "35"
                   OPEN OUTPUT IMSS-SENT-FILE
                   CLOSE IMSS-SENT-FILE
                   OPEN I-O IMSS-SENT-FILE
               END-IF
               MOVE "S" TO WS-ENVIADOS-ACTIVO
               OPEN OUTPUT IMSS-MOVEMENT-FILE
           END-IF.
           OPEN OUTPUT IMSS-REPORT-FILE.

           MOVE WS-PARAM-DESDE        TO IMS-TIT-DESDE.
           MOVE WS-PARAM-HASTA        TO IMS-TIT-HASTA.
           MOVE WS-PARAM-REG-PATRONAL TO IMS-TIT-REG-PATRONAL.
           IF WS-PARAM-MODO = "S"
               MOVE "SIMULACION - SIN ENVIO" TO IMS-TIT-MODO
           ELSE
               MOVE "ARCHIVO PARA IDSE"      TO IMS-TIT-MODO
           END-IF.
           MOVE IMS-LINE-TITULO TO IMS-PRINT-LINE.
           WRITE IMS-PRINT-LINE.
           MOVE IMS-LINE-HEADING TO IMS-PRINT-LINE.
           WRITE IMS-PRINT-LINE.

           OPEN INPUT AUDIT-JOURNAL-FILE.
           IF WS-AUD-FILE-STATUS = "00"
               MOVE "N" TO WS-FIN-BITACORA
               PERFORM UNTIL WS-FIN-BITACORA = "S"
                   READ AUDIT-JOURNAL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-BITACORA
                       NOT AT END
                           IF AUD-FECHA >= WS-PARAM-DESDE
                               AND AUD-FECHA <= WS-PARAM-HASTA
                               PERFORM REVISAR-BITACORA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-JOURNAL-FILE
           END-IF.

           OPEN INPUT CHECK-REGISTER-FILE.
           IF WS-CHQ-FILE-STATUS = "00"
               MOVE "S" TO WS-CHEQUES-ACTIVO
               PERFORM UNTIL WS-FIN-CHEQUES = "S"
                   READ CHECK-REGISTER-FILE
                       AT END
                           MOVE "S" TO WS-FIN-CHEQUES
                       NOT AT END
                           IF CHQ-MOTIVO = "FQ"
                               AND CHQ-FECHA >= WS-PARAM-DESDE
                               AND CHQ-FECHA <= WS-PARAM-HASTA
                               PERFORM REVISAR-FINIQUITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF.

           MOVE WS-CONTADOR-ALTAS          TO IMS-CTL-ALTAS.
           MOVE WS-CONTADOR-BAJAS          TO IMS-CTL-BAJAS.
           MOVE WS-CONTADOR-MODIFICACIONES TO IMS-CTL-MODIFICACIONES.
           MOVE WS-CONTADOR-ENVIADOS       TO IMS-CTL-ENVIADOS.
           MOVE IMS-LINE-CONTROL TO IMS-PRINT-LINE.
           WRITE IMS-PRINT-LINE.
           MOVE WS-CONTADOR-SIN-NSS        TO IMS-CTL-SIN-NSS.
           MOVE WS-CONTADOR-EXTEMPORANEOS  TO IMS-CTL-EXTEMPORANEOS.
           MOVE WS-CONTADOR-YA-ENVIADOS    TO IMS-CTL-YA-ENVIADOS.
           MOVE WS-CONTADOR-NO-MAESTRO     TO IMS-CTL-NO-MAESTRO.
           MOVE IMS-LINE-CONTROL-2 TO IMS-PRINT-LINE.
           WRITE IMS-PRINT-LINE.

           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-FESTIVOS-ACTIVO = "S"
               CLOSE HOLIDAY-FILE
           END-IF.
           IF WS-ENVIADOS-ACTIVO = "S"
               CLOSE IMSS-SENT-FILE
           END-IF.
           IF WS-PARAM-MODO NOT = "S"
               CLOSE IMSS-MOVEMENT-FILE
           END-IF.
           CLOSE IMSS-REPORT-FILE.

           IF WS-PARAM-MODO = "S"
               DISPLAY "SIMULACION: no se genero archivo para IDSE"
           END-IF.
           IF WS-CHEQUES-ACTIVO NOT = "S"
               DISPLAY "No se encontro el registro de cheques "
                   "CHEQREG; no se revisaron finiquitos"
           END-IF.
           DISPLAY "Altas:                  " WS-CONTADOR-ALTAS.
           DISPLAY "Bajas:                  " WS-CONTADOR-BAJAS.
           DISPLAY "Modificaciones:         "
               WS-CONTADOR-MODIFICACIONES.
           DISPLAY "Enviados:               " WS-CONTADOR-ENVIADOS.
           DISPLAY "Sin NSS (no enviados):  " WS-CONTADOR-SIN-NSS.
           DISPLAY "Extemporaneos:          "
               WS-CONTADOR-EXTEMPORANEOS.
           DISPLAY "Ya enviados (omitidos): " WS-CONTADOR-YA-ENVIADOS.
           DISPLAY "No en el maestro:       " WS-CONTADOR-NO-MAESTRO.

           STOP RUN.

       CARGAR-BAJAS.
      *    Se reunen los empleados con baja en la bitacora, de
      *    cualquier fecha: su finiquito no genera otra baja.
           OPEN INPUT AUDIT-JOURNAL-FILE.
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "No se encontro la bitacora AUDEMP; solo se "
                   "revisan los finiquitos"
           ELSE
               MOVE "N" TO WS-FIN-BITACORA
               PERFORM UNTIL WS-FIN-BITACORA = "S"
                   READ AUDIT-JOURNAL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-BITACORA
                       NOT AT END
                           IF AUD-TRANS-TIPO = "B"
                               PERFORM GUARDAR-BAJA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-JOURNAL-FILE
           END-IF.

       GUARDAR-BAJA.
           IF WS-TABLA-BAJAS-COUNT >= 2000
               DISPLAY "Tabla de bajas llena; la baja del empleado "
                   AUD-EMP-ID " no cupo"
               MOVE "S" TO WS-TABLA-DESBORDE
           ELSE
               ADD 1 TO WS-TABLA-BAJAS-COUNT
               SET WS-BAJA-IDX TO WS-TABLA-BAJAS-COUNT
               MOVE AUD-EMP-ID TO WS-BAJA-EMP-ID (WS-BAJA-IDX)
           END-IF.

       REVISAR-BITACORA.
           MOVE AUD-FECHA      TO WS-REF-AUD-FECHA.
           MOVE AUD-HORA       TO WS-REF-AUD-HORA.
           MOVE AUD-EMP-ID     TO WS-REF-AUD-EMP-ID.
           MOVE AUD-TRANS-TIPO TO WS-REF-AUD-TIPO.
           MOVE "B"             TO WS-MOV-ORIGEN.
           MOVE WS-REF-BITACORA TO WS-MOV-REFERENCIA.
           MOVE AUD-EMP-ID      TO WS-MOV-EMP-ID.
      *    El movimiento va con la fecha en que surte efecto el cambio;
      *    una entrada sin fecha efectiva usa la fecha en que se hizo.
           IF AUD-FECHA-EFECTIVA NUMERIC
               AND AUD-FECHA-EFECTIVA NOT = ZERO
               MOVE AUD-FECHA-EFECTIVA TO WS-MOV-FECHA
           ELSE
               MOVE AUD-FECHA          TO WS-MOV-FECHA
           END-IF.
           EVALUATE AUD-TRANS-TIPO
               WHEN "A"
                   MOVE "08"           TO WS-MOV-TIPO
                   MOVE "ALTA"         TO WS-MOV-DESCRIPCION
                   MOVE AUD-NVO-PAY-RATE TO WS-MOV-TARIFA
                   PERFORM REGISTRAR-MOVIMIENTO
               WHEN "B"
                   MOVE "02"           TO WS-MOV-TIPO
                   MOVE "BAJA"         TO WS-MOV-DESCRIPCION
                   MOVE AUD-ANT-PAY-RATE TO WS-MOV-TARIFA
                   PERFORM REGISTRAR-MOVIMIENTO
               WHEN "C"
                   IF AUD-ANT-PAY-RATE NOT = AUD-NVO-PAY-RATE
                       MOVE "07"           TO WS-MOV-TIPO
                       MOVE "MODIF SALARIO" TO WS-MOV-DESCRIPCION
                       MOVE AUD-NVO-PAY-RATE TO WS-MOV-TARIFA
                       PERFORM REGISTRAR-MOVIMIENTO
                   END-IF
           END-EVALUATE.

       REVISAR-FINIQUITO.
           MOVE "N" TO WS-BAJA-EN-BITACORA.
           PERFORM VARYING WS-BAJA-IDX FROM 1 BY 1
               UNTIL WS-BAJA-IDX > WS-TABLA-BAJAS-COUNT
               IF WS-BAJA-EMP-ID (WS-BAJA-IDX) = CHQ-EMP-ID
                   MOVE "S" TO WS-BAJA-EN-BITACORA
                   SET WS-BAJA-IDX TO WS-TABLA-BAJAS-COUNT
               END-IF
           END-PERFORM.
           IF WS-BAJA-EN-BITACORA = "N"
               MOVE CHQ-NUMERO    TO WS-REF-CHQ-NUMERO
               MOVE CHQ-EMP-ID    TO WS-REF-CHQ-EMP-ID
               MOVE "F"           TO WS-MOV-ORIGEN
               MOVE WS-REF-CHEQUE TO WS-MOV-REFERENCIA
               MOVE CHQ-EMP-ID    TO WS-MOV-EMP-ID
               MOVE CHQ-FECHA     TO WS-MOV-FECHA
               MOVE "02"          TO WS-MOV-TIPO
               MOVE "BAJA FINIQ." TO WS-MOV-DESCRIPCION
               MOVE ZERO          TO WS-MOV-TARIFA
               PERFORM REGISTRAR-MOVIMIENTO
           END-IF.

       REGISTRAR-MOVIMIENTO.
           MOVE "N" TO WS-YA-ENVIADO.
           IF WS-ENVIADOS-ACTIVO = "S"
               MOVE WS-MOV-ORIGEN     TO ENV-ORIGEN
               MOVE WS-MOV-REFERENCIA TO ENV-REFERENCIA
               READ IMSS-SENT-FILE
                   NOT INVALID KEY
                       MOVE "S" TO WS-YA-ENVIADO
               END-READ
           END-IF.
           IF WS-YA-ENVIADO = "S"
               ADD 1 TO WS-CONTADOR-YA-ENVIADOS
           ELSE
               PERFORM PREPARAR-MOVIMIENTO
           END-IF.

       PREPARAR-MOVIMIENTO.
           MOVE SPACE TO WS-MOV-OBSERVACION.
           MOVE ZERO  TO WS-SDI.
           MOVE "S" TO WS-EMPLEADO-HALLADO.
           MOVE WS-MOV-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMPLEADO-HALLADO
                   MOVE "(NO ESTA EN EL MAESTRO)" TO EMP-NAME
                   MOVE SPACE TO EMP-NSS
           END-READ.

           EVALUATE WS-MOV-TIPO
               WHEN "08"
                   ADD 1 TO WS-CONTADOR-ALTAS
               WHEN "02"
                   ADD 1 TO WS-CONTADOR-BAJAS
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-MODIFICACIONES
           END-EVALUATE.

           PERFORM CONTAR-DIAS-HABILES.
           IF WS-DIAS-HABILES > WS-PLAZO-DIAS-HABILES
               MOVE "S" TO WS-EXTEMPORANEO
               ADD 1 TO WS-CONTADOR-EXTEMPORANEOS
           ELSE
               MOVE "N" TO WS-EXTEMPORANEO
           END-IF.

           IF WS-EMPLEADO-HALLADO = "N"
               ADD 1 TO WS-CONTADOR-NO-MAESTRO
               MOVE "NO EN MAESTRO - NO SE ENVIA"
                   TO WS-MOV-OBSERVACION
           ELSE
      *        Los finiquitos no traen tarifa; se usa la del maestro.
               IF WS-MOV-TARIFA = ZERO
                   MOVE EMP-PAY-RATE TO WS-MOV-TARIFA
               END-IF
               PERFORM CALCULAR-SDI
               IF EMP-NSS = SPACE
                   ADD 1 TO WS-CONTADOR-SIN-NSS
                   IF WS-EXTEMPORANEO = "S"
                       MOVE "SIN NSS - NO SE ENVIA; EXTEMP."
                           TO WS-MOV-OBSERVACION
                   ELSE
                       MOVE "SIN NSS - NO SE ENVIA"
                           TO WS-MOV-OBSERVACION
                   END-IF
               ELSE
                   IF WS-EXTEMPORANEO = "S"
                       MOVE "EXTEMPORANEO (> 5 DIAS HAB.)"
                           TO WS-MOV-OBSERVACION
                   END-IF
                   ADD 1 TO WS-CONTADOR-ENVIADOS
                   IF WS-PARAM-MODO NOT = "S"
                       PERFORM ESCRIBIR-MOVIMIENTO
                   END-IF
               END-IF
           END-IF.

           MOVE WS-MOV-EMP-ID      TO IMS-DET-EMP-ID.
           MOVE EMP-NAME           TO IMS-DET-NOMBRE.
           MOVE WS-MOV-DESCRIPCION TO IMS-DET-MOVIMIENTO.
           MOVE WS-MOV-FECHA       TO IMS-DET-FECHA.
           MOVE WS-SDI             TO IMS-DET-SDI.
           MOVE EMP-NSS            TO IMS-DET-NSS.
           MOVE WS-DIAS-HABILES    TO IMS-DET-DIAS.
           MOVE WS-MOV-OBSERVACION TO IMS-DET-OBSERVACION.
           MOVE IMS-LINE-DETALLE TO IMS-PRINT-LINE.
           WRITE IMS-PRINT-LINE.

       CALCULAR-SDI.
      *    Anio de servicio en curso a la fecha del movimiento: del
      *    1 al 5 corresponden 12 a 20 dias de vacaciones; despues,
      *    2 dias mas por cada 5 anios a partir del sexto.
           MOVE 1 TO WS-ANIO-SERVICIO.
           IF EMP-FECHA-INGRESO NOT = ZERO
               AND EMP-FECHA-INGRESO < WS-MOV-FECHA
               MOVE EMP-FECHA-INGRESO TO WS-FECHA-ANTIGUEDAD
               MOVE WS-MOV-FECHA      TO WS-FECHA-CALCULO
               COMPUTE WS-ANIO-SERVICIO = WS-CAL-ANIO - WS-ANT-ANIO
               IF WS-CAL-MES-DIA >= WS-ANT-MES-DIA
                   ADD 1 TO WS-ANIO-SERVICIO
               END-IF
           END-IF.
           IF WS-ANIO-SERVICIO <= 5
               COMPUTE WS-DIAS-VACACIONES = 10 + 2 * WS-ANIO-SERVICIO
           ELSE
               COMPUTE WS-QUINQUENIOS = (WS-ANIO-SERVICIO - 6) / 5
               COMPUTE WS-DIAS-VACACIONES = 22 + 2 * WS-QUINQUENIOS
           END-IF.

           COMPUTE WS-SALARIO-DIARIO ROUNDED =
               WS-MOV-TARIFA * WS-HORAS-DIA.
           COMPUTE WS-FACTOR-INTEGRACION ROUNDED =
               (365 + WS-DIAS-AGUINALDO
                + WS-DIAS-VACACIONES * WS-PCT-PRIMA-VAC) / 365.
           COMPUTE WS-SDI ROUNDED =
               WS-SALARIO-DIARIO * WS-FACTOR-INTEGRACION.
           IF WS-SDI > WS-TOPE-SDI
               MOVE WS-TOPE-SDI TO WS-SDI
           END-IF.

       CONTAR-DIAS-HABILES.
      *    Dias habiles transcurridos desde el dia siguiente al
      *    movimiento hasta hoy, sin sabados, domingos ni festivos.
      *    Basta con saber que se paso del plazo, asi que la cuenta
      *    se detiene al llegar a 999.
           MOVE ZERO TO WS-DIAS-HABILES.
           COMPUTE WS-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE (WS-MOV-FECHA) + 1.
           PERFORM UNTIL WS-DIA-JULIANO > WS-DIA-JULIANO-HOY
               OR WS-DIAS-HABILES = 999
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD (WS-DIA-JULIANO 7)
               IF WS-DIA-SEMANA NOT = ZERO AND WS-DIA-SEMANA NOT = 6
                   PERFORM CONTAR-DIA-HABIL
               END-IF
               ADD 1 TO WS-DIA-JULIANO
           END-PERFORM.

       CONTAR-DIA-HABIL.
           IF WS-FESTIVOS-ACTIVO = "S"
               COMPUTE FES-FECHA =
                   FUNCTION DATE-OF-INTEGER (WS-DIA-JULIANO)
               READ HOLIDAY-FILE
                   INVALID KEY
                       ADD 1 TO WS-DIAS-HABILES
               END-READ
           ELSE
               ADD 1 TO WS-DIAS-HABILES
           END-IF.

       ESCRIBIR-MOVIMIENTO.
           MOVE WS-PARAM-REG-PATRONAL TO MIM-REG-PATRONAL.
           MOVE EMP-NSS               TO MIM-NSS.
           MOVE EMP-CURP              TO MIM-CURP.
           MOVE EMP-NAME              TO MIM-NOMBRE.
           MOVE WS-MOV-TIPO           TO MIM-TIPO-MOV.
           MOVE WS-MOV-FECHA          TO MIM-FECHA-MOV.
           MOVE WS-SDI                TO MIM-SDI.
           MOVE "1"                   TO MIM-TIPO-TRABAJADOR.
           IF EMP-PAY-TYPE = "H"
               MOVE "2" TO MIM-TIPO-SALARIO
           ELSE
               MOVE "0" TO MIM-TIPO-SALARIO
           END-IF.
           MOVE "0"                   TO MIM-JORNADA.
           IF WS-MOV-TIPO = "02"
               MOVE "6"   TO MIM-CAUSA-BAJA
           ELSE
               MOVE SPACE TO MIM-CAUSA-BAJA
           END-IF.
           MOVE EMP-ID                TO MIM-EMP-ID.
           MOVE EMP-DEPT              TO MIM-DEPTO.
           WRITE IMSS-MOVEMENT-RECORD.
           IF WS-MIM-FILE-STATUS NOT = "00"
               DISPLAY "Error al escribir el movimiento del empleado "
                   EMP-ID ", codigo: " WS-MIM-FILE-STATUS
           ELSE
               MOVE WS-MOV-ORIGEN     TO ENV-ORIGEN
               MOVE WS-MOV-REFERENCIA TO ENV-REFERENCIA
               MOVE EMP-ID            TO ENV-EMP-ID
               MOVE WS-MOV-TIPO       TO ENV-TIPO-MOV
               MOVE WS-MOV-FECHA      TO ENV-FECHA-MOV
               MOVE WS-SDI            TO ENV-SDI
               MOVE WS-FECHA-HOY      TO ENV-FECHA-ENVIO
               MOVE WS-EXTEMPORANEO   TO ENV-EXTEMPORANEO
               WRITE IMSS-SENT-RECORD
                   INVALID KEY
                       DISPLAY "Error al registrar el envio del "
                           "empleado " EMP-ID ", codigo: "
                           WS-ENV-FILE-STATUS
               END-WRITE
           END-IF.
       END PROGRAM 27_movimientos_imss.
