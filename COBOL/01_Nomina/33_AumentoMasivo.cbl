      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mass pay-rate increase. Raises EMP-PAY-RATE by a
      *          percentage or by a flat amount per hour for every
      *          active employee of a department, a pay group or a pay
      *          type, journaling each change on AUDEMP the way
      *          03_mantenimiento_empleados does. The effective date
      *          may be today or in the past, never later. When it is
      *          in the past, the hours already paid on PAGOHIS
      *          in the periods of the calendar (CALPER) since that date
      *          are repriced at the rate difference, with overtime,
      *          Sunday and holiday hours at the multiple they were paid
      *          at, and written as "RET" adjustments on AJUSTES for
      *          the next adjustment run of 01_nomina. Mode "P"
      *          (preview, the default) only prints the listing of old
      *          rate, new rate and retro amount; mode "D" applies it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 33_aumento_masivo.
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

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDEMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "AJUSTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJU-FILE-STATUS.

           SELECT INCREASE-REPORT-FILE ASSIGN TO "REPAUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREG.

       FD  PAY-PERIOD-FILE.
       COPY PERIODO.

       FD  PAY-HISTORY-FILE.
       COPY HISPAG.

       FD  AUDIT-JOURNAL-FILE.
       COPY AUDEMP.

       FD  ADJUSTMENT-FILE.
       COPY AJUSTE.

       FD  INCREASE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  AUM-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS      PIC X(2).
       01  WS-PER-FILE-STATUS      PIC X(2).
       01  WS-HPA-FILE-STATUS      PIC X(2).
       01  WS-AUD-FILE-STATUS      PIC X(2).
       01  WS-AJU-FILE-STATUS      PIC X(2).
       01  WS-REP-FILE-STATUS      PIC X(2).
       01  WS-HISTORIA-ACTIVA      PIC X(1)    VALUE "N".
       01  WS-CALENDARIO-ACTIVO    PIC X(1)    VALUE "N".

       01  WS-PARAMETROS.
           05  WS-PARAM-MODO       PIC X(1).
      *        "P" = vista previa (solo el listado);
      *        "D" = definitivo (maestro, bitacora y ajustes).
           05  FILLER              PIC X(1).
           05  WS-PARAM-TIPO       PIC X(1).
      *        "P" = porcentaje, "M" = monto fijo por hora.
           05  FILLER              PIC X(1).
           05  WS-PARAM-VALOR      PIC 9(3)V99.
      *        Porcentaje (00750 = 7.50%) o pesos por hora
      *        (00150 = 1.50) segun el tipo.
           05  FILLER              PIC X(1).
           05  WS-PARAM-FILTRO     PIC X(1).
      *        "D" = departamento, "G" = grupo de pago,
      *        "T" = tipo de pago.
           05  FILLER              PIC X(1).
           05  WS-PARAM-OBJETIVO   PIC X(4).
      *        Departamento, grupo ("S"/"Q") o tipo ("H"/"S").
           05  FILLER              PIC X(1).
           05  WS-PARAM-FECHA      PIC 9(8).
      *        Fecha efectiva del aumento, AAAAMMDD.
           05  FILLER              PIC X(1).
           05  WS-PARAM-OPERADOR   PIC X(8).
      *        Clave del operador que autoriza, para la bitacora.

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-FECHA-HORA           PIC X(14).
       01  WS-FIN-EMPLEADOS        PIC X(1)    VALUE "N".
       01  WS-FIN-PERIODOS         PIC X(1)    VALUE "N".
       01  WS-FIN-HISTORIA         PIC X(1).
       01  WS-GRUPO-EMPLEADO       PIC X(1).
       01  WS-EMPLEADO-ELEGIDO     PIC X(1).
       01  WS-TARIFA-NUEVA         PIC 9(3)V99.
       01  WS-TARIFA-DIFERENCIA    PIC 9(3)V99.
       01  WS-TARIFA-VALIDA        PIC X(1).
       01  WS-HORAS-EQUIVALENTES   PIC 9(5)V99.
       01  WS-RETRO-PAGO           PIC 9(7)V99.
       01  WS-RETRO-EMPLEADO       PIC 9(7)V99.
       01  WS-PERIODOS-EMPLEADO    PIC 9(4).
       01  WS-INICIO-RETRO         PIC 9(8).
       01  WS-PERIODO-POS          PIC 9(3).

       01  WS-CONTADOR-EMPLEADOS   PIC 9(5)    VALUE ZERO.
       01  WS-CONTADOR-OMITIDOS    PIC 9(5)    VALUE ZERO.
       01  WS-CONTADOR-AJUSTES     PIC 9(5)    VALUE ZERO.
       01  WS-TOTAL-RETRO          PIC 9(9)V99 VALUE ZERO.

       01  WS-IMAGEN-ANTES.
           05  WS-ANT-PAY-RATE         PIC 9(3)V99.
           05  WS-ANT-DEPT             PIC X(4).
           05  WS-ANT-STATUS           PIC X(1).
           05  WS-ANT-BANK-ROUTING     PIC X(9).
           05  WS-ANT-BANK-ACCOUNT     PIC X(17).

      *    Periodos del calendario que terminan en o despues de la
      *    fecha efectiva, con los dias del periodo y los dias que
      *    caen desde la fecha efectiva.
       01  WS-TABLA-PERIODOS-COUNT PIC 9(3)    VALUE ZERO.
       01  WS-TABLA-PERIODOS.
           05  WS-PERIODO          OCCURS 400 TIMES
                                    INDEXED BY WS-PERIODO-IDX.
               10  WS-PERIODO-ID       PIC 9(6).
               10  WS-PERIODO-DIAS     PIC 9(3).
               10  WS-PERIODO-DIAS-RETRO PIC 9(3).

       COPY REPAUM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARAMETROS FROM COMMAND-LINE.
           IF WS-PARAM-MODO NOT = "D"
               MOVE "P" TO WS-PARAM-MODO
           END-IF.
           IF WS-PARAM-TIPO NOT = "P" AND WS-PARAM-TIPO NOT = "M"
               DISPLAY "Tipo de aumento invalido: " WS-PARAM-TIPO
                   "; debe ser P (porcentaje) o M (monto por hora)"
               STOP RUN
           END-IF.
           IF WS-PARAM-VALOR NOT NUMERIC OR WS-PARAM-VALOR = ZERO
               DISPLAY "Debe indicarse el valor del aumento"
               STOP RUN
           END-IF.
           IF WS-PARAM-FILTRO NOT = "D" AND WS-PARAM-FILTRO NOT = "G"
               AND WS-PARAM-FILTRO NOT = "T"
               DISPLAY "Objetivo invalido: " WS-PARAM-FILTRO
                   "; debe ser D (departamento), G (grupo de pago) "
                   "o T (tipo de pago)"
               STOP RUN
           END-IF.
           IF WS-PARAM-OBJETIVO = SPACE
               DISPLAY "Debe indicarse el departamento, grupo o tipo "
                   "al que se aplica el aumento"
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           IF WS-PARAM-FECHA NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-PARAM-FECHA)
                   NOT = ZERO
               DISPLAY "Fecha efectiva invalida: " WS-PARAM-FECHA
               STOP RUN
           END-IF.
           IF WS-PARAM-FECHA > WS-FECHA-HOY
               DISPLAY "La fecha efectiva " WS-PARAM-FECHA " es "
                   "posterior a hoy; el aumento se corre en o despues "
                   "de su fecha efectiva"
               STOP RUN
           END-IF.
           IF WS-PARAM-MODO = "D" AND WS-PARAM-OPERADOR = SPACE
               DISPLAY "Debe indicarse la clave de operador para la "
                   "bitacora"
               STOP RUN
           END-IF.
           IF WS-PARAM-MODO = "P"
               DISPLAY "Vista previa; el maestro y los ajustes no se "
                   "tocan"
           END-IF.

           PERFORM CARGAR-PERIODOS.

           IF WS-PARAM-MODO = "D"
               OPEN I-O EMPLOYEE-MASTER-FILE
           ELSE
               OPEN INPUT EMPLOYEE-MASTER-FILE
           END-IF.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "No se puede abrir el maestro de empleados, "
                   "codigo: " WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HPA-FILE-STATUS = "00"
               MOVE "S" TO WS-HISTORIA-ACTIVA
           ELSE
               DISPLAY "ADVERTENCIA: no hay historia de pagos "
                   "PAGOHIS; no se calcula retroactivo"
           END-IF.
           IF WS-PARAM-MODO = "D"
               OPEN EXTEND AUDIT-JOURNAL-FILE
               IF WS-AUD-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-JOURNAL-FILE
               END-IF
               OPEN EXTEND ADJUSTMENT-FILE
               IF WS-AJU-FILE-STATUS = "35"
                   OPEN OUTPUT ADJUSTMENT-FILE
               END-IF
           END-IF.
           OPEN OUTPUT INCREASE-REPORT-FILE.
           PERFORM ESCRIBIR-ENCABEZADO.

           MOVE ZERO TO EMP-ID.
           START EMPLOYEE-MASTER-FILE KEY >= EMP-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-EMPLEADOS
           END-START.
           PERFORM UNTIL WS-FIN-EMPLEADOS = "S"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-EMPLEADOS
                   NOT AT END
                       PERFORM ELEGIR-EMPLEADO
                       IF WS-EMPLEADO-ELEGIDO = "S"
                           PERFORM AUMENTAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-CONTADOR-EMPLEADOS TO AUM-CTL-EMPLEADOS.
           MOVE WS-CONTADOR-OMITIDOS  TO AUM-CTL-OMITIDOS.
           MOVE WS-CONTADOR-AJUSTES   TO AUM-CTL-AJUSTES.
           MOVE WS-TOTAL-RETRO        TO AUM-CTL-RETRO.
           MOVE AUM-LINE-CONTROL TO AUM-PRINT-LINE.
           WRITE AUM-PRINT-LINE.

           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-HISTORIA-ACTIVA = "S"
               CLOSE PAY-HISTORY-FILE
           END-IF.
           IF WS-PARAM-MODO = "D"
               CLOSE AUDIT-JOURNAL-FILE
               CLOSE ADJUSTMENT-FILE
           END-IF.
           CLOSE INCREASE-REPORT-FILE.

           DISPLAY "Aumento masivo: " WS-CONTADOR-EMPLEADOS
               " empleados, " WS-CONTADOR-OMITIDOS " omitidos, "
               WS-CONTADOR-AJUSTES " ajustes RET por "
               WS-TOTAL-RETRO.

           STOP RUN.

       CARGAR-PERIODOS.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PER-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no se puede abrir el calendario "
                   "CALPER; no se calcula retroactivo"
               MOVE "S" TO WS-FIN-PERIODOS
           ELSE
               MOVE "S" TO WS-CALENDARIO-ACTIVO
               MOVE ZERO TO PER-ID
               START PAY-PERIOD-FILE KEY >= PER-ID
                   INVALID KEY
                       MOVE "S" TO WS-FIN-PERIODOS
               END-START
           END-IF.
           PERFORM UNTIL WS-FIN-PERIODOS = "S"
               READ PAY-PERIOD-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PERIODOS
                   NOT AT END
                       IF PER-FECHA-FIN >= WS-PARAM-FECHA
                           AND PER-FECHA-FIN >= PER-FECHA-INICIO
                           PERFORM GUARDAR-PERIODO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CALENDARIO-ACTIVO = "S"
               CLOSE PAY-PERIOD-FILE
           END-IF.

       GUARDAR-PERIODO.
      *    Un periodo que empieza antes de la fecha efectiva solo
      *    lleva retroactivo por los dias desde esa fecha.
           IF WS-TABLA-PERIODOS-COUNT >= 400
               DISPLAY "Tabla de periodos llena; el periodo " PER-ID
                   " no lleva retroactivo"
           ELSE
               ADD 1 TO WS-TABLA-PERIODOS-COUNT
               SET WS-PERIODO-IDX TO WS-TABLA-PERIODOS-COUNT
               MOVE PER-ID TO WS-PERIODO-ID (WS-PERIODO-IDX)
               IF PER-FECHA-INICIO < WS-PARAM-FECHA
                   MOVE WS-PARAM-FECHA TO WS-INICIO-RETRO
               ELSE
                   MOVE PER-FECHA-INICIO TO WS-INICIO-RETRO
               END-IF
               COMPUTE WS-PERIODO-DIAS (WS-PERIODO-IDX) =
                   FUNCTION INTEGER-OF-DATE (PER-FECHA-FIN)
                   - FUNCTION INTEGER-OF-DATE (PER-FECHA-INICIO) + 1
               COMPUTE WS-PERIODO-DIAS-RETRO (WS-PERIODO-IDX) =
                   FUNCTION INTEGER-OF-DATE (PER-FECHA-FIN)
                   - FUNCTION INTEGER-OF-DATE (WS-INICIO-RETRO) + 1
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE WS-PARAM-FECHA TO AUM-TIT-FECHA.
           MOVE WS-PARAM-VALOR TO AUM-TIT-VALOR.
           IF WS-PARAM-TIPO = "P"
               MOVE "%" TO AUM-TIT-UNIDAD
           ELSE
               MOVE "$/HORA" TO AUM-TIT-UNIDAD
           END-IF.
           MOVE WS-PARAM-FILTRO   TO AUM-TIT-FILTRO.
           MOVE WS-PARAM-OBJETIVO TO AUM-TIT-OBJETIVO.
           IF WS-PARAM-MODO = "D"
               MOVE "DEFINITIVO" TO AUM-TIT-MODO
           ELSE
               MOVE "VISTA PREVIA" TO AUM-TIT-MODO
           END-IF.
           MOVE AUM-LINE-TITULO TO AUM-PRINT-LINE.
           WRITE AUM-PRINT-LINE.
           MOVE AUM-LINE-HEADING TO AUM-PRINT-LINE.
           WRITE AUM-PRINT-LINE.

       ELEGIR-EMPLEADO.
           MOVE "N" TO WS-EMPLEADO-ELEGIDO.
           MOVE EMP-GRUPO-PAGO TO WS-GRUPO-EMPLEADO.
           IF WS-GRUPO-EMPLEADO NOT = "S"
               AND WS-GRUPO-EMPLEADO NOT = "Q"
               MOVE "Q" TO WS-GRUPO-EMPLEADO
           END-IF.
           IF EMP-STATUS NOT = "I"
               EVALUATE WS-PARAM-FILTRO
                   WHEN "D"
                       IF EMP-DEPT = WS-PARAM-OBJETIVO
                           MOVE "S" TO WS-EMPLEADO-ELEGIDO
                       END-IF
                   WHEN "G"
                       IF WS-GRUPO-EMPLEADO = WS-PARAM-OBJETIVO (1:1)
                           MOVE "S" TO WS-EMPLEADO-ELEGIDO
                       END-IF
                   WHEN "T"
                       IF EMP-PAY-TYPE = WS-PARAM-OBJETIVO (1:1)
                           MOVE "S" TO WS-EMPLEADO-ELEGIDO
                       END-IF
               END-EVALUATE
           END-IF.

       AUMENTAR-EMPLEADO.
           MOVE "S" TO WS-TARIFA-VALIDA.
           IF WS-PARAM-TIPO = "P"
               COMPUTE WS-TARIFA-NUEVA ROUNDED =
                   EMP-PAY-RATE * (100 + WS-PARAM-VALOR) / 100
                   ON SIZE ERROR
                       MOVE "N" TO WS-TARIFA-VALIDA
               END-COMPUTE
           ELSE
               ADD EMP-PAY-RATE WS-PARAM-VALOR
                   GIVING WS-TARIFA-NUEVA
                   ON SIZE ERROR
                       MOVE "N" TO WS-TARIFA-VALIDA
               END-ADD
           END-IF.
           IF WS-TARIFA-VALIDA = "N"
               DISPLAY "Empleado " EMP-ID ": la tarifa aumentada no "
                   "cabe en EMP-PAY-RATE; se omite"
               ADD 1 TO WS-CONTADOR-OMITIDOS
           ELSE
               IF WS-TARIFA-NUEVA NOT > EMP-PAY-RATE
                   DISPLAY "Empleado " EMP-ID ": el aumento no cambia "
                       "su tarifa; se omite"
                   ADD 1 TO WS-CONTADOR-OMITIDOS
               ELSE
                   PERFORM APLICAR-AUMENTO
               END-IF
           END-IF.

       APLICAR-AUMENTO.
      *    Un retroactivo que no cabe en AJU-MONTO no se parte ni se
      *    trunca: el empleado se omite completo, sin cambio de tarifa,
      *    para que el aumento y su retroactivo se capturen a mano.
           SUBTRACT EMP-PAY-RATE FROM WS-TARIFA-NUEVA
               GIVING WS-TARIFA-DIFERENCIA.
           PERFORM CALCULAR-RETROACTIVO.
           IF WS-RETRO-EMPLEADO > 999999.99
               DISPLAY "Empleado " EMP-ID ": el retroactivo ("
                   WS-RETRO-EMPLEADO ") excede el monto maximo de un "
                   "ajuste; se omite"
               ADD 1 TO WS-CONTADOR-OMITIDOS
           ELSE
               PERFORM REGISTRAR-AUMENTO
           END-IF.

       REGISTRAR-AUMENTO.
           MOVE EMP-ID             TO AUM-DET-EMP-ID.
           MOVE EMP-NAME           TO AUM-DET-NOMBRE.
           MOVE EMP-DEPT           TO AUM-DET-DEPTO.
           MOVE WS-GRUPO-EMPLEADO  TO AUM-DET-GRUPO.
           MOVE EMP-PAY-TYPE       TO AUM-DET-TIPO.
           MOVE EMP-PAY-RATE       TO AUM-DET-TARIFA-ANT.
           MOVE WS-TARIFA-NUEVA    TO AUM-DET-TARIFA-NVA.
           MOVE WS-PERIODOS-EMPLEADO TO AUM-DET-PERIODOS.
           MOVE WS-RETRO-EMPLEADO  TO AUM-DET-RETRO.
           MOVE AUM-LINE-DETALLE TO AUM-PRINT-LINE.
           WRITE AUM-PRINT-LINE.

           ADD 1 TO WS-CONTADOR-EMPLEADOS.
           ADD WS-RETRO-EMPLEADO TO WS-TOTAL-RETRO.
           IF WS-RETRO-EMPLEADO > ZERO
               ADD 1 TO WS-CONTADOR-AJUSTES
           END-IF.

           IF WS-PARAM-MODO = "D"
               PERFORM GUARDAR-IMAGEN-ANTES
               MOVE WS-TARIFA-NUEVA TO EMP-PAY-RATE
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR al actualizar al empleado "
                           EMP-ID ", codigo: " WS-EMP-FILE-STATUS
               END-REWRITE
               IF WS-EMP-FILE-STATUS = "00"
                   PERFORM ESCRIBIR-BITACORA
                   IF WS-RETRO-EMPLEADO > ZERO
                       PERFORM ESCRIBIR-AJUSTE
                   END-IF
               END-IF
           END-IF.

       CALCULAR-RETROACTIVO.
      *    Las horas de cada pago desde la fecha efectiva se valuan a
      *    la diferencia de tarifa con el mismo multiplo con que las
      *    pago 01_nomina: extra doble 2, extra triple 3, prima
      *    dominical 0.25 y festivo 3.
           MOVE ZERO TO WS-RETRO-EMPLEADO.
           MOVE ZERO TO WS-PERIODOS-EMPLEADO.
           IF WS-HISTORIA-ACTIVA = "S"
               AND WS-TABLA-PERIODOS-COUNT > ZERO
               MOVE EMP-ID TO HPA-EMP-ID
               MOVE ZERO   TO HPA-PERIODO
               MOVE "N" TO WS-FIN-HISTORIA
               START PAY-HISTORY-FILE KEY >= HPA-KEY
                   INVALID KEY
                       MOVE "S" TO WS-FIN-HISTORIA
               END-START
               PERFORM UNTIL WS-FIN-HISTORIA = "S"
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-HISTORIA
                       NOT AT END
                           IF HPA-EMP-ID NOT = EMP-ID
                               MOVE "S" TO WS-FIN-HISTORIA
                           ELSE
                               PERFORM VALUAR-PAGO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       VALUAR-PAGO.
           MOVE ZERO TO WS-PERIODO-POS.
           PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
               UNTIL WS-PERIODO-IDX > WS-TABLA-PERIODOS-COUNT
               IF WS-PERIODO-ID (WS-PERIODO-IDX) = HPA-PERIODO
                   SET WS-PERIODO-POS TO WS-PERIODO-IDX
                   SET WS-PERIODO-IDX TO WS-TABLA-PERIODOS-COUNT
               END-IF
           END-PERFORM.
           IF WS-PERIODO-POS > ZERO
               COMPUTE WS-HORAS-EQUIVALENTES =
                   HPA-HORAS-REGULARES + HPA-HORAS-VACACIONES
                   + HPA-HORAS-ENFERMEDAD
                   + HPA-HORAS-EXTRA-DOBLE * 2
                   + HPA-HORAS-EXTRA-TRIPLE * 3
                   + HPA-HORAS-DOMINGO * 0.25
                   + HPA-HORAS-FESTIVO * 3
               IF WS-HORAS-EQUIVALENTES > ZERO
                   COMPUTE WS-RETRO-PAGO ROUNDED =
                       WS-HORAS-EQUIVALENTES * WS-TARIFA-DIFERENCIA
                       * WS-PERIODO-DIAS-RETRO (WS-PERIODO-POS)
                       / WS-PERIODO-DIAS (WS-PERIODO-POS)
                   ADD WS-RETRO-PAGO TO WS-RETRO-EMPLEADO
                   ADD 1 TO WS-PERIODOS-EMPLEADO
               END-IF
           END-IF.

       GUARDAR-IMAGEN-ANTES.
           MOVE EMP-PAY-RATE     TO WS-ANT-PAY-RATE.
           MOVE EMP-DEPT         TO WS-ANT-DEPT.
           MOVE EMP-STATUS       TO WS-ANT-STATUS.
           MOVE EMP-BANK-ROUTING TO WS-ANT-BANK-ROUTING.
           MOVE EMP-BANK-ACCOUNT TO WS-ANT-BANK-ACCOUNT.

       ESCRIBIR-BITACORA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA (1:8)  TO AUD-FECHA.
           MOVE WS-FECHA-HORA (9:6)  TO AUD-HORA.
           MOVE WS-PARAM-OPERADOR    TO AUD-OPERADOR.
           MOVE "C"                  TO AUD-TRANS-TIPO.
           MOVE EMP-ID               TO AUD-EMP-ID.
           MOVE WS-ANT-PAY-RATE      TO AUD-ANT-PAY-RATE.
           MOVE WS-ANT-DEPT          TO AUD-ANT-DEPT.
           MOVE WS-ANT-STATUS        TO AUD-ANT-STATUS.
           MOVE WS-ANT-BANK-ROUTING  TO AUD-ANT-BANK-ROUTING.
           MOVE WS-ANT-BANK-ACCOUNT  TO AUD-ANT-BANK-ACCOUNT.
           MOVE EMP-PAY-RATE         TO AUD-NVO-PAY-RATE.
           MOVE EMP-DEPT             TO AUD-NVO-DEPT.
           MOVE EMP-STATUS           TO AUD-NVO-STATUS.
           MOVE EMP-BANK-ROUTING     TO AUD-NVO-BANK-ROUTING.
           MOVE EMP-BANK-ACCOUNT     TO AUD-NVO-BANK-ACCOUNT.
           MOVE WS-PARAM-FECHA       TO AUD-FECHA-EFECTIVA.
           WRITE AUDIT-JOURNAL-RECORD.
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no se pudo escribir la bitacora "
                   "de auditoria, codigo: " WS-AUD-FILE-STATUS
           END-IF.

       ESCRIBIR-AJUSTE.
      *    El retroactivo va como monto directo: las horas ya se
      *    pagaron a la tarifa anterior y solo falta la diferencia.
           MOVE EMP-ID            TO AJU-EMP-ID.
           MOVE "RET"             TO AJU-MOTIVO.
           MOVE "M"               TO AJU-TIPO.
           MOVE "+"               TO AJU-SIGNO.
           MOVE WS-RETRO-EMPLEADO TO AJU-MONTO.
           MOVE ZERO              TO AJU-HORAS.
           WRITE ADJUSTMENT-RECORD.
           IF WS-AJU-FILE-STATUS NOT = "00"
               DISPLAY "ERROR al escribir el ajuste retroactivo del "
                   "empleado " EMP-ID ", codigo: " WS-AJU-FILE-STATUS
           END-IF.
       END PROGRAM 33_aumento_masivo.
