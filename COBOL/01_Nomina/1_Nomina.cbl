               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "FESTIVOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FES-FECHA
               FILE STATUS IS WS-FES-FILE-STATUS.

           SELECT ANNUAL-ADJUST-FILE ASSIGN TO "AJUANU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJA-KEY
               FILE STATUS IS WS-AJA-FILE-STATUS.

           SELECT LABOR-DISTRIBUTION-FILE ASSIGN TO "DISTLAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-KEY
               FILE STATUS IS WS-DIS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREG.

       FD  TIME-CARDS-FILE.
       01  TC-RAW-RECORD                  PIC X(23).

       FD  TIME-CARDS-SORTED-FILE.
       COPY TARJETA.
                     ==TC-EMP-ID==        BY ==SRT-TC-EMP-ID==
                     ==TC-WORK-DATE==     BY ==SRT-TC-WORK-DATE==
                     ==TC-HOURS==         BY ==SRT-TC-HOURS==
                     ==TC-SHIFT-CODE==    BY ==SRT-TC-SHIFT-CODE==
                     ==TC-DEPTO-CARGO==   BY ==SRT-TC-DEPTO-CARGO==.

       FD  ADJUSTMENT-FILE.
       01  AJU-RAW-RECORD                 PIC X(24).
       FD  PAY-HISTORY-FILE.
       COPY HISPAG.

       FD  HOLIDAY-FILE.
       COPY FESTIV.

       FD  ANNUAL-ADJUST-FILE.
       COPY AJUANU.

       FD  LABOR-DISTRIBUTION-FILE.
       COPY DISLAB.

       FD  EXCEPTION-FILE.
       COPY EXCNOM.

       01  WS-HORAS-EXTRA          PIC 9(3)V99 VALUE ZERO.
       01  WS-HORAS-VACACIONES     PIC 9(3)V99 VALUE ZERO.
       01  WS-HORAS-ENFERMEDAD     PIC 9(3)V99 VALUE ZERO.
       01  WS-HORAS-EXTRA-DOBLE    PIC 9(3)V99 VALUE ZERO.
       01  WS-HORAS-EXTRA-TRIPLE   PIC 9(3)V99 VALUE ZERO.
       01  WS-HORAS-DOMINGO        PIC 9(3)V99 VALUE ZERO.
       01  WS-HORAS-FESTIVO        PIC 9(3)V99 VALUE ZERO.
       01  WS-HORAS-VAC-APROBADAS  PIC 9(3)V99 VALUE ZERO.
       01  WS-HORAS-ENF-APROBADAS  PIC 9(3)V99 VALUE ZERO.
       01  WS-HORAS-PAGABLES       PIC 9(3)V99.
      *        1.54/0.93, fijado segun el grupo del periodo.
       01  WS-GRUPO-PERIODO        PIC X(1)    VALUE "Q".
       01  WS-GRUPO-EMPLEADO       PIC X(1).
       01  WS-FECHA-INICIO-PERIODO PIC 9(8)    VALUE ZERO.
       01  WS-FECHA-FIN-PERIODO    PIC 9(8)    VALUE ZERO.
       01  WS-FECHA-TASAS          PIC 9(8)    VALUE ZERO.
       01  WS-TARIFA               PIC 9(3)V99.
       01  WS-TARIFA-DOBLE         PIC 9(4)V99.
       01  WS-TARIFA-TRIPLE        PIC 9(4)V99.
       01  WS-TARIFA-DOMINICAL     PIC 9(3)V99.
       01  WS-PAGO-REGULAR         PIC 9(6)V99.
       01  WS-PAGO-EXTRA           PIC 9(6)V99.
       01  WS-PAGO-EXTRA-DOBLE     PIC 9(6)V99 VALUE ZERO.
       01  WS-PAGO-EXTRA-TRIPLE    PIC 9(6)V99 VALUE ZERO.
       01  WS-PRIMA-DOMINICAL      PIC 9(6)V99 VALUE ZERO.
       01  WS-PAGO-FESTIVO         PIC 9(6)V99 VALUE ZERO.
       01  WS-VALUAR-HORAS         PIC 9(3)V99.
       01  WS-VALUAR-TARIFA        PIC 9(4)V99.
       01  WS-VALUAR-IMPORTE       PIC 9(6)V99.
       01  WS-VALUAR-CONCEPTO      PIC X(20).
       01  WS-LIMITE-EXTRA-DOBLE   PIC 9(2)V99 VALUE 9.00.
      *        Horas extra por semana que la LFT paga al doble; las
      *        que excedan se pagan al triple.
       01  WS-SEMANA-ACTUAL        PIC 9(7)    VALUE ZERO.
       01  WS-SEMANA-TARJETA       PIC 9(7).
       01  WS-EXTRA-SEMANA         PIC 9(3)V99 VALUE ZERO.
       01  WS-EXTRA-DISPONIBLE     PIC 9(3)V99.
       01  WS-DIA-JULIANO          PIC 9(7).
       01  WS-DIA-SEMANA           PIC 9(1).
      *        0 = domingo ... 6 = sabado, a partir del entero de la
      *        fecha (el 1 es el lunes 1 de enero de 1601).
       01  WS-ES-FESTIVO           PIC X(1).
       01  WS-FES-FILE-STATUS      PIC X(2).
       01  WS-FIN-FESTIVOS         PIC X(1)    VALUE "N".
       01  WS-TABLA-FESTIVOS-COUNT PIC 9(2)    VALUE ZERO.
       01  WS-TABLA-FESTIVOS.
           05  WS-FESTIVO          OCCURS 31 TIMES
                                    INDEXED BY WS-FESTIVO-IDX.
               10  WS-FESTIVO-FECHA    PIC 9(8).
       01  RESULTADO               PIC 9(6)V99.
       01  WS-DEDUCCION-IMPUESTO   PIC 9(6)V99.
       01  WS-DEDUCCION-IMSS       PIC 9(6)V99.
       01  WS-CONTADOR-EXCEPCIONES PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-RECHAZADOS  PIC 9(7)    VALUE ZERO.
       01  WS-CUENTAS-EXCEPCION.
           05  WS-CUENTA-EXC       OCCURS 10 TIMES
                                    PIC 9(7)   VALUE ZERO.
       01  WS-DEDUCCIONES-ACTIVAS  PIC X(1)    VALUE "N".
       01  WS-FIN-DEDUCCIONES      PIC X(1).
       01  WS-DED-IMPORTE          PIC 9(6)V99.
       01  WS-AJA-FILE-STATUS      PIC X(2).
       01  WS-AJUSTE-ANUAL-ACTIVO  PIC X(1)    VALUE "N".
       01  WS-ANIO-AJUSTE-ANUAL    PIC 9(4).
      *        Anio cuyo ajuste anual se aplica: el anterior al del
      *        fin del periodo, asi lo toma la primera nomina del anio.
       01  WS-ISR-AJUSTE-IMPORTE   PIC 9(6)V99.
       01  WS-ISR-AJUSTE-CARGO     PIC 9(6)V99 VALUE ZERO.
       01  WS-ISR-AJUSTE-REINTEGRO PIC 9(6)V99 VALUE ZERO.
       01  WS-DEDUCCION-OTRAS      PIC 9(6)V99.
       01  WS-DIS-FILE-STATUS      PIC X(2).
       01  WS-DISTRIBUCION-ACTIVA  PIC X(1)    VALUE "N".
       01  WS-FIN-DISTRIBUCION     PIC X(1).
       01  WS-CARGO-POS            PIC 9(2).
       01  WS-TARJETA-DOBLE        PIC 9(3)V99.
       01  WS-TARJETA-TRIPLE       PIC 9(3)V99.
       01  WS-DIS-REG-CARGADAS     PIC 9(3)V99.
       01  WS-DIS-EXTRA-CARGADAS   PIC 9(3)V99.
       01  WS-DIS-FESTIVO-CARGADAS PIC 9(3)V99.
       01  WS-DIS-HORAS-CARGADAS   PIC 9(3)V99.
       01  WS-DIS-PAGO-CARGADO     PIC 9(7)V99.
       01  WS-DIS-RESTO            PIC S9(7)V99.
       01  WS-DIS-ULTIMO           PIC 9(2).
       01  WS-TABLA-CARGOS-COUNT   PIC 9(2)    VALUE ZERO.
       01  WS-TABLA-CARGOS.
      *        Horas de las tarjetas del empleado en curso cargadas a
      *        un departamento distinto del suyo (TC-DEPTO-CARGO).
           05  WS-CARGO            OCCURS 10 TIMES
                                    INDEXED BY WS-CARGO-IDX.
               10  WS-CARGO-DEPTO          PIC X(4).
               10  WS-CARGO-HORAS-REGULARES PIC 9(3)V99.
               10  WS-CARGO-HORAS-DOBLE    PIC 9(3)V99.
               10  WS-CARGO-HORAS-TRIPLE   PIC 9(3)V99.
               10  WS-CARGO-HORAS-DOMINGO  PIC 9(3)V99.
               10  WS-CARGO-HORAS-FESTIVO  PIC 9(3)V99.
               10  WS-CARGO-PAGO           PIC 9(6)V99.
       01  WS-PRE-FILE-STATUS      PIC X(2).
       01  WS-VAR-FILE-STATUS      PIC X(2).
       01  WS-MODO-COMPARA         PIC X(1).
                   "no se aplican prestamos, ahorro ni pensiones"
           END-IF.

           IF WS-PARAM-MODO NOT = "A"
               IF WS-PARAM-MODO = "S"
                   OPEN INPUT ANNUAL-ADJUST-FILE
               ELSE
                   OPEN I-O ANNUAL-ADJUST-FILE
               END-IF
               IF WS-AJA-FILE-STATUS = "00"
                   MOVE "S" TO WS-AJUSTE-ANUAL-ACTIVO
                   COMPUTE WS-ANIO-AJUSTE-ANUAL =
                       WS-FECHA-FIN-PERIODO / 10000 - 1
               END-IF
           END-IF.

           IF WS-PARAM-MODO = "N"
               OPEN I-O LABOR-DISTRIBUTION-FILE
               IF WS-DIS-FILE-STATUS = "35"
                   OPEN OUTPUT LABOR-DISTRIBUTION-FILE
                   CLOSE LABOR-DISTRIBUTION-FILE
                   OPEN I-O LABOR-DISTRIBUTION-FILE
               END-IF
               IF WS-DIS-FILE-STATUS = "00"
                   MOVE "S" TO WS-DISTRIBUCION-ACTIVA
               ELSE
                   DISPLAY "ADVERTENCIA: no se puede abrir la "
                       "distribucion laboral DISTLAB; no se guarda, "
                       "codigo: " WS-DIS-FILE-STATUS
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-ACTUAL.

           IF WS-PARAM-MODO = "S"
           END-IF.

           PERFORM CARGAR-TABLA-TASAS.
           IF WS-PARAM-MODO NOT = "A"
               PERFORM CARGAR-FESTIVOS
           END-IF.

           IF WS-PARAM-MODO = "A"
               MOVE "J" TO WS-FASE-PROCESO
           IF WS-DEDUCCIONES-ACTIVAS = "S"
               CLOSE RECURRING-DEDUCT-FILE
           END-IF.
           IF WS-AJUSTE-ANUAL-ACTIVO = "S"
               CLOSE ANNUAL-ADJUST-FILE
           END-IF.
           IF WS-DISTRIBUCION-ACTIVA = "S"
               CLOSE LABOR-DISTRIBUTION-FILE
           END-IF.
           CLOSE EXCEPTION-FILE.
           CLOSE EXCEPTION-REPORT-FILE.

               MOVE WS-AJUSTE-ABONOS TO RESULTADO
               MOVE WS-AJUSTE-ABONOS TO WS-PAGO-REGULAR
               MOVE ZERO TO WS-PAGO-EXTRA
               MOVE ZERO TO WS-PAGO-EXTRA-DOBLE
               MOVE ZERO TO WS-PAGO-EXTRA-TRIPLE
               MOVE ZERO TO WS-PRIMA-DOMINICAL
               MOVE ZERO TO WS-PAGO-FESTIVO
               MOVE ZERO TO WS-RECUPERACION-APLICADA
               PERFORM CALCULAR-DEDUCCIONES
               IF WS-EMPLEADO-VALIDO = "S"
               STOP RUN
           END-IF.

           MOVE PER-FECHA-INICIO TO WS-FECHA-INICIO-PERIODO.
           MOVE PER-FECHA-FIN TO WS-FECHA-FIN-PERIODO.
           MOVE PER-GRUPO-PAGO TO WS-GRUPO-PERIODO.
           IF WS-GRUPO-PERIODO NOT = "S" AND WS-GRUPO-PERIODO NOT = "Q"
       ORDENAR-TARJETAS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-TC-EMP-ID
                                SRT-TC-WORK-DATE
               USING TIME-CARDS-FILE
               GIVING TIME-CARDS-SORTED-FILE.

                       MOVE ZERO TO WS-HORAS-EXTRA
                       MOVE ZERO TO WS-HORAS-VACACIONES
                       MOVE ZERO TO WS-HORAS-ENFERMEDAD
                       MOVE ZERO TO WS-HORAS-EXTRA-DOBLE
                       MOVE ZERO TO WS-HORAS-EXTRA-TRIPLE
                       MOVE ZERO TO WS-HORAS-DOMINGO
                       MOVE ZERO TO WS-HORAS-FESTIVO
                       MOVE ZERO TO WS-SEMANA-ACTUAL
                       MOVE ZERO TO WS-EXTRA-SEMANA
                       MOVE ZERO TO WS-TABLA-CARGOS-COUNT
                   END-IF
               END-IF

               EVALUATE TC-SHIFT-CODE
                   WHEN "V"
                       ADD TC-HOURS TO WS-HORAS-VACACIONES
                   WHEN "E"
                       ADD TC-HOURS TO WS-HORAS-ENFERMEDAD
                   WHEN OTHER
                       PERFORM CLASIFICAR-HORAS-TRABAJADAS
               END-EVALUATE
           END-IF.

       CLASIFICAR-HORAS-TRABAJADAS.
      *    Las horas trabajadas se clasifican por la fecha de la
      *    tarjeta: en domingo generan ademas la prima dominical; en
      *    un dia festivo se pagan al triple y no cuentan como
      *    regulares ni extra; las extra de los demas dias van al
      *    tramo doble o triple segun lo acumulado en su semana.
      *    Las horas de una tarjeta con departamento de cargo se
      *    acumulan ademas en la tabla de cargos del empleado.
           PERFORM BUSCAR-CARGO.
           COMPUTE WS-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE (TC-WORK-DATE).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-DIA-JULIANO 7).
           IF WS-DIA-SEMANA = ZERO
               ADD TC-HOURS TO WS-HORAS-DOMINGO
               IF WS-CARGO-POS > ZERO
                   ADD TC-HOURS
                       TO WS-CARGO-HORAS-DOMINGO (WS-CARGO-POS)
               END-IF
           END-IF.

           PERFORM BUSCAR-FESTIVO.
           IF WS-ES-FESTIVO = "S"
               ADD TC-HOURS TO WS-HORAS-FESTIVO
               IF WS-CARGO-POS > ZERO
                   ADD TC-HOURS
                       TO WS-CARGO-HORAS-FESTIVO (WS-CARGO-POS)
               END-IF
           ELSE
               IF TC-SHIFT-CODE = "O"
                   PERFORM CLASIFICAR-HORAS-EXTRA
               ELSE
                   ADD TC-HOURS TO WS-HORAS-REGULARES
                   IF WS-CARGO-POS > ZERO
                       ADD TC-HOURS
                           TO WS-CARGO-HORAS-REGULARES (WS-CARGO-POS)
                   END-IF
               END-IF
           END-IF.

       CLASIFICAR-HORAS-EXTRA.
      *    Las tarjetas vienen ordenadas por empleado y fecha, asi que
      *    basta con reiniciar el acumulado al cambiar de semana
      *    (lunes a domingo). Solo se cuentan las extra del periodo.
           COMPUTE WS-SEMANA-TARJETA = (WS-DIA-JULIANO - 1) / 7.
           IF WS-SEMANA-TARJETA NOT = WS-SEMANA-ACTUAL
               MOVE WS-SEMANA-TARJETA TO WS-SEMANA-ACTUAL
               MOVE ZERO TO WS-EXTRA-SEMANA
           END-IF.

           IF WS-EXTRA-SEMANA >= WS-LIMITE-EXTRA-DOBLE
               MOVE ZERO     TO WS-TARJETA-DOBLE
               MOVE TC-HOURS TO WS-TARJETA-TRIPLE
           ELSE
               COMPUTE WS-EXTRA-DISPONIBLE =
                   WS-LIMITE-EXTRA-DOBLE - WS-EXTRA-SEMANA
               IF TC-HOURS > WS-EXTRA-DISPONIBLE
                   MOVE WS-EXTRA-DISPONIBLE TO WS-TARJETA-DOBLE
                   COMPUTE WS-TARJETA-TRIPLE =
                       TC-HOURS - WS-EXTRA-DISPONIBLE
               ELSE
                   MOVE TC-HOURS TO WS-TARJETA-DOBLE
                   MOVE ZERO     TO WS-TARJETA-TRIPLE
               END-IF
           END-IF.
           ADD WS-TARJETA-DOBLE  TO WS-HORAS-EXTRA-DOBLE.
           ADD WS-TARJETA-TRIPLE TO WS-HORAS-EXTRA-TRIPLE.
           IF WS-CARGO-POS > ZERO
               ADD WS-TARJETA-DOBLE
                   TO WS-CARGO-HORAS-DOBLE (WS-CARGO-POS)
               ADD WS-TARJETA-TRIPLE
                   TO WS-CARGO-HORAS-TRIPLE (WS-CARGO-POS)
           END-IF.
           ADD TC-HOURS TO WS-EXTRA-SEMANA.
           ADD TC-HOURS TO WS-HORAS-EXTRA.

       BUSCAR-CARGO.
      *    Deja WS-CARGO-POS en la entrada del departamento de cargo
      *    de la tarjeta (cero si la tarjeta no trae uno).
           MOVE ZERO TO WS-CARGO-POS.
           IF TC-DEPTO-CARGO NOT = SPACE
               PERFORM VARYING WS-CARGO-IDX FROM 1 BY 1
                   UNTIL WS-CARGO-IDX > WS-TABLA-CARGOS-COUNT
                   IF WS-CARGO-DEPTO (WS-CARGO-IDX) = TC-DEPTO-CARGO
                       SET WS-CARGO-POS TO WS-CARGO-IDX
                       SET WS-CARGO-IDX TO WS-TABLA-CARGOS-COUNT
                   END-IF
               END-PERFORM
               IF WS-CARGO-POS = ZERO
                   PERFORM AGREGAR-CARGO
               END-IF
           END-IF.

       AGREGAR-CARGO.
           IF WS-TABLA-CARGOS-COUNT >= 10
               DISPLAY "Empleado " TC-EMP-ID " carga horas a mas de "
                   "10 departamentos; las del " TC-DEPTO-CARGO
                   " quedan en su departamento"
           ELSE
               ADD 1 TO WS-TABLA-CARGOS-COUNT
               MOVE WS-TABLA-CARGOS-COUNT TO WS-CARGO-POS
               MOVE TC-DEPTO-CARGO TO WS-CARGO-DEPTO (WS-CARGO-POS)
               MOVE ZERO TO WS-CARGO-HORAS-REGULARES (WS-CARGO-POS)
               MOVE ZERO TO WS-CARGO-HORAS-DOBLE (WS-CARGO-POS)
               MOVE ZERO TO WS-CARGO-HORAS-TRIPLE (WS-CARGO-POS)
               MOVE ZERO TO WS-CARGO-HORAS-DOMINGO (WS-CARGO-POS)
               MOVE ZERO TO WS-CARGO-HORAS-FESTIVO (WS-CARGO-POS)
               MOVE ZERO TO WS-CARGO-PAGO (WS-CARGO-POS)
           END-IF.

       BUSCAR-FESTIVO.
           MOVE "N" TO WS-ES-FESTIVO.
           PERFORM VARYING WS-FESTIVO-IDX FROM 1 BY 1
               UNTIL WS-FESTIVO-IDX > WS-TABLA-FESTIVOS-COUNT
               IF WS-FESTIVO-FECHA (WS-FESTIVO-IDX) = TC-WORK-DATE
                   MOVE "S" TO WS-ES-FESTIVO
                   SET WS-FESTIVO-IDX TO WS-TABLA-FESTIVOS-COUNT
               END-IF
           END-PERFORM.

       CARGAR-FESTIVOS.
      *    Solo interesan los festivos que caen dentro del periodo;
      *    06_edicion_tarjetas ya rechazo las tarjetas de otras fechas.
           MOVE ZERO TO WS-TABLA-FESTIVOS-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-FES-FILE-STATUS NOT = "00"
               DISPLAY "No se encontro el calendario de festivos "
                   "FESTIVOS; ninguna hora se paga como festivo"
           ELSE
               MOVE WS-FECHA-INICIO-PERIODO TO FES-FECHA
               START HOLIDAY-FILE KEY >= FES-FECHA
                   INVALID KEY
                       MOVE "S" TO WS-FIN-FESTIVOS
               END-START
               PERFORM UNTIL WS-FIN-FESTIVOS = "S"
                   READ HOLIDAY-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-FESTIVOS
                       NOT AT END
                           IF FES-FECHA > WS-FECHA-FIN-PERIODO
                               MOVE "S" TO WS-FIN-FESTIVOS
                           ELSE
                               PERFORM CARGAR-UN-FESTIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
               DISPLAY "Dias festivos en el periodo: "
                   WS-TABLA-FESTIVOS-COUNT
           END-IF.

       CARGAR-UN-FESTIVO.
           IF WS-TABLA-FESTIVOS-COUNT >= 31
               DISPLAY "Tabla de festivos llena; el festivo "
                   FES-FECHA " no se aplica"
           ELSE
               ADD 1 TO WS-TABLA-FESTIVOS-COUNT
               SET WS-FESTIVO-IDX TO WS-TABLA-FESTIVOS-COUNT
               MOVE FES-FECHA TO WS-FESTIVO-FECHA (WS-FESTIVO-IDX)
           END-IF.

       CALCULAR-PAGO-EMPLEADO.
           MOVE WS-EMP-ID-ACTUAL TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
       CALCULAR-PAGO-BRUTO.
           MOVE "S" TO WS-EMPLEADO-VALIDO
           MOVE EMP-PAY-RATE TO WS-TARIFA
           COMPUTE WS-TARIFA-DOBLE ROUNDED = WS-TARIFA * 2
           COMPUTE WS-TARIFA-TRIPLE ROUNDED = WS-TARIFA * 3
           COMPUTE WS-TARIFA-DOMINICAL ROUNDED = WS-TARIFA * 0.25

           PERFORM PROCESAR-AUSENCIAS
           ADD WS-HORAS-REGULARES WS-HORAS-VAC-APROBADAS
               END-IF
           END-IF

           MOVE WS-HORAS-EXTRA-DOBLE  TO WS-VALUAR-HORAS
           MOVE WS-TARIFA-DOBLE       TO WS-VALUAR-TARIFA
           MOVE "extra doble"         TO WS-VALUAR-CONCEPTO
           PERFORM VALUAR-HORAS
           MOVE WS-VALUAR-IMPORTE     TO WS-PAGO-EXTRA-DOBLE

           MOVE WS-HORAS-EXTRA-TRIPLE TO WS-VALUAR-HORAS
           MOVE WS-TARIFA-TRIPLE      TO WS-VALUAR-TARIFA
           MOVE "extra triple"        TO WS-VALUAR-CONCEPTO
           PERFORM VALUAR-HORAS
           MOVE WS-VALUAR-IMPORTE     TO WS-PAGO-EXTRA-TRIPLE

           MOVE WS-HORAS-DOMINGO      TO WS-VALUAR-HORAS
           MOVE WS-TARIFA-DOMINICAL   TO WS-VALUAR-TARIFA
           MOVE "de prima dominical"  TO WS-VALUAR-CONCEPTO
           PERFORM VALUAR-HORAS
           MOVE WS-VALUAR-IMPORTE     TO WS-PRIMA-DOMINICAL

           MOVE WS-HORAS-FESTIVO      TO WS-VALUAR-HORAS
           MOVE WS-TARIFA-TRIPLE      TO WS-VALUAR-TARIFA
           MOVE "de dia festivo"      TO WS-VALUAR-CONCEPTO
           PERFORM VALUAR-HORAS
           MOVE WS-VALUAR-IMPORTE     TO WS-PAGO-FESTIVO

           IF WS-EMPLEADO-VALIDO = "S"
               ADD WS-PAGO-EXTRA-DOBLE WS-PAGO-EXTRA-TRIPLE
                   GIVING WS-PAGO-EXTRA
                   ON SIZE ERROR
                       DISPLAY "ERROR aritmetico calculando el "
                           "pago extra de " WS-EMP-ID-ACTUAL
                           ": desbordamiento de campo"
                       MOVE "N" TO WS-EMPLEADO-VALIDO
               END-ADD
           END-IF

           IF WS-EMPLEADO-VALIDO = "S"
               ADD WS-HORAS-PAGABLES WS-HORAS-EXTRA WS-HORAS-FESTIVO
                   GIVING WS-HORAS-TRABAJADAS

               MOVE WS-PAGO-REGULAR      TO ARITM-NUM1
               MOVE WS-PAGO-EXTRA        TO ARITM-NUM2
               PERFORM SUMAR-AL-BRUTO
           END-IF

           IF WS-EMPLEADO-VALIDO = "S"
               MOVE RESULTADO            TO ARITM-NUM1
               MOVE WS-PRIMA-DOMINICAL   TO ARITM-NUM2
               PERFORM SUMAR-AL-BRUTO
           END-IF

           IF WS-EMPLEADO-VALIDO = "S"
               MOVE RESULTADO            TO ARITM-NUM1
               MOVE WS-PAGO-FESTIVO      TO ARITM-NUM2
               PERFORM SUMAR-AL-BRUTO
           END-IF

           IF WS-EMPLEADO-VALIDO = "S"
               DISPLAY "El resultado de de la suma es:"
                   RESULTADO
           END-IF

           IF WS-EMPLEADO-VALIDO = "S"
               PERFORM REGISTRAR-EXCEPCION-BAJA
           END-IF.

       VALUAR-HORAS.
      *    Horas de un tramo por su tarifa; deja el importe en
      *    WS-VALUAR-IMPORTE (cero si no hubo horas o si fallo).
           MOVE ZERO TO WS-VALUAR-IMPORTE.
           IF WS-VALUAR-HORAS > ZERO
               MOVE WS-VALUAR-HORAS     TO ARITM-NUM1
               MOVE WS-VALUAR-TARIFA    TO ARITM-NUM2
               MOVE "M"                 TO ARITM-OPERACION
               CALL "Aritmetica-validada" USING ARITM-PARAMETROS
               IF ARITM-ERROR NOT = "0"
                   DISPLAY "ERROR aritmetico calculando el pago "
                       WS-VALUAR-CONCEPTO " de " WS-EMP-ID-ACTUAL
                       ", codigo: " ARITM-ERROR
                   MOVE "N" TO WS-EMPLEADO-VALIDO
               ELSE
                   IF ARITM-RESULTADO > 999999.99
                       DISPLAY "ERROR aritmetico calculando el pago "
                           WS-VALUAR-CONCEPTO " de " WS-EMP-ID-ACTUAL
                           ": desbordamiento de campo"
                       MOVE "N" TO WS-EMPLEADO-VALIDO
                   ELSE
                       MOVE ARITM-RESULTADO TO WS-VALUAR-IMPORTE
                   END-IF
               END-IF
           END-IF.

       SUMAR-AL-BRUTO.
           MOVE "S"                  TO ARITM-OPERACION.
           CALL "Aritmetica-validada" USING ARITM-PARAMETROS.
           IF ARITM-ERROR NOT = "0"
               DISPLAY "ERROR aritmetico calculando el "
                   "sueldo bruto de " WS-EMP-ID-ACTUAL
                   ", codigo: " ARITM-ERROR
               MOVE "N" TO WS-EMPLEADO-VALIDO
           ELSE
               IF ARITM-RESULTADO > 999999.99
                   DISPLAY "ERROR aritmetico calculando "
                       "el sueldo bruto de "
                       WS-EMP-ID-ACTUAL
                       ": desbordamiento de campo"
                   MOVE "N" TO WS-EMPLEADO-VALIDO
               ELSE
                   MOVE ARITM-RESULTADO TO RESULTADO
               END-IF
           END-IF.

       PROCESAR-AUSENCIAS.
           MOVE ZERO TO WS-HORAS-VAC-APROBADAS.
           MOVE ZERO TO WS-HORAS-ENF-APROBADAS.
                   MOVE ZERO TO WS-HORAS-EXTRA
                   MOVE ZERO TO WS-HORAS-VACACIONES
                   MOVE ZERO TO WS-HORAS-ENFERMEDAD
                   MOVE ZERO TO WS-HORAS-EXTRA-DOBLE
                   MOVE ZERO TO WS-HORAS-EXTRA-TRIPLE
                   MOVE ZERO TO WS-HORAS-DOMINGO
                   MOVE ZERO TO WS-HORAS-FESTIVO
                   MOVE ZERO TO WS-TABLA-CARGOS-COUNT
                   PERFORM CALCULAR-PAGO-EMPLEADO
               END-IF
           END-IF.
       CALCULAR-DEDUCCIONES.
           MOVE ZERO TO WS-DEDUCCION-IMPUESTO.
           MOVE ZERO TO WS-DEDUCCION-IMSS.
           MOVE ZERO TO WS-ISR-AJUSTE-CARGO.
           MOVE ZERO TO WS-ISR-AJUSTE-REINTEGRO.
           MOVE ZERO TO WS-DEDUCCION-OTRAS.
           MOVE ZERO TO WS-OTRAS-COUNT.
           PERFORM VARYING WS-OTRA-IDX FROM 1 BY 1
               END-IF
           END-IF.

           IF WS-EMPLEADO-VALIDO = "S"
               AND WS-AJUSTE-ANUAL-ACTIVO = "S"
               PERFORM APLICAR-AJUSTE-ANUAL
           END-IF.

           IF WS-EMPLEADO-VALIDO = "S"
               AND WS-DEDUCCIONES-ACTIVAS = "S"
               AND WS-PARAM-MODO NOT = "A"
               PERFORM APLICAR-DEDUCCIONES-RECURRENTES
           END-IF.

       APLICAR-AJUSTE-ANUAL.
      *    El ajuste anual del anio anterior (24_ajuste_anual) se
      *    aplica antes que las deducciones recurrentes: un reintegro
      *    se suma al neto completo; un saldo a cargo se retiene en
      *    el importe por periodo hasta agotar el saldo, y el ultimo
      *    periodo pendiente toma lo que quede.
           MOVE EMP-ID               TO AJA-EMP-ID.
           MOVE WS-ANIO-AJUSTE-ANUAL TO AJA-ANIO.
           READ ANNUAL-ADJUST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-AJA-FILE-STATUS = "00"
               IF AJA-ULT-PERIODO = WS-PERIODO-ACTUAL
                   MOVE AJA-ULT-MONTO TO WS-ISR-AJUSTE-IMPORTE
                   PERFORM APLICAR-IMPORTE-AJUSTE-ANUAL
               ELSE
                   IF AJA-STATUS = "P" AND AJA-SALDO > ZERO
                       IF AJA-PERIODOS-PEND <= 1
                           OR AJA-MONTO-PERIODO > AJA-SALDO
                           MOVE AJA-SALDO TO WS-ISR-AJUSTE-IMPORTE
                       ELSE
                           MOVE AJA-MONTO-PERIODO
                               TO WS-ISR-AJUSTE-IMPORTE
                       END-IF
                       PERFORM APLICAR-IMPORTE-AJUSTE-ANUAL
                   END-IF
               END-IF
           END-IF.

       APLICAR-IMPORTE-AJUSTE-ANUAL.
           MOVE NET-PAY               TO ARITM-NUM1.
           MOVE WS-ISR-AJUSTE-IMPORTE TO ARITM-NUM2.
           IF AJA-TIPO = "R"
               MOVE "S"               TO ARITM-OPERACION
           ELSE
               MOVE "R"               TO ARITM-OPERACION
           END-IF.
           CALL "Aritmetica-validada" USING ARITM-PARAMETROS.
           IF ARITM-ERROR NOT = "0"
               OR ARITM-RESULTADO > 999999.99
               DISPLAY "Empleado " EMP-ID ": el ajuste anual de ISR ("
                   WS-ISR-AJUSTE-IMPORTE ") no cabe en el pago neto ("
                   NET-PAY "); no se aplica este periodo"
               MOVE "10" TO WS-EXC-CODIGO
               MOVE WS-ISR-AJUSTE-IMPORTE TO WS-EXC-MONTO-1
               MOVE NET-PAY TO WS-EXC-MONTO-2
               PERFORM REGISTRAR-EXCEPCION
           ELSE
               MOVE ARITM-RESULTADO TO NET-PAY
               IF AJA-TIPO = "R"
                   MOVE WS-ISR-AJUSTE-IMPORTE
                       TO WS-ISR-AJUSTE-REINTEGRO
               ELSE
                   MOVE WS-ISR-AJUSTE-IMPORTE TO WS-ISR-AJUSTE-CARGO
               END-IF
               IF AJA-ULT-PERIODO NOT = WS-PERIODO-ACTUAL
                   AND WS-PARAM-MODO NOT = "S"
                   MOVE WS-PERIODO-ACTUAL     TO AJA-ULT-PERIODO
                   MOVE WS-ISR-AJUSTE-IMPORTE TO AJA-ULT-MONTO
                   SUBTRACT WS-ISR-AJUSTE-IMPORTE FROM AJA-SALDO
                   IF AJA-PERIODOS-PEND > ZERO
                       SUBTRACT 1 FROM AJA-PERIODOS-PEND
                   END-IF
                   IF AJA-SALDO = ZERO
                       MOVE "A" TO AJA-STATUS
                       DISPLAY "El ajuste anual de ISR del empleado "
                           EMP-ID " quedo aplicado por completo"
                   END-IF
                   REWRITE ANNUAL-ADJUSTMENT-RECORD
                   IF WS-AJA-FILE-STATUS NOT = "00"
                       DISPLAY "ADVERTENCIA: no se pudo actualizar "
                           "el ajuste anual del empleado " EMP-ID
                           ", codigo: " WS-AJA-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

       APLICAR-DEDUCCIONES-RECURRENTES.
           MOVE "N" TO WS-FIN-DEDUCCIONES.
           MOVE EMP-ID TO DED-EMP-ID.
           WRITE PAYROLL-RESULT-RECORD.
           PERFORM ESCRIBIR-DETALLE-PAGO.
           PERFORM ACTUALIZAR-YTD.
           IF WS-DISTRIBUCION-ACTIVA = "S"
               PERFORM GUARDAR-DISTRIBUCION
           END-IF.

       ESCRIBIR-DETALLE-PAGO.
           MOVE EMP-ID                TO DET-EMP-ID.
           MOVE WS-HORAS-ENF-APROBADAS TO DET-HORAS-ENFERMEDAD.
           MOVE WS-PAGO-REGULAR       TO DET-PAGO-REGULAR.
           MOVE WS-PAGO-EXTRA         TO DET-PAGO-EXTRA.
           MOVE WS-HORAS-EXTRA-DOBLE  TO DET-HORAS-EXTRA-DOBLE.
           MOVE WS-PAGO-EXTRA-DOBLE   TO DET-PAGO-EXTRA-DOBLE.
           MOVE WS-HORAS-EXTRA-TRIPLE TO DET-HORAS-EXTRA-TRIPLE.
           MOVE WS-PAGO-EXTRA-TRIPLE  TO DET-PAGO-EXTRA-TRIPLE.
           MOVE WS-HORAS-DOMINGO      TO DET-HORAS-DOMINGO.
           MOVE WS-PRIMA-DOMINICAL    TO DET-PRIMA-DOMINICAL.
           MOVE WS-HORAS-FESTIVO      TO DET-HORAS-FESTIVO.
           MOVE WS-PAGO-FESTIVO       TO DET-PAGO-FESTIVO.
           MOVE ZERO                  TO DET-PAGO-AGUINALDO.
           MOVE ZERO                  TO DET-AGUINALDO-EXENTO.
           MOVE ZERO                  TO DET-PRIMA-VACACIONAL.
           MOVE ZERO                  TO DET-PRIMA-VAC-EXENTA.
           MOVE RESULTADO             TO DET-PAGO-BRUTO.
           MOVE WS-DEDUCCION-IMPUESTO TO DET-DEDUCCION-IMPUESTO.
           MOVE WS-DEDUCCION-IMSS     TO DET-DEDUCCION-IMSS.
           MOVE WS-ISR-AJUSTE-CARGO   TO DET-ISR-AJUSTE-CARGO.
           MOVE WS-ISR-AJUSTE-REINTEGRO TO DET-ISR-AJUSTE-REINTEGRO.
           MOVE WS-RECUPERACION-APLICADA TO DET-RECUPERACION.
           MOVE WS-OTRAS-COUNT        TO DET-OTRAS-COUNT.
           MOVE WS-TABLA-OTRAS        TO DET-OTRAS-DETALLE.
                   WS-HPA-FILE-STATUS
           END-IF.

       GUARDAR-DISTRIBUCION.
      *    Las horas cargadas a otro departamento se valuan a las
      *    tarifas del periodo; el departamento del empleado se queda
      *    con el resto de las horas y del bruto, asi que los
      *    renglones del pago siempre suman DET-PAGO-BRUTO. Si todas
      *    las horas fueron cargadas (o los descuentos dejan el bruto
      *    abajo de lo cargado), la diferencia va al ultimo
      *    departamento de cargo.
           PERFORM BORRAR-DISTRIBUCION-ANTERIOR.
           MOVE ZERO TO WS-DIS-REG-CARGADAS.
           MOVE ZERO TO WS-DIS-EXTRA-CARGADAS.
           MOVE ZERO TO WS-DIS-FESTIVO-CARGADAS.
           MOVE ZERO TO WS-DIS-HORAS-CARGADAS.
           MOVE ZERO TO WS-DIS-PAGO-CARGADO.
           MOVE ZERO TO WS-DIS-ULTIMO.
           PERFORM VARYING WS-CARGO-IDX FROM 1 BY 1
               UNTIL WS-CARGO-IDX > WS-TABLA-CARGOS-COUNT
               IF WS-CARGO-DEPTO (WS-CARGO-IDX) NOT = EMP-DEPT
                   PERFORM VALUAR-CARGO
               END-IF
           END-PERFORM.

           COMPUTE WS-DIS-RESTO = RESULTADO - WS-DIS-PAGO-CARGADO.
           IF (WS-DIS-HORAS-CARGADAS >= WS-HORAS-TRABAJADAS
               OR WS-DIS-RESTO < ZERO)
               AND WS-DIS-ULTIMO > ZERO
               COMPUTE WS-CARGO-PAGO (WS-DIS-ULTIMO) =
                   WS-CARGO-PAGO (WS-DIS-ULTIMO) + WS-DIS-RESTO
               MOVE ZERO TO WS-DIS-RESTO
           END-IF.

           PERFORM VARYING WS-CARGO-IDX FROM 1 BY 1
               UNTIL WS-CARGO-IDX > WS-TABLA-CARGOS-COUNT
               IF WS-CARGO-DEPTO (WS-CARGO-IDX) NOT = EMP-DEPT
                   PERFORM ESCRIBIR-CARGO
               END-IF
           END-PERFORM.

           IF WS-DIS-HORAS-CARGADAS < WS-HORAS-TRABAJADAS
               OR WS-DIS-ULTIMO = ZERO
               MOVE EMP-DEPT TO DIS-DEPTO
               COMPUTE DIS-HORAS-REGULARES =
                   WS-HORAS-PAGABLES - WS-DIS-REG-CARGADAS
               COMPUTE DIS-HORAS-EXTRA =
                   WS-HORAS-EXTRA - WS-DIS-EXTRA-CARGADAS
               COMPUTE DIS-HORAS-FESTIVO =
                   WS-HORAS-FESTIVO - WS-DIS-FESTIVO-CARGADAS
               COMPUTE DIS-HORAS-TOTAL =
                   WS-HORAS-TRABAJADAS - WS-DIS-HORAS-CARGADAS
               MOVE WS-DIS-RESTO TO DIS-PAGO
               PERFORM ESCRIBIR-DISTRIBUCION
           END-IF.

       VALUAR-CARGO.
           COMPUTE WS-CARGO-PAGO (WS-CARGO-IDX) ROUNDED =
               WS-CARGO-HORAS-REGULARES (WS-CARGO-IDX) * WS-TARIFA
               + WS-CARGO-HORAS-DOBLE (WS-CARGO-IDX) * WS-TARIFA-DOBLE
               + WS-CARGO-HORAS-TRIPLE (WS-CARGO-IDX)
                   * WS-TARIFA-TRIPLE
               + WS-CARGO-HORAS-DOMINGO (WS-CARGO-IDX)
                   * WS-TARIFA-DOMINICAL
               + WS-CARGO-HORAS-FESTIVO (WS-CARGO-IDX)
                   * WS-TARIFA-TRIPLE.
           ADD WS-CARGO-HORAS-REGULARES (WS-CARGO-IDX)
               TO WS-DIS-REG-CARGADAS.
           ADD WS-CARGO-HORAS-DOBLE (WS-CARGO-IDX)
               WS-CARGO-HORAS-TRIPLE (WS-CARGO-IDX)
               TO WS-DIS-EXTRA-CARGADAS.
           ADD WS-CARGO-HORAS-FESTIVO (WS-CARGO-IDX)
               TO WS-DIS-FESTIVO-CARGADAS.
           ADD WS-CARGO-HORAS-REGULARES (WS-CARGO-IDX)
               WS-CARGO-HORAS-DOBLE (WS-CARGO-IDX)
               WS-CARGO-HORAS-TRIPLE (WS-CARGO-IDX)
               WS-CARGO-HORAS-FESTIVO (WS-CARGO-IDX)
               TO WS-DIS-HORAS-CARGADAS.
           ADD WS-CARGO-PAGO (WS-CARGO-IDX) TO WS-DIS-PAGO-CARGADO.
           SET WS-DIS-ULTIMO TO WS-CARGO-IDX.

       ESCRIBIR-CARGO.
           MOVE WS-CARGO-DEPTO (WS-CARGO-IDX) TO DIS-DEPTO.
           MOVE WS-CARGO-HORAS-REGULARES (WS-CARGO-IDX)
               TO DIS-HORAS-REGULARES.
           ADD WS-CARGO-HORAS-DOBLE (WS-CARGO-IDX)
               WS-CARGO-HORAS-TRIPLE (WS-CARGO-IDX)
               GIVING DIS-HORAS-EXTRA.
           MOVE WS-CARGO-HORAS-FESTIVO (WS-CARGO-IDX)
               TO DIS-HORAS-FESTIVO.
           ADD DIS-HORAS-REGULARES DIS-HORAS-EXTRA DIS-HORAS-FESTIVO
               GIVING DIS-HORAS-TOTAL.
           MOVE WS-CARGO-PAGO (WS-CARGO-IDX) TO DIS-PAGO.
           PERFORM ESCRIBIR-DISTRIBUCION.

       ESCRIBIR-DISTRIBUCION.
           MOVE EMP-ID            TO DIS-EMP-ID.
           MOVE WS-PERIODO-ACTUAL TO DIS-PERIODO.
           MOVE EMP-DEPT          TO DIS-DEPTO-BASE.
           WRITE LABOR-DISTRIBUTION-RECORD
               INVALID KEY
                   DISPLAY "ADVERTENCIA: no se pudo guardar la "
                       "distribucion laboral de " EMP-ID " en "
                       DIS-DEPTO ", codigo: " WS-DIS-FILE-STATUS
           END-WRITE.

       BORRAR-DISTRIBUCION-ANTERIOR.
      *    Una nueva corrida del periodo reemplaza la distribucion
      *    que el empleado ya tuviera guardada.
           MOVE EMP-ID            TO DIS-EMP-ID.
           MOVE WS-PERIODO-ACTUAL TO DIS-PERIODO.
           MOVE LOW-VALUES        TO DIS-DEPTO.
           MOVE "N" TO WS-FIN-DISTRIBUCION.
           START LABOR-DISTRIBUTION-FILE KEY >= DIS-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIN-DISTRIBUCION
           END-START.
           PERFORM UNTIL WS-FIN-DISTRIBUCION = "S"
               READ LABOR-DISTRIBUTION-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-DISTRIBUCION
                   NOT AT END
                       IF DIS-EMP-ID NOT = EMP-ID
                           OR DIS-PERIODO NOT = WS-PERIODO-ACTUAL
                           MOVE "S" TO WS-FIN-DISTRIBUCION
                       ELSE
                           DELETE LABOR-DISTRIBUTION-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM.

       ACTUALIZAR-YTD.
           ADD WS-DEDUCCION-TOTAL WS-DEDUCCION-OTRAS
               GIVING WS-YTD-DEDUCCIONES.
           MOVE "S" TO WS-EXC-REGISTRADA.
           ADD 1 TO WS-CONTADOR-EXCEPCIONES.
           MOVE WS-EXC-CODIGO TO WS-EXC-CODIGO-NUM.
           IF WS-EXC-CODIGO-NUM >= 1 AND WS-EXC-CODIGO-NUM <= 10
               ADD 1 TO WS-CUENTA-EXC (WS-EXC-CODIGO-NUM)
           END-IF.

                   MOVE "GRUPO DE PAGO DISTINTO" TO WS-EXC-DESC
               WHEN "09"
                   MOVE "DEDUCCION NO APLICADA" TO WS-EXC-DESC
               WHEN "10"
                   MOVE "AJUSTE ANUAL ISR NO APLICADO" TO WS-EXC-DESC
               WHEN OTHER
                   MOVE "CONDICION DESCONOCIDA" TO WS-EXC-DESC
           END-EVALUATE.
               ADD 1 TO WS-CONTADOR-RECHAZADOS
           END-IF.
           MOVE EXC-CODIGO TO WS-EXC-CODIGO-NUM.
           IF WS-EXC-CODIGO-NUM >= 1 AND WS-EXC-CODIGO-NUM <= 10
               ADD 1 TO WS-CUENTA-EXC (WS-EXC-CODIGO-NUM)
           END-IF.

       ESCRIBIR-REPORTE-EXCEPCIONES.
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > 10
               IF WS-CUENTA-EXC (WS-EXC-SUB) > ZERO
                   MOVE WS-EXC-SUB TO WS-EXC-CODIGO-NUM
                   MOVE WS-EXC-CODIGO-NUM TO WS-EXC-CODIGO
