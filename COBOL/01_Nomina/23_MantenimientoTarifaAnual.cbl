      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the effective-dated annual ISR tariff sets on
      *          the annual tariff file (TARANU) used by
      *          24_ajuste_anual. A new set is captured with its
      *          effective date and validated before it is accepted:
      *          brackets contiguous from zero with no gaps or
      *          overlaps (each lower limit is derived from the prior
      *          upper limit), fixed amounts that never go down from
      *          one bracket to the next and percentages under 100%.
      *          Accepted sets are appended, so prior sets stay on the
      *          file for adjustments of earlier years.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 23_mantenimiento_tarifa_anual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANNUAL-TARIFF-FILE ASSIGN TO "TARANU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANNUAL-TARIFF-FILE.
       COPY TARANU.

       WORKING-STORAGE SECTION.
       01  WS-TAN-FILE-STATUS      PIC X(2).
       01  WS-OPCION               PIC X(1).
       01  WS-FIN-TARIFA           PIC X(1).
       01  WS-TARIFA-VALIDA        PIC X(1).
       01  WS-FECHA-EXISTE         PIC X(1).
       01  WS-FECHA-NUEVA          PIC 9(8).
       01  WS-FECHA-CONSULTA       PIC 9(8).
       01  WS-NUM-TRAMOS           PIC 9(2).
       01  WS-TRAMO-SUB            PIC 9(2).
       01  WS-INFERIOR-SIGUIENTE   PIC 9(9)V99.
       01  WS-CUOTA-ANTERIOR       PIC 9(7)V99.
       01  WS-CONTADOR-CONSULTA    PIC 9(3).

       01  WS-TABLA-CAPTURA.
           05  WS-CAP              OCCURS 20 TIMES
                                    INDEXED BY WS-CAP-IDX.
               10  WS-CAP-INFERIOR     PIC 9(9)V99.
               10  WS-CAP-SUPERIOR     PIC 9(9)V99.
               10  WS-CAP-CUOTA-FIJA   PIC 9(7)V99.
               10  WS-CAP-PCT          PIC 9(1)V999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-OPCION = "3"
               DISPLAY "1-Alta de tarifa anual  2-Consulta  3-Salir"
               DISPLAY "Selecciona una opcion:"
               ACCEPT WS-OPCION

               EVALUATE WS-OPCION
                   WHEN "1" PERFORM ALTA-TARIFA-ANUAL
                   WHEN "2" PERFORM CONSULTA-TARIFA
                   WHEN "3" CONTINUE
                   WHEN OTHER DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

           STOP RUN.

       ALTA-TARIFA-ANUAL.
           DISPLAY "Fecha efectiva de la nueva tarifa (AAAAMMDD):".
           ACCEPT WS-FECHA-NUEVA.
           IF WS-FECHA-NUEVA NOT NUMERIC OR WS-FECHA-NUEVA = ZERO
               DISPLAY "Fecha efectiva invalida"
           ELSE
               PERFORM VERIFICAR-FECHA-EXISTE
               IF WS-FECHA-EXISTE = "S"
                   DISPLAY "Ya hay una tarifa anual con fecha "
                       WS-FECHA-NUEVA "; capture la corregida con "
                       "una fecha nueva"
               ELSE
                   PERFORM CAPTURAR-TARIFA
                   IF WS-TARIFA-VALIDA = "S"
                       PERFORM VALIDAR-TARIFA
                   END-IF
                   IF WS-TARIFA-VALIDA = "S"
                       PERFORM GRABAR-TARIFA
                   ELSE
                       DISPLAY "La tarifa NO se graba; corrija y "
                           "vuelva a capturar"
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-FECHA-EXISTE.
           MOVE "N" TO WS-FECHA-EXISTE.
           MOVE "N" TO WS-FIN-TARIFA.
           OPEN INPUT ANNUAL-TARIFF-FILE.
           IF WS-TAN-FILE-STATUS = "00"
               PERFORM UNTIL WS-FIN-TARIFA = "S"
                   READ ANNUAL-TARIFF-FILE
                       AT END
                           MOVE "S" TO WS-FIN-TARIFA
                       NOT AT END
                           IF TAN-FECHA-EFECTIVA = WS-FECHA-NUEVA
                               MOVE "S" TO WS-FECHA-EXISTE
                               MOVE "S" TO WS-FIN-TARIFA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANNUAL-TARIFF-FILE
           END-IF.

       CAPTURAR-TARIFA.
           MOVE "S" TO WS-TARIFA-VALIDA.
           DISPLAY "Numero de tramos (1-20):".
           ACCEPT WS-NUM-TRAMOS.
           IF WS-NUM-TRAMOS NOT NUMERIC
               OR WS-NUM-TRAMOS = ZERO
               OR WS-NUM-TRAMOS > 20
               DISPLAY "Numero de tramos invalido"
               MOVE "N" TO WS-TARIFA-VALIDA
           ELSE
               MOVE ZERO TO WS-INFERIOR-SIGUIENTE
               PERFORM CAPTURAR-TRAMO
                   VARYING WS-TRAMO-SUB FROM 1 BY 1
                   UNTIL WS-TRAMO-SUB > WS-NUM-TRAMOS
                       OR WS-TARIFA-VALIDA = "N"
           END-IF.

       CAPTURAR-TRAMO.
      *    El limite inferior de cada tramo se deriva del superior del
      *    anterior mas un centavo, de modo que la tarifa queda
      *    contigua desde cero por construccion. El ultimo tramo se
      *    captura con el limite superior mas alto posible.
           SET WS-CAP-IDX TO WS-TRAMO-SUB.
           MOVE WS-INFERIOR-SIGUIENTE TO WS-CAP-INFERIOR (WS-CAP-IDX).
           DISPLAY "Tramo " WS-TRAMO-SUB " - limite inferior: "
               WS-INFERIOR-SIGUIENTE.
           DISPLAY "Tramo " WS-TRAMO-SUB " - limite superior anual:".
           ACCEPT WS-CAP-SUPERIOR (WS-CAP-IDX).
           DISPLAY "Tramo " WS-TRAMO-SUB " - cuota fija:".
           ACCEPT WS-CAP-CUOTA-FIJA (WS-CAP-IDX).
           DISPLAY "Tramo " WS-TRAMO-SUB " - porcentaje sobre el "
               "excedente (0.000 a 0.999):".
           ACCEPT WS-CAP-PCT (WS-CAP-IDX).

           IF WS-CAP-SUPERIOR (WS-CAP-IDX) NOT NUMERIC
               OR WS-CAP-SUPERIOR (WS-CAP-IDX)
                   <= WS-CAP-INFERIOR (WS-CAP-IDX)
               DISPLAY "El limite superior del tramo " WS-TRAMO-SUB
                   " debe ser mayor que su limite inferior"
               MOVE "N" TO WS-TARIFA-VALIDA
           ELSE
               IF WS-CAP-SUPERIOR (WS-CAP-IDX) < 999999999.99
                   COMPUTE WS-INFERIOR-SIGUIENTE =
                       WS-CAP-SUPERIOR (WS-CAP-IDX) + 0.01
               ELSE
                   IF WS-TRAMO-SUB < WS-NUM-TRAMOS
                       DISPLAY "Solo el ultimo tramo puede llegar al "
                           "limite superior maximo"
                       MOVE "N" TO WS-TARIFA-VALIDA
                   END-IF
               END-IF
           END-IF.

       VALIDAR-TARIFA.
           MOVE ZERO TO WS-CUOTA-ANTERIOR.
           PERFORM VARYING WS-TRAMO-SUB FROM 1 BY 1
               UNTIL WS-TRAMO-SUB > WS-NUM-TRAMOS
               SET WS-CAP-IDX TO WS-TRAMO-SUB
               IF WS-CAP-PCT (WS-CAP-IDX) NOT NUMERIC
                   OR WS-CAP-PCT (WS-CAP-IDX) >= 1.000
                   DISPLAY "Porcentaje fuera de rango en el tramo "
                       WS-TRAMO-SUB
                   MOVE "N" TO WS-TARIFA-VALIDA
               END-IF
               IF WS-CAP-CUOTA-FIJA (WS-CAP-IDX) NOT NUMERIC
                   DISPLAY "Cuota fija invalida en el tramo "
                       WS-TRAMO-SUB
                   MOVE "N" TO WS-TARIFA-VALIDA
               ELSE
                   IF WS-CAP-CUOTA-FIJA (WS-CAP-IDX)
                       < WS-CUOTA-ANTERIOR
                       DISPLAY "La cuota fija del tramo " WS-TRAMO-SUB
                           " es menor que la del tramo anterior"
                       MOVE "N" TO WS-TARIFA-VALIDA
                   END-IF
                   MOVE WS-CAP-CUOTA-FIJA (WS-CAP-IDX)
                       TO WS-CUOTA-ANTERIOR
               END-IF
           END-PERFORM.

           IF WS-CAP-INFERIOR (1) NOT = ZERO
               DISPLAY "El primer tramo debe comenzar en cero"
               MOVE "N" TO WS-TARIFA-VALIDA
           END-IF.

           PERFORM VARYING WS-TRAMO-SUB FROM 2 BY 1
               UNTIL WS-TRAMO-SUB > WS-NUM-TRAMOS
               SET WS-CAP-IDX TO WS-TRAMO-SUB
               SET WS-CAP-IDX DOWN BY 1
               COMPUTE WS-INFERIOR-SIGUIENTE =
                   WS-CAP-SUPERIOR (WS-CAP-IDX) + 0.01
               SET WS-CAP-IDX UP BY 1
               IF WS-CAP-INFERIOR (WS-CAP-IDX)
                   NOT = WS-INFERIOR-SIGUIENTE
                   DISPLAY "Hueco o traslape entre los tramos; el "
                       "tramo " WS-TRAMO-SUB " no es contiguo"
                   MOVE "N" TO WS-TARIFA-VALIDA
               END-IF
           END-PERFORM.

           IF WS-TARIFA-VALIDA = "S"
               DISPLAY "Tarifa valida: " WS-NUM-TRAMOS " tramos "
                   "contiguos desde cero"
           END-IF.

       GRABAR-TARIFA.
           OPEN EXTEND ANNUAL-TARIFF-FILE.
           IF WS-TAN-FILE-STATUS = "35"
               OPEN OUTPUT ANNUAL-TARIFF-FILE
           END-IF.
           IF WS-TAN-FILE-STATUS NOT = "00"
               DISPLAY "No se puede abrir el archivo de tarifa anual, "
                   "codigo: " WS-TAN-FILE-STATUS
           ELSE
               PERFORM VARYING WS-TRAMO-SUB FROM 1 BY 1
                   UNTIL WS-TRAMO-SUB > WS-NUM-TRAMOS
                   SET WS-CAP-IDX TO WS-TRAMO-SUB
                   MOVE WS-FECHA-NUEVA TO TAN-FECHA-EFECTIVA
                   MOVE WS-CAP-INFERIOR (WS-CAP-IDX)
                       TO TAN-LIMITE-INFERIOR
                   MOVE WS-CAP-SUPERIOR (WS-CAP-IDX)
                       TO TAN-LIMITE-SUPERIOR
                   MOVE WS-CAP-CUOTA-FIJA (WS-CAP-IDX)
                       TO TAN-CUOTA-FIJA
                   MOVE WS-CAP-PCT (WS-CAP-IDX) TO TAN-PCT-EXCEDENTE
                   WRITE ANNUAL-TARIFF-RECORD
               END-PERFORM
               CLOSE ANNUAL-TARIFF-FILE
               DISPLAY "Tarifa anual con vigencia " WS-FECHA-NUEVA
                   " grabada; las tarifas anteriores se conservan"
           END-IF.

       CONSULTA-TARIFA.
           DISPLAY "Fecha efectiva a consultar (cero = todas):".
           ACCEPT WS-FECHA-CONSULTA.
           MOVE ZERO TO WS-CONTADOR-CONSULTA.
           MOVE "N" TO WS-FIN-TARIFA.
           OPEN INPUT ANNUAL-TARIFF-FILE.
           IF WS-TAN-FILE-STATUS NOT = "00"
               DISPLAY "No se encontro el archivo de tarifa anual"
           ELSE
               PERFORM UNTIL WS-FIN-TARIFA = "S"
                   READ ANNUAL-TARIFF-FILE
                       AT END
                           MOVE "S" TO WS-FIN-TARIFA
                       NOT AT END
                           IF WS-FECHA-CONSULTA = ZERO
                               OR TAN-FECHA-EFECTIVA
                                   = WS-FECHA-CONSULTA
                               ADD 1 TO WS-CONTADOR-CONSULTA
                               DISPLAY TAN-FECHA-EFECTIVA "  "
                                   TAN-LIMITE-INFERIOR " - "
                                   TAN-LIMITE-SUPERIOR "  CUOTA "
                                   TAN-CUOTA-FIJA "  PCT "
                                   TAN-PCT-EXCEDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANNUAL-TARIFF-FILE
               DISPLAY "Tramos listados: " WS-CONTADOR-CONSULTA
           END-IF.
       END PROGRAM 23_mantenimiento_tarifa_anual.
