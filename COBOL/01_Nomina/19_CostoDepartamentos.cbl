      *          the requested period from the pay detail. Employees
      *          or detail pointing at departments not on the master
      *          are reported under "????" so typos surface instead
      *          of hiding. Headcount stays with the home department;
      *          the cost of a regular pay follows its labor-
      *          distribution rows (DISTLAB) to the departments that
      *          used the hours.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-FILE-STATUS.

           SELECT LABOR-DISTRIBUTION-FILE ASSIGN TO "DISTLAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-KEY
               FILE STATUS IS WS-DIS-FILE-STATUS.

           SELECT DEPT-REPORT-FILE ASSIGN TO "REPDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FILE-STATUS.
       FD  PAY-DETAIL-FILE.
       COPY DETNOM.

       FD  LABOR-DISTRIBUTION-FILE.
       COPY DISLAB.

       FD  DEPT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DEP-PRINT-LINE              PIC X(132).
       01  WS-EMP-FILE-STATUS      PIC X(2).
       01  WS-DET-FILE-STATUS      PIC X(2).
       01  WS-REP-FILE-STATUS      PIC X(2).
       01  WS-DIS-FILE-STATUS      PIC X(2).
       01  WS-DISTRIBUCION-ACTIVA  PIC X(1)    VALUE "N".
       01  WS-FIN-DISTRIBUCION     PIC X(1).
       01  WS-DIS-SUMA-PAGO        PIC 9(7)V99.
       01  WS-DEPTO-BUSCADO        PIC X(4).
       01  WS-PARAM-PERIODO        PIC 9(6).
       01  WS-FIN-DEPTOS           PIC X(1)    VALUE "N".
       01  WS-FIN-MAESTRO          PIC X(1)    VALUE "N".
               10  WS-DEPTO-EMPLEADOS  PIC 9(7).
               10  WS-DEPTO-COSTO      PIC 9(9)V99.

      *    Renglones de DISTLAB del pago en curso.
       01  WS-TABLA-DIST-COUNT     PIC 9(2)    VALUE ZERO.
       01  WS-TABLA-DIST.
           05  WS-DIST             OCCURS 11 TIMES
                                    INDEXED BY WS-DIST-IDX.
               10  WS-DIST-DEPTO       PIC X(4).
               10  WS-DIST-PAGO        PIC 9(6)V99.

       COPY REPDEP.

       PROCEDURE DIVISION.
           CLOSE EMPLOYEE-MASTER-FILE.

       CONTAR-UN-EMPLEADO.
           MOVE EMP-DEPT TO WS-DEPTO-BUSCADO.
           PERFORM BUSCAR-DEPARTAMENTO.
           ADD 1 TO WS-DEPTO-EMPLEADOS (WS-DEPTO-IDX).

       ACUMULAR-COSTO.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           OPEN INPUT LABOR-DISTRIBUTION-FILE.
           IF WS-DIS-FILE-STATUS = "00"
               MOVE "S" TO WS-DISTRIBUCION-ACTIVA
           ELSE
               DISPLAY "ADVERTENCIA: no hay distribucion laboral "
                   "DISTLAB; el costo va al departamento del "
                   "empleado"
           END-IF.
           OPEN INPUT PAY-DETAIL-FILE.
           IF WS-DET-FILE-STATUS = "00"
               PERFORM UNTIL WS-FIN-DETALLE = "S"
               DISPLAY "No se encontro el archivo de detalle de "
                   "nomina; el costo laboral queda en cero"
           END-IF.
           IF WS-DISTRIBUCION-ACTIVA = "S"
               CLOSE LABOR-DISTRIBUTION-FILE
           END-IF.
           CLOSE EMPLOYEE-MASTER-FILE.

       ACUMULAR-UN-DETALLE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               MOVE "????" TO EMP-DEPT
           END-IF.
           PERFORM CARGAR-DISTRIBUCION.
           IF WS-TABLA-DIST-COUNT > ZERO
               AND WS-DIS-SUMA-PAGO = DET-PAGO-BRUTO
               PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-TABLA-DIST-COUNT
                   MOVE WS-DIST-DEPTO (WS-DIST-IDX) TO WS-DEPTO-BUSCADO
                   PERFORM BUSCAR-DEPARTAMENTO
                   ADD WS-DIST-PAGO (WS-DIST-IDX)
                       TO WS-DEPTO-COSTO (WS-DEPTO-IDX)
               END-PERFORM
           ELSE
               MOVE EMP-DEPT TO WS-DEPTO-BUSCADO
               PERFORM BUSCAR-DEPARTAMENTO
               ADD DET-PAGO-BRUTO TO WS-DEPTO-COSTO (WS-DEPTO-IDX)
           END-IF.

       CARGAR-DISTRIBUCION.
      *    Solo el pago cuyos renglones de DISTLAB suman su bruto se
      *    reparte; aguinaldo, finiquito y ajustes quedan en el
      *    departamento del empleado.
           MOVE ZERO TO WS-TABLA-DIST-COUNT.
           MOVE ZERO TO WS-DIS-SUMA-PAGO.
           IF WS-DISTRIBUCION-ACTIVA = "S"
               MOVE DET-EMP-ID  TO DIS-EMP-ID
               MOVE DET-PERIODO TO DIS-PERIODO
               MOVE LOW-VALUES  TO DIS-DEPTO
               MOVE "N" TO WS-FIN-DISTRIBUCION
               START LABOR-DISTRIBUTION-FILE KEY >= DIS-KEY
                   INVALID KEY
                       MOVE "S" TO WS-FIN-DISTRIBUCION
               END-START
               PERFORM UNTIL WS-FIN-DISTRIBUCION = "S"
                   READ LABOR-DISTRIBUTION-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-DISTRIBUCION
                       NOT AT END
                           IF DIS-EMP-ID NOT = DET-EMP-ID
                               OR DIS-PERIODO NOT = DET-PERIODO
                               MOVE "S" TO WS-FIN-DISTRIBUCION
                           ELSE
                               PERFORM GUARDAR-RENGLON-DISTRIBUCION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GUARDAR-RENGLON-DISTRIBUCION.
           IF WS-TABLA-DIST-COUNT >= 11
               MOVE ZERO TO WS-TABLA-DIST-COUNT
               MOVE "S" TO WS-FIN-DISTRIBUCION
           ELSE
               ADD 1 TO WS-TABLA-DIST-COUNT
               SET WS-DIST-IDX TO WS-TABLA-DIST-COUNT
               MOVE DIS-DEPTO TO WS-DIST-DEPTO (WS-DIST-IDX)
               MOVE DIS-PAGO  TO WS-DIST-PAGO (WS-DIST-IDX)
               ADD DIS-PAGO TO WS-DIS-SUMA-PAGO
           END-IF.

       BUSCAR-DEPARTAMENTO.
      *    Deja WS-DEPTO-IDX apuntando al departamento de
      *    WS-DEPTO-BUSCADO; los departamentos fuera del maestro se
      *    agrupan bajo "????".
           MOVE ZERO TO WS-DEPTO-POS.
           PERFORM VARYING WS-DEPTO-IDX FROM 1 BY 1
               UNTIL WS-DEPTO-IDX > WS-TABLA-DEPTOS-COUNT
               IF WS-DEPTO-CODIGO (WS-DEPTO-IDX) = WS-DEPTO-BUSCADO
                   SET WS-DEPTO-POS TO WS-DEPTO-IDX
                   SET WS-DEPTO-IDX TO WS-TABLA-DEPTOS-COUNT
               END-IF
