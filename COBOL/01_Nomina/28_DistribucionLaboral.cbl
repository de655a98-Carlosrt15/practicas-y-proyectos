      ******************************************************************
      * Author:
      * Date:
      * Purpose: Labor-distribution report for one period from the
      *          DISTLAB rows written by the payroll run: for every
      *          employee paid, the hours and pay charged to each
      *          department that used the labor (home department
      *          included) with its share of the employee's hours,
      *          an employee total that ties to the gross pay, and
      *          control totals with the count of employees who
      *          charged hours outside their own department.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 28_distribucion_laboral.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-DISTRIBUTION-FILE ASSIGN TO "DISTLAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-KEY
               FILE STATUS IS WS-DIS-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO "REPDIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LABOR-DISTRIBUTION-FILE.
       COPY DISLAB.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREG.

       FD  DISTRIBUTION-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DIS-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DIS-FILE-STATUS      PIC X(2).
       01  WS-EMP-FILE-STATUS      PIC X(2).
       01  WS-REP-FILE-STATUS      PIC X(2).
       01  WS-EMPLEADOS-ACTIVOS    PIC X(1)    VALUE "N".
       01  WS-PARAM-PERIODO        PIC 9(6).
       01  WS-FIN-DISTRIBUCION     PIC X(1)    VALUE "N".
       01  WS-EMP-ID-ACTUAL        PIC 9(6)    VALUE ZERO.
       01  WS-EMP-NOMBRE           PIC X(30).
       01  WS-EMP-CON-CARGO        PIC X(1).
       01  WS-EMP-HORAS            PIC 9(5)V99.
       01  WS-EMP-PAGO             PIC 9(7)V99.
       01  WS-TOTAL-EMPLEADOS      PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-CON-CARGO      PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-HORAS          PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-PAGO           PIC 9(9)V99 VALUE ZERO.

      *    Renglones del empleado en curso; se imprimen al cambiar de
      *    empleado porque el porcentaje necesita el total de horas.
       01  WS-TABLA-DIST-COUNT     PIC 9(2)    VALUE ZERO.
       01  WS-TABLA-DIST.
           05  WS-DIST             OCCURS 11 TIMES
                                    INDEXED BY WS-DIST-IDX.
               10  WS-DIST-DEPTO           PIC X(4).
               10  WS-DIST-DEPTO-BASE      PIC X(4).
               10  WS-DIST-HORAS-REGULARES PIC 9(3)V99.
               10  WS-DIST-HORAS-EXTRA     PIC 9(3)V99.
               10  WS-DIST-HORAS-FESTIVO   PIC 9(3)V99.
               10  WS-DIST-HORAS-TOTAL     PIC 9(3)V99.
               10  WS-DIST-PAGO            PIC 9(6)V99.

       COPY REPDIS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARAM-PERIODO FROM COMMAND-LINE.
           IF WS-PARAM-PERIODO NOT NUMERIC
               OR WS-PARAM-PERIODO = ZERO
               DISPLAY "Debe indicarse el periodo de la distribucion "
                   "laboral"
               STOP RUN
           END-IF.

           OPEN INPUT LABOR-DISTRIBUTION-FILE.
           IF WS-DIS-FILE-STATUS NOT = "00"
               DISPLAY "No hay distribucion laboral DISTLAB; no hay "
                   "reporte que generar, codigo: " WS-DIS-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-FILE-STATUS = "00"
               MOVE "S" TO WS-EMPLEADOS-ACTIVOS
           ELSE
               DISPLAY "ADVERTENCIA: no se puede abrir el maestro de "
                   "empleados; el reporte sale sin nombres"
           END-IF.
           OPEN OUTPUT DISTRIBUTION-REPORT-FILE.

           MOVE WS-PARAM-PERIODO TO DIS-TIT-PERIODO.
           MOVE DIS-LINE-TITULO TO DIS-PRINT-LINE.
           WRITE DIS-PRINT-LINE.
           MOVE DIS-LINE-HEADING TO DIS-PRINT-LINE.
           WRITE DIS-PRINT-LINE.

           MOVE ZERO TO DIS-KEY.
           START LABOR-DISTRIBUTION-FILE KEY >= DIS-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIN-DISTRIBUCION
           END-START.
           PERFORM UNTIL WS-FIN-DISTRIBUCION = "S"
               READ LABOR-DISTRIBUTION-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-DISTRIBUCION
                   NOT AT END
                       IF DIS-PERIODO = WS-PARAM-PERIODO
                           PERFORM ACUMULAR-RENGLON
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TABLA-DIST-COUNT > ZERO
               PERFORM ESCRIBIR-EMPLEADO
           END-IF.

           MOVE WS-TOTAL-EMPLEADOS TO DIS-CTL-EMPLEADOS.
           MOVE WS-TOTAL-CON-CARGO TO DIS-CTL-CON-CARGO.
           MOVE WS-TOTAL-HORAS     TO DIS-CTL-HORAS.
           MOVE WS-TOTAL-PAGO      TO DIS-CTL-PAGO.
           MOVE DIS-LINE-CONTROL TO DIS-PRINT-LINE.
           WRITE DIS-PRINT-LINE.

           CLOSE LABOR-DISTRIBUTION-FILE.
           IF WS-EMPLEADOS-ACTIVOS = "S"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           CLOSE DISTRIBUTION-REPORT-FILE.

           DISPLAY "Distribucion laboral del periodo "
               WS-PARAM-PERIODO ": " WS-TOTAL-EMPLEADOS
               " empleados, " WS-TOTAL-CON-CARGO
               " con horas cargadas a otro departamento".

           STOP RUN.

       ACUMULAR-RENGLON.
           IF DIS-EMP-ID NOT = WS-EMP-ID-ACTUAL
               IF WS-TABLA-DIST-COUNT > ZERO
                   PERFORM ESCRIBIR-EMPLEADO
               END-IF
               MOVE DIS-EMP-ID TO WS-EMP-ID-ACTUAL
               MOVE ZERO TO WS-TABLA-DIST-COUNT
           END-IF.

           IF WS-TABLA-DIST-COUNT >= 11
               DISPLAY "Tabla de distribucion llena; el renglon del "
                   "departamento " DIS-DEPTO " del empleado "
                   DIS-EMP-ID " no se reporta"
           ELSE
               ADD 1 TO WS-TABLA-DIST-COUNT
               SET WS-DIST-IDX TO WS-TABLA-DIST-COUNT
               MOVE DIS-DEPTO      TO WS-DIST-DEPTO (WS-DIST-IDX)
               MOVE DIS-DEPTO-BASE TO WS-DIST-DEPTO-BASE (WS-DIST-IDX)
               MOVE DIS-HORAS-REGULARES
                   TO WS-DIST-HORAS-REGULARES (WS-DIST-IDX)
               MOVE DIS-HORAS-EXTRA
                   TO WS-DIST-HORAS-EXTRA (WS-DIST-IDX)
               MOVE DIS-HORAS-FESTIVO
                   TO WS-DIST-HORAS-FESTIVO (WS-DIST-IDX)
               MOVE DIS-HORAS-TOTAL
                   TO WS-DIST-HORAS-TOTAL (WS-DIST-IDX)
               MOVE DIS-PAGO       TO WS-DIST-PAGO (WS-DIST-IDX)
           END-IF.

       ESCRIBIR-EMPLEADO.
           MOVE SPACE TO WS-EMP-NOMBRE.
           IF WS-EMPLEADOS-ACTIVOS = "S"
               MOVE WS-EMP-ID-ACTUAL TO EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE "(NO ESTA EN EL MAESTRO)"
                           TO WS-EMP-NOMBRE
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-EMP-NOMBRE
               END-READ
           END-IF.

           MOVE "N"  TO WS-EMP-CON-CARGO.
           MOVE ZERO TO WS-EMP-HORAS.
           MOVE ZERO TO WS-EMP-PAGO.
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-TABLA-DIST-COUNT
               ADD WS-DIST-HORAS-TOTAL (WS-DIST-IDX) TO WS-EMP-HORAS
               ADD WS-DIST-PAGO (WS-DIST-IDX) TO WS-EMP-PAGO
               IF WS-DIST-DEPTO (WS-DIST-IDX) NOT =
                   WS-DIST-DEPTO-BASE (WS-DIST-IDX)
                   MOVE "S" TO WS-EMP-CON-CARGO
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-TABLA-DIST-COUNT
               PERFORM ESCRIBIR-RENGLON
           END-PERFORM.

           MOVE WS-EMP-HORAS TO DIS-EMP-HORAS-TOTAL.
           MOVE WS-EMP-PAGO  TO DIS-EMP-PAGO.
           MOVE DIS-LINE-EMPLEADO TO DIS-PRINT-LINE.
           WRITE DIS-PRINT-LINE.

           ADD 1 TO WS-TOTAL-EMPLEADOS.
           IF WS-EMP-CON-CARGO = "S"
               ADD 1 TO WS-TOTAL-CON-CARGO
           END-IF.
           ADD WS-EMP-HORAS TO WS-TOTAL-HORAS.
           ADD WS-EMP-PAGO  TO WS-TOTAL-PAGO.

       ESCRIBIR-RENGLON.
           IF WS-DIST-IDX = 1
               MOVE WS-EMP-ID-ACTUAL TO DIS-DET-EMP-ID
               MOVE WS-EMP-NOMBRE    TO DIS-DET-NOMBRE
           ELSE
               MOVE SPACE TO DIS-DET-EMP-ID
               MOVE SPACE TO DIS-DET-NOMBRE
           END-IF.
           MOVE WS-DIST-DEPTO (WS-DIST-IDX)      TO DIS-DET-DEPTO.
           MOVE WS-DIST-DEPTO-BASE (WS-DIST-IDX) TO DIS-DET-BASE.
           MOVE WS-DIST-HORAS-REGULARES (WS-DIST-IDX)
               TO DIS-DET-HORAS-REG.
           MOVE WS-DIST-HORAS-EXTRA (WS-DIST-IDX)
               TO DIS-DET-HORAS-EXTRA.
           MOVE WS-DIST-HORAS-FESTIVO (WS-DIST-IDX)
               TO DIS-DET-HORAS-FESTIVO.
           MOVE WS-DIST-HORAS-TOTAL (WS-DIST-IDX)
               TO DIS-DET-HORAS-TOTAL.
           MOVE WS-DIST-PAGO (WS-DIST-IDX) TO DIS-DET-PAGO.
           IF WS-EMP-HORAS > ZERO
               COMPUTE DIS-DET-PORCENTAJE ROUNDED =
                   WS-DIST-HORAS-TOTAL (WS-DIST-IDX) * 100
                   / WS-EMP-HORAS
           ELSE
               MOVE ZERO TO DIS-DET-PORCENTAJE
           END-IF.
           MOVE DIS-LINE-DETALLE TO DIS-PRINT-LINE.
           WRITE DIS-PRINT-LINE.
       END PROGRAM 28_distribucion_laboral.
