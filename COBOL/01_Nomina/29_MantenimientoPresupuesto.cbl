      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the department labor budget (PRESUP): add,
      *          change, remove, inquire and list by year the monthly
      *          budget of a department - budgeted headcount, regular
      *          pay and overtime pay. The department must exist on
      *          the department master (DEPMAST).
      *          30_presupuesto_vs_real reports the variance of actual
      *          payroll against these figures.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 29_mantenimiento_presupuesto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "PRESUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS WS-PRE-FILE-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY PRESUP.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREG.

       WORKING-STORAGE SECTION.
       01  WS-PRE-FILE-STATUS      PIC X(2).
       01  WS-DEP-FILE-STATUS      PIC X(2).
       01  WS-OPCION               PIC X(1).
       01  WS-REGISTRO-VALIDO      PIC X(1).
       01  WS-FIN-PRESUPUESTO      PIC X(1).
       01  WS-MES-NUMERO           PIC 9(2).
       01  WS-DEPTO-CONSULTA       PIC X(4).
       01  WS-ANIO-CONSULTA        PIC 9(4).
       01  WS-CONTADOR-CONSULTA    PIC 9(3).
       01  WS-TOTAL-REGULAR        PIC 9(11)V99.
       01  WS-TOTAL-EXTRA          PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEP-FILE-STATUS NOT = "00"
               DISPLAY "No hay maestro de departamentos DEPMAST; no "
                   "se puede capturar presupuesto, codigo: "
                   WS-DEP-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O BUDGET-FILE.
           IF WS-PRE-FILE-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.

           PERFORM UNTIL WS-OPCION = "6"
               DISPLAY "1-Alta  2-Cambio  3-Baja  4-Consulta  "
                   "5-Listado del anio  6-Salir"
               DISPLAY "Selecciona una opcion:"
               ACCEPT WS-OPCION

               EVALUATE WS-OPCION
                   WHEN "1" PERFORM ALTA-PRESUPUESTO
                   WHEN "2" PERFORM CAMBIO-PRESUPUESTO
                   WHEN "3" PERFORM BAJA-PRESUPUESTO
                   WHEN "4" PERFORM CONSULTA-PRESUPUESTO
                   WHEN "5" PERFORM LISTAR-PRESUPUESTO
                   WHEN "6" CONTINUE
                   WHEN OTHER DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

           CLOSE BUDGET-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.

           STOP RUN.

       ALTA-PRESUPUESTO.
           PERFORM CAPTURAR-LLAVE.
           IF WS-REGISTRO-VALIDO = "S"
               READ BUDGET-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PRE-FILE-STATUS = "00"
                   DISPLAY "El departamento " PRE-DEPTO " ya tiene "
                       "presupuesto para " PRE-MES
                   DISPLAY "Alta rechazada"
               ELSE
                   DISPLAY "Plantilla presupuestada:"
                   ACCEPT PRE-PLANTILLA
                   DISPLAY "Sueldo regular presupuestado:"
                   ACCEPT PRE-PAGO-REGULAR
                   DISPLAY "Tiempo extra presupuestado:"
                   ACCEPT PRE-PAGO-EXTRA

                   PERFORM VALIDAR-IMPORTES
                   IF WS-REGISTRO-VALIDO = "S"
                       WRITE DEPARTMENT-BUDGET-RECORD
                           INVALID KEY
                               DISPLAY "Error al agregar, codigo: "
                                   WS-PRE-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Presupuesto agregado"
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       CAMBIO-PRESUPUESTO.
           PERFORM CAPTURAR-LLAVE.
           IF WS-REGISTRO-VALIDO = "S"
               READ BUDGET-FILE
                   INVALID KEY
                       DISPLAY "No hay presupuesto del departamento "
                           PRE-DEPTO " para " PRE-MES
               END-READ
               IF WS-PRE-FILE-STATUS = "00"
                   DISPLAY "Plantilla [" PRE-PLANTILLA "]:"
                   ACCEPT PRE-PLANTILLA
                   DISPLAY "Sueldo regular [" PRE-PAGO-REGULAR "]:"
                   ACCEPT PRE-PAGO-REGULAR
                   DISPLAY "Tiempo extra [" PRE-PAGO-EXTRA "]:"
                   ACCEPT PRE-PAGO-EXTRA

                   PERFORM VALIDAR-IMPORTES
                   IF WS-REGISTRO-VALIDO = "S"
                       REWRITE DEPARTMENT-BUDGET-RECORD
                           INVALID KEY
                               DISPLAY "Error al modificar, codigo: "
                                   WS-PRE-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Presupuesto modificado"
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       BAJA-PRESUPUESTO.
           PERFORM CAPTURAR-LLAVE.
           IF WS-REGISTRO-VALIDO = "S"
               READ BUDGET-FILE
                   INVALID KEY
                       DISPLAY "No hay presupuesto del departamento "
                           PRE-DEPTO " para " PRE-MES
               END-READ
               IF WS-PRE-FILE-STATUS = "00"
                   DISPLAY "Se elimina el presupuesto de " PRE-DEPTO
                       " para " PRE-MES
                   DISPLAY "Confirmar (S/N):"
                   ACCEPT WS-OPCION
                   IF WS-OPCION = "S"
                       DELETE BUDGET-FILE
                           INVALID KEY
                               DISPLAY "Error al eliminar, codigo: "
                                   WS-PRE-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Presupuesto eliminado"
                       END-DELETE
                   ELSE
                       DISPLAY "Baja cancelada"
                   END-IF
                   MOVE SPACE TO WS-OPCION
               END-IF
           END-IF.

       CONSULTA-PRESUPUESTO.
           DISPLAY "Departamento:".
           ACCEPT PRE-DEPTO.
           DISPLAY "Mes (AAAAMM):".
           ACCEPT PRE-MES.
           READ BUDGET-FILE
               INVALID KEY
                   DISPLAY "No hay presupuesto del departamento "
                       PRE-DEPTO " para " PRE-MES
           END-READ.

           IF WS-PRE-FILE-STATUS = "00"
               DISPLAY "Departamento:   " PRE-DEPTO
               DISPLAY "Mes:            " PRE-MES
               DISPLAY "Plantilla:      " PRE-PLANTILLA
               DISPLAY "Sueldo regular: " PRE-PAGO-REGULAR
               DISPLAY "Tiempo extra:   " PRE-PAGO-EXTRA
           END-IF.

       LISTAR-PRESUPUESTO.
           DISPLAY "Departamento a listar:".
           ACCEPT WS-DEPTO-CONSULTA.
           DISPLAY "Anio a listar (AAAA):".
           ACCEPT WS-ANIO-CONSULTA.
           MOVE ZERO TO WS-CONTADOR-CONSULTA.
           MOVE ZERO TO WS-TOTAL-REGULAR.
           MOVE ZERO TO WS-TOTAL-EXTRA.
           MOVE "N" TO WS-FIN-PRESUPUESTO.
           MOVE WS-DEPTO-CONSULTA TO PRE-DEPTO.
           MOVE WS-ANIO-CONSULTA TO PRE-MES (1:4).
           MOVE "01" TO PRE-MES (5:2).
           START BUDGET-FILE KEY >= PRE-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIN-PRESUPUESTO
           END-START.
           PERFORM UNTIL WS-FIN-PRESUPUESTO = "S"
               READ BUDGET-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PRESUPUESTO
                   NOT AT END
                       IF PRE-DEPTO NOT = WS-DEPTO-CONSULTA
                           OR PRE-MES (1:4) NOT = WS-ANIO-CONSULTA
                           MOVE "S" TO WS-FIN-PRESUPUESTO
                       ELSE
                           ADD 1 TO WS-CONTADOR-CONSULTA
                           ADD PRE-PAGO-REGULAR TO WS-TOTAL-REGULAR
                           ADD PRE-PAGO-EXTRA TO WS-TOTAL-EXTRA
                           DISPLAY PRE-MES "  " PRE-PLANTILLA "  "
                               PRE-PAGO-REGULAR "  " PRE-PAGO-EXTRA
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Meses listados: " WS-CONTADOR-CONSULTA.
           DISPLAY "Total sueldo regular: " WS-TOTAL-REGULAR.
           DISPLAY "Total tiempo extra:   " WS-TOTAL-EXTRA.

       CAPTURAR-LLAVE.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           DISPLAY "Departamento:".
           ACCEPT PRE-DEPTO.
           DISPLAY "Mes (AAAAMM):".
           ACCEPT PRE-MES.

           IF PRE-DEPTO = SPACE
               DISPLAY "El departamento es obligatorio"
               MOVE "N" TO WS-REGISTRO-VALIDO
           ELSE
               MOVE PRE-DEPTO TO DEP-CODIGO
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "El departamento " PRE-DEPTO
                           " no existe en el maestro de "
                           "departamentos"
                       MOVE "N" TO WS-REGISTRO-VALIDO
               END-READ
           END-IF.
           IF PRE-MES NOT NUMERIC
               DISPLAY "Mes invalido, debe ser AAAAMM"
               MOVE "N" TO WS-REGISTRO-VALIDO
           ELSE
               MOVE PRE-MES (5:2) TO WS-MES-NUMERO
               IF PRE-MES (1:4) < "1900"
                   OR WS-MES-NUMERO < 1 OR WS-MES-NUMERO > 12
                   DISPLAY "Mes invalido, debe ser AAAAMM"
                   MOVE "N" TO WS-REGISTRO-VALIDO
               END-IF
           END-IF.

       VALIDAR-IMPORTES.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           IF PRE-PLANTILLA NOT NUMERIC
               DISPLAY "Plantilla invalida, debe ser numerica"
               MOVE "N" TO WS-REGISTRO-VALIDO
           END-IF
           IF PRE-PAGO-REGULAR NOT NUMERIC
               DISPLAY "Sueldo regular invalido, debe ser numerico"
               MOVE "N" TO WS-REGISTRO-VALIDO
           END-IF
           IF PRE-PAGO-EXTRA NOT NUMERIC
               DISPLAY "Tiempo extra invalido, debe ser numerico"
               MOVE "N" TO WS-REGISTRO-VALIDO
           END-IF.
       END PROGRAM 29_mantenimiento_presupuesto.
