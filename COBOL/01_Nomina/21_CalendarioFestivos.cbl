      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the official-holiday calendar (FESTIVOS):
      *          add, remove, inquire and list the days of mandatory
      *          rest. 01_nomina pays every hour worked on a date on
      *          this calendar at triple time, so HR keeps it loaded
      *          for the year ahead - including the movable dates
      *          (first Monday of February, third Monday of March and
      *          November) and election days when they are decreed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 21_calendario_festivos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "FESTIVOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FES-FECHA
               FILE STATUS IS WS-FES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       COPY FESTIV.

       WORKING-STORAGE SECTION.
       01  WS-FES-FILE-STATUS      PIC X(2).
       01  WS-OPCION               PIC X(1).
       01  WS-REGISTRO-VALIDO      PIC X(1).
       01  WS-FIN-FESTIVOS         PIC X(1).
       01  WS-ANIO-CONSULTA        PIC 9(4).
       01  WS-CONTADOR-CONSULTA    PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O HOLIDAY-FILE.
           IF WS-FES-FILE-STATUS = "35"
               OPEN OUTPUT HOLIDAY-FILE
               CLOSE HOLIDAY-FILE
               OPEN I-O HOLIDAY-FILE
           END-IF.

           PERFORM UNTIL WS-OPCION = "5"
               DISPLAY "1-Alta  2-Baja  3-Consulta  4-Listado del anio"
                   "  5-Salir"
               DISPLAY "Selecciona una opcion:"
               ACCEPT WS-OPCION

               EVALUATE WS-OPCION
                   WHEN "1" PERFORM ALTA-FESTIVO
                   WHEN "2" PERFORM BAJA-FESTIVO
                   WHEN "3" PERFORM CONSULTA-FESTIVO
                   WHEN "4" PERFORM LISTAR-FESTIVOS
                   WHEN "5" CONTINUE
                   WHEN OTHER DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

           CLOSE HOLIDAY-FILE.

           STOP RUN.

       ALTA-FESTIVO.
           DISPLAY "Fecha del dia festivo (AAAAMMDD):".
           ACCEPT FES-FECHA.

           PERFORM VALIDAR-FECHA-FESTIVO.
           IF WS-REGISTRO-VALIDO = "S"
               READ HOLIDAY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FES-FILE-STATUS = "00"
                   DISPLAY "La fecha " FES-FECHA " ya es festivo: "
                       FES-DESCRIPCION
                   DISPLAY "Alta rechazada"
               ELSE
                   DISPLAY "Descripcion:"
                   ACCEPT FES-DESCRIPCION
                   IF FES-DESCRIPCION = SPACE
                       DISPLAY "La descripcion es obligatoria"
                       DISPLAY "Alta rechazada"
                   ELSE
                       WRITE HOLIDAY-RECORD
                           INVALID KEY
                               DISPLAY "Error al agregar, codigo: "
                                   WS-FES-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Dia festivo agregado"
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       BAJA-FESTIVO.
           DISPLAY "Fecha del dia festivo a eliminar (AAAAMMDD):".
           ACCEPT FES-FECHA.
           READ HOLIDAY-FILE
               INVALID KEY
                   DISPLAY "La fecha " FES-FECHA " no es festivo"
           END-READ.

           IF WS-FES-FILE-STATUS = "00"
               DISPLAY "Se elimina " FES-FECHA " " FES-DESCRIPCION
               DISPLAY "Confirmar (S/N):"
               ACCEPT WS-OPCION
               IF WS-OPCION = "S"
                   DELETE HOLIDAY-FILE
                       INVALID KEY
                           DISPLAY "Error al eliminar, codigo: "
                               WS-FES-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "Dia festivo eliminado"
                   END-DELETE
               ELSE
                   DISPLAY "Baja cancelada"
               END-IF
               MOVE SPACE TO WS-OPCION
           END-IF.

       CONSULTA-FESTIVO.
           DISPLAY "Fecha a consultar (AAAAMMDD):".
           ACCEPT FES-FECHA.
           READ HOLIDAY-FILE
               INVALID KEY
                   DISPLAY "La fecha " FES-FECHA " no es festivo"
           END-READ.

           IF WS-FES-FILE-STATUS = "00"
               DISPLAY "Festivo:     " FES-FECHA
               DISPLAY "Descripcion: " FES-DESCRIPCION
           END-IF.

       LISTAR-FESTIVOS.
           DISPLAY "Anio a listar (AAAA):".
           ACCEPT WS-ANIO-CONSULTA.
           MOVE ZERO TO WS-CONTADOR-CONSULTA.
           MOVE "N" TO WS-FIN-FESTIVOS.
           MOVE WS-ANIO-CONSULTA TO FES-FECHA (1:4).
           MOVE "0101" TO FES-FECHA (5:4).
           START HOLIDAY-FILE KEY >= FES-FECHA
               INVALID KEY
                   MOVE "S" TO WS-FIN-FESTIVOS
           END-START.
           PERFORM UNTIL WS-FIN-FESTIVOS = "S"
               READ HOLIDAY-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-FESTIVOS
                   NOT AT END
                       IF FES-FECHA (1:4) NOT = WS-ANIO-CONSULTA
                           MOVE "S" TO WS-FIN-FESTIVOS
                       ELSE
                           ADD 1 TO WS-CONTADOR-CONSULTA
                           DISPLAY FES-FECHA "  " FES-DESCRIPCION
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Dias festivos listados: " WS-CONTADOR-CONSULTA.

       VALIDAR-FECHA-FESTIVO.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           IF FES-FECHA NOT NUMERIC
               OR FES-FECHA = ZERO
               DISPLAY "Fecha invalida"
               MOVE "N" TO WS-REGISTRO-VALIDO
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (FES-FECHA) NOT = ZERO
                   DISPLAY "La fecha " FES-FECHA " no existe en el "
                       "calendario"
                   MOVE "N" TO WS-REGISTRO-VALIDO
               END-IF
           END-IF.
       END PROGRAM 21_calendario_festivos.
