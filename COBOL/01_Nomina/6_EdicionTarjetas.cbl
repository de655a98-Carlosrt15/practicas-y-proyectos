      * Date:
      * Purpose: Front-end edit of captured time cards before
      *          01_nomina: every card is validated against the
      *          employee master and the pay-period calendar, and
      *          an optional charge department against the department
      *          master; clean
      *          cards go to the file 01_nomina sorts, rejects go to a
      *          suspense file with a reason code, and an edit report
      *          is printed with counts. The prior pass's corrected
               RECORD KEY IS PER-ID
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEP-FILE-STATUS.

           SELECT ENTERED-CARDS-FILE ASSIGN TO "TARJENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-FILE-STATUS.
       FD  PAY-PERIOD-FILE.
       COPY PERIODO.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPREG.

       FD  ENTERED-CARDS-FILE.
       COPY TARJETA.

                     ==SUS-WORK-DATE==   BY ==PSU-WORK-DATE==
                     ==SUS-HOURS==       BY ==PSU-HOURS==
                     ==SUS-SHIFT-CODE==  BY ==PSU-SHIFT-CODE==
                     ==SUS-DEPTO-CARGO== BY ==PSU-DEPTO-CARGO==
                     ==SUS-MOTIVO==      BY ==PSU-MOTIVO==.

       FD  CLEAN-CARDS-FILE.
       01  TCL-RECORD                  PIC X(23).

       FD  SUSPENSE-FILE.
       COPY SUSPEN.
       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS      PIC X(2).
       01  WS-PER-FILE-STATUS      PIC X(2).
       01  WS-DEP-FILE-STATUS      PIC X(2).
       01  WS-DEPTOS-ACTIVOS       PIC X(1)    VALUE "N".
       01  WS-ENT-FILE-STATUS      PIC X(2).
       01  WS-SAN-FILE-STATUS      PIC X(2).
       01  WS-TCL-FILE-STATUS      PIC X(2).
                     ==TC-EMP-ID==        BY ==WS-TC-EMP-ID==
                     ==TC-WORK-DATE==     BY ==WS-TC-WORK-DATE==
                     ==TC-HOURS==         BY ==WS-TC-HOURS==
                     ==TC-SHIFT-CODE==    BY ==WS-TC-SHIFT-CODE==
                     ==TC-DEPTO-CARGO==   BY ==WS-TC-DEPTO-CARGO==.

       COPY REPEDI.

           PERFORM VALIDAR-PERIODO.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEP-FILE-STATUS = "00"
               MOVE "S" TO WS-DEPTOS-ACTIVOS
           ELSE
               DISPLAY "ADVERTENCIA: no hay maestro de departamentos "
                   "DEPMAST; el departamento de cargo no se valida"
           END-IF.
           OPEN INPUT ENTERED-CARDS-FILE.
           OPEN OUTPUT CLEAN-CARDS-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           PERFORM ESCRIBIR-CONTROL-EDICION.

           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-DEPTOS-ACTIVOS = "S"
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.
           CLOSE ENTERED-CARDS-FILE.
           CLOSE CLEAN-CARDS-FILE.
           CLOSE SUSPENSE-FILE.

           IF WS-MOTIVO-RECHAZO = SPACE
               PERFORM VALIDAR-EMPLEADO-TARJETA
           END-IF

           IF WS-MOTIVO-RECHAZO = SPACE
               AND WS-TC-DEPTO-CARGO NOT = SPACE
               AND WS-DEPTOS-ACTIVOS = "S"
               MOVE WS-TC-DEPTO-CARGO TO DEP-CODIGO
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       MOVE "07" TO WS-MOTIVO-RECHAZO
               END-READ
           END-IF.

       VALIDAR-FECHA.
           MOVE WS-TC-WORK-DATE   TO EDI-WORK-DATE.
           MOVE WS-TC-HOURS       TO EDI-HOURS.
           MOVE WS-TC-SHIFT-CODE  TO EDI-SHIFT-CODE.
           MOVE WS-TC-DEPTO-CARGO TO EDI-DEPTO-CARGO.
           MOVE WS-MOTIVO-RECHAZO TO EDI-MOTIVO.
           EVALUATE WS-MOTIVO-RECHAZO
               WHEN "01"
                   MOVE "HORAS FUERA DE RANGO" TO EDI-MOTIVO-DESC
               WHEN "06"
                   MOVE "TURNO INVALIDO" TO EDI-MOTIVO-DESC
               WHEN "07"
                   MOVE "DEPTO DE CARGO INEXISTENTE"
                       TO EDI-MOTIVO-DESC
               WHEN OTHER
                   MOVE "MOTIVO DESCONOCIDO" TO EDI-MOTIVO-DESC
           END-EVALUATE.
