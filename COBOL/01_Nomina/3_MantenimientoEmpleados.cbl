      * Purpose: Add/change/deactivate/inquire transactions against
      *          EMPLOYEE-MASTER, with field validation, so HR changes
      *          no longer require editing the master file by hand.
      *          The hire date is captured and checked for a real
      *          calendar date no later than today. The RFC, CURP
      *          and NSS that go on the CFDI de nomina are checked for
      *          format (RFC and CURP structure and birth date, NSS
      *          check digit) together with the SAT contract and
      *          regime codes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-REGISTRO-VALIDO      PIC X(1).
       01  WS-OPERADOR             PIC X(8)    VALUE SPACE.
       01  WS-FECHA-HORA           PIC X(14).
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-POSICION             PIC 9(2).
       01  WS-CARACTER             PIC X(1).
       01  WS-CLAVE-VALIDA         PIC X(1).
       01  WS-FECHA-CLAVE.
           05  WS-CLAVE-ANIO           PIC 9(2).
           05  WS-CLAVE-MES            PIC 9(2).
           05  WS-CLAVE-DIA            PIC 9(2).
       01  WS-NSS-DIGITO           PIC 9(2).
       01  WS-NSS-SUMA             PIC 9(3).
       01  WS-NSS-VERIFICADOR      PIC 9(1).
       01  WS-IMAGEN-ANTES.
           05  WS-ANT-PAY-RATE         PIC 9(3)V99.
           05  WS-ANT-DEPT             PIC X(4).
               ACCEPT EMP-BANK-ROUTING
               DISPLAY "Banco - cuenta:"
               ACCEPT EMP-BANK-ACCOUNT
               DISPLAY "Fecha de ingreso (AAAAMMDD):"
               ACCEPT EMP-FECHA-INGRESO
               DISPLAY "RFC (13 posiciones):"
               ACCEPT EMP-RFC
               DISPLAY "CURP (18 posiciones):"
               ACCEPT EMP-CURP
               DISPLAY "Numero de seguridad social (11 digitos):"
               ACCEPT EMP-NSS
               DISPLAY "Tipo de contrato SAT (01-10, 99):"
               ACCEPT EMP-TIPO-CONTRATO
               DISPLAY "Tipo de regimen SAT (02-13, 99):"
               ACCEPT EMP-TIPO-REGIMEN
               MOVE "A" TO EMP-STATUS
               MOVE "A" TO EMP-BANK-STATUS

               ACCEPT EMP-BANK-ROUTING
               DISPLAY "Banco - cuenta [" EMP-BANK-ACCOUNT "]:"
               ACCEPT EMP-BANK-ACCOUNT
               DISPLAY "Fecha de ingreso [" EMP-FECHA-INGRESO "]:"
               ACCEPT EMP-FECHA-INGRESO
               DISPLAY "RFC [" EMP-RFC "]:"
               ACCEPT EMP-RFC
               DISPLAY "CURP [" EMP-CURP "]:"
               ACCEPT EMP-CURP
               DISPLAY "Numero de seguridad social [" EMP-NSS "]:"
               ACCEPT EMP-NSS
               DISPLAY "Tipo de contrato SAT [" EMP-TIPO-CONTRATO "]:"
               ACCEPT EMP-TIPO-CONTRATO
               DISPLAY "Tipo de regimen SAT [" EMP-TIPO-REGIMEN "]:"
               ACCEPT EMP-TIPO-REGIMEN
               IF EMP-BANK-STATUS = "R"
                   DISPLAY "Los datos bancarios estaban rechazados "
                       "por el banco; se marcan como utilizables"
               DISPLAY "Routing:     " EMP-BANK-ROUTING
               DISPLAY "Cuenta:      " EMP-BANK-ACCOUNT
               DISPLAY "Banco edo.:  " EMP-BANK-STATUS
               DISPLAY "F. ingreso:  " EMP-FECHA-INGRESO
               DISPLAY "RFC:         " EMP-RFC
               DISPLAY "CURP:        " EMP-CURP
               DISPLAY "NSS:         " EMP-NSS
               DISPLAY "Contrato SAT:" EMP-TIPO-CONTRATO
               DISPLAY "Regimen SAT: " EMP-TIPO-REGIMEN
           END-IF.

       GUARDAR-IMAGEN-ANTES.
           MOVE EMP-STATUS           TO AUD-NVO-STATUS.
           MOVE EMP-BANK-ROUTING     TO AUD-NVO-BANK-ROUTING.
           MOVE EMP-BANK-ACCOUNT     TO AUD-NVO-BANK-ACCOUNT.
           MOVE WS-FECHA-HORA (1:8)  TO AUD-FECHA-EFECTIVA.
           WRITE AUDIT-JOURNAL-RECORD.
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: no se pudo escribir la bitacora "
           IF EMP-GRUPO-PAGO NOT = "S" AND EMP-GRUPO-PAGO NOT = "Q"
               DISPLAY "Grupo de pago invalido, debe ser S o Q"
               MOVE "N" TO WS-REGISTRO-VALIDO
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           IF EMP-FECHA-INGRESO NOT NUMERIC
               OR EMP-FECHA-INGRESO = ZERO
               DISPLAY "La fecha de ingreso es obligatoria (AAAAMMDD)"
               MOVE "N" TO WS-REGISTRO-VALIDO
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (EMP-FECHA-INGRESO)
                       NOT = ZERO
                   DISPLAY "Fecha de ingreso invalida: "
                       EMP-FECHA-INGRESO
                   MOVE "N" TO WS-REGISTRO-VALIDO
               ELSE
                   IF EMP-FECHA-INGRESO > WS-FECHA-HOY
                       DISPLAY "La fecha de ingreso no puede ser "
                           "posterior a hoy"
                       MOVE "N" TO WS-REGISTRO-VALIDO
                   END-IF
               END-IF
           END-IF.
           PERFORM VALIDAR-DATOS-FISCALES.

       VALIDAR-DATOS-FISCALES.
           INSPECT EMP-RFC CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT EMP-CURP CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VALIDAR-RFC.
           IF WS-CLAVE-VALIDA = "N"
               DISPLAY "RFC invalido: " EMP-RFC
                   " (4 letras, fecha AAMMDD y homoclave de 3)"
               MOVE "N" TO WS-REGISTRO-VALIDO
           END-IF.
           PERFORM VALIDAR-CURP.
           IF WS-CLAVE-VALIDA = "N"
               DISPLAY "CURP invalida: " EMP-CURP
                   " (4 letras, fecha AAMMDD, sexo H/M/X, entidad, "
                   "3 consonantes, homoclave y digito)"
               MOVE "N" TO WS-REGISTRO-VALIDO
           ELSE
               IF EMP-CURP (5:6) NOT = EMP-RFC (5:6)
                   DISPLAY "La fecha de nacimiento de la CURP no "
                       "coincide con la del RFC"
                   MOVE "N" TO WS-REGISTRO-VALIDO
               END-IF
           END-IF.
           PERFORM VALIDAR-NSS.
           IF WS-CLAVE-VALIDA = "N"
               DISPLAY "NSS invalido: " EMP-NSS
                   " (11 digitos con digito verificador)"
               MOVE "N" TO WS-REGISTRO-VALIDO
           END-IF.
           IF EMP-TIPO-CONTRATO NOT = "99"
               AND (EMP-TIPO-CONTRATO < "01"
                    OR EMP-TIPO-CONTRATO > "10"
                    OR EMP-TIPO-CONTRATO NOT NUMERIC)
               DISPLAY "Tipo de contrato SAT invalido, debe ser "
                   "01 a 10 o 99"
               MOVE "N" TO WS-REGISTRO-VALIDO
           END-IF.
           IF EMP-TIPO-REGIMEN NOT = "99"
               AND (EMP-TIPO-REGIMEN < "02"
                    OR EMP-TIPO-REGIMEN > "13"
                    OR EMP-TIPO-REGIMEN NOT NUMERIC)
               DISPLAY "Tipo de regimen SAT invalido, debe ser "
                   "02 a 13 o 99"
               MOVE "N" TO WS-REGISTRO-VALIDO
           END-IF.

       VALIDAR-RFC.
      *    Persona fisica: 4 letras (se admite "&"), fecha de
      *    nacimiento AAMMDD y homoclave alfanumerica de 3.
           MOVE "S" TO WS-CLAVE-VALIDA.
           PERFORM VARYING WS-POSICION FROM 1 BY 1
                   UNTIL WS-POSICION > 4
               MOVE EMP-RFC (WS-POSICION:1) TO WS-CARACTER
               IF (WS-CARACTER < "A" OR WS-CARACTER > "Z")
                   AND WS-CARACTER NOT = "&"
                   MOVE "N" TO WS-CLAVE-VALIDA
               END-IF
           END-PERFORM.
           IF EMP-RFC (5:6) NOT NUMERIC
               MOVE "N" TO WS-CLAVE-VALIDA
           ELSE
               MOVE EMP-RFC (5:6) TO WS-FECHA-CLAVE
               PERFORM VALIDAR-FECHA-CLAVE
           END-IF.
           PERFORM VARYING WS-POSICION FROM 11 BY 1
                   UNTIL WS-POSICION > 13
               MOVE EMP-RFC (WS-POSICION:1) TO WS-CARACTER
               PERFORM VALIDAR-ALFANUMERICO
           END-PERFORM.

       VALIDAR-CURP.
           MOVE "S" TO WS-CLAVE-VALIDA.
           PERFORM VARYING WS-POSICION FROM 1 BY 1
                   UNTIL WS-POSICION > 4
               MOVE EMP-CURP (WS-POSICION:1) TO WS-CARACTER
               PERFORM VALIDAR-LETRA
           END-PERFORM.
           IF EMP-CURP (5:6) NOT NUMERIC
               MOVE "N" TO WS-CLAVE-VALIDA
           ELSE
               MOVE EMP-CURP (5:6) TO WS-FECHA-CLAVE
               PERFORM VALIDAR-FECHA-CLAVE
           END-IF.
           IF EMP-CURP (11:1) NOT = "H"
               AND EMP-CURP (11:1) NOT = "M"
               AND EMP-CURP (11:1) NOT = "X"
               MOVE "N" TO WS-CLAVE-VALIDA
           END-IF.
           PERFORM VARYING WS-POSICION FROM 12 BY 1
                   UNTIL WS-POSICION > 16
               MOVE EMP-CURP (WS-POSICION:1) TO WS-CARACTER
               PERFORM VALIDAR-LETRA
           END-PERFORM.
           MOVE EMP-CURP (17:1) TO WS-CARACTER.
           PERFORM VALIDAR-ALFANUMERICO.
           IF EMP-CURP (18:1) NOT NUMERIC
               MOVE "N" TO WS-CLAVE-VALIDA
           END-IF.

       VALIDAR-NSS.
      *    11 digitos; el ultimo es verificador (modulo 10 sobre los
      *    primeros 10, duplicando las posiciones pares).
           MOVE "S" TO WS-CLAVE-VALIDA.
           IF EMP-NSS NOT NUMERIC
               MOVE "N" TO WS-CLAVE-VALIDA
           ELSE
               MOVE ZERO TO WS-NSS-SUMA
               PERFORM VARYING WS-POSICION FROM 1 BY 1
                       UNTIL WS-POSICION > 10
                   MOVE EMP-NSS (WS-POSICION:1) TO WS-NSS-DIGITO
                   IF WS-POSICION = 2 OR 4 OR 6 OR 8 OR 10
                       MULTIPLY 2 BY WS-NSS-DIGITO
                       IF WS-NSS-DIGITO > 9
                           SUBTRACT 9 FROM WS-NSS-DIGITO
                       END-IF
                   END-IF
                   ADD WS-NSS-DIGITO TO WS-NSS-SUMA
               END-PERFORM
               COMPUTE WS-NSS-DIGITO =
                   10 - FUNCTION MOD(WS-NSS-SUMA 10)
               IF WS-NSS-DIGITO = 10
                   MOVE ZERO TO WS-NSS-DIGITO
               END-IF
               MOVE WS-NSS-DIGITO TO WS-NSS-VERIFICADOR
               IF EMP-NSS (11:1) NOT = WS-NSS-VERIFICADOR
                   MOVE "N" TO WS-CLAVE-VALIDA
               END-IF
           END-IF.

       VALIDAR-FECHA-CLAVE.
           IF WS-CLAVE-MES < 1 OR WS-CLAVE-MES > 12
               OR WS-CLAVE-DIA < 1 OR WS-CLAVE-DIA > 31
               MOVE "N" TO WS-CLAVE-VALIDA
           END-IF.

       VALIDAR-LETRA.
           IF WS-CARACTER < "A" OR WS-CARACTER > "Z"
               MOVE "N" TO WS-CLAVE-VALIDA
           END-IF.

       VALIDAR-ALFANUMERICO.
           IF (WS-CARACTER < "A" OR WS-CARACTER > "Z")
               AND (WS-CARACTER < "0" OR WS-CARACTER > "9")
               MOVE "N" TO WS-CLAVE-VALIDA
           END-IF.
       END PROGRAM 03_mantenimiento_empleados.
