      ******************************************************************
      * Copybook: EXCINT
      * Purpose:  Integrity exception record written by
      *           32_integridad_archivos (file EXCINT), one per break
      *           found between the payroll masters: the rule broken,
      *           how serious it is, the file and key where it was
      *           found and the employee involved. The program only
      *           reads the masters; fixing each break is left to the
      *           maintenance program of the file.
      ******************************************************************
       01  INTEGRITY-EXCEPTION-RECORD.
           05  INT-FECHA               PIC 9(8).
      *        Fecha de la revision, AAAAMMDD.
           05  INT-REGLA               PIC X(2).
      *        "01" = SALDOS sin empleado en EMPMAST
      *        "02" = DEDUCC sin empleado en EMPMAST
      *        "03" = YTDFILE sin empleado en EMPMAST
      *        "04" = PAGOHIS sin empleado en EMPMAST
      *        "05" = prestamo activo con DED-SALDO en cero
      *        "06" = deduccion activa de empleado inactivo
      *        "07" = empleado inactivo con saldo de vacaciones
      *        "08" = empleado activo sin registro en SALDOS
      *        "09" = departamento del empleado no esta en DEPMAST
      *        "10" = REEXPED pendiente con datos bancarios ya
      *               corregidos en el maestro
      *        "11" = REEXPED sin empleado en EMPMAST
      *        "12" = REEXPED que sigue en la cola con cheque ya
      *               emitido (15 debio quitarlo al pagarlo)
      *        "13" = numero de cheque repetido en CHEQREG
      *        "14" = CHEQREG sin empleado en EMPMAST
      *        "15" = periodo abierto anterior a uno cerrado del
      *               mismo grupo de pago
      *        "16" = periodo con fecha final anterior a la inicial
      *        "17" = PAGOHIS de un periodo que no esta en CALPER
           05  INT-SEVERIDAD           PIC X(1).
      *        "G" = grave: la nomina no debe correr hasta corregirla;
      *        "A" = aviso: se corrige sin detener la nomina.
           05  INT-ARCHIVO             PIC X(8).
      *        Archivo donde se encontro el caso.
           05  INT-EMP-ID              PIC 9(6).
      *        Empleado involucrado; cero en reglas de CALPER.
           05  INT-LLAVE               PIC X(12).
      *        Resto de la llave del registro: codigo de deduccion,
      *        anio, periodo o numero de cheque segun el archivo.
           05  INT-MONTO               PIC 9(9)V99.
      *        Saldo o monto involucrado; cero cuando no aplica.
