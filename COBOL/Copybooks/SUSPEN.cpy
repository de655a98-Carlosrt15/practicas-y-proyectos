               10  SUS-WORK-DATE       PIC 9(8).
               10  SUS-HOURS           PIC 9(2)V99.
               10  SUS-SHIFT-CODE      PIC X(1).
               10  SUS-DEPTO-CARGO     PIC X(4).
           05  SUS-MOTIVO              PIC X(2).
      *        "01" = empleado inexistente
      *        "02" = empleado inactivo
      *        "04" = fecha fuera del periodo
      *        "05" = horas fuera de rango
      *        "06" = turno invalido
      *        "07" = departamento de cargo inexistente
