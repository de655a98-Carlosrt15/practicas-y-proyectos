      *        "07" = recuperacion de ajuste excede el neto
      *        "08" = grupo de pago distinto al del periodo
      *        "09" = deduccion recurrente no aplicada
      *        "10" = ajuste anual de ISR no aplicado
           05  EXC-MONTO-1             PIC 9(9)V99.
           05  EXC-MONTO-2             PIC 9(9)V99.
      *        Montos u horas involucrados segun la condicion;
