      ******************************************************************
      * Copybook: MOVIMS
      * Purpose:  IMSS affiliation movement record (MOVIMSS) produced
      *           by 27_movimientos_imss for upload to IDSE: one alta,
      *           baja or salary modification per employee movement,
      *           with the daily integrated salary (SDI) in force on
      *           the movement date.
      ******************************************************************
       01  IMSS-MOVEMENT-RECORD.
           05  MIM-REG-PATRONAL        PIC X(11).
           05  MIM-NSS                 PIC X(11).
           05  MIM-CURP                PIC X(18).
           05  MIM-NOMBRE              PIC X(30).
           05  MIM-TIPO-MOV            PIC X(2).
      *        "08" = alta (reingreso), "02" = baja,
      *        "07" = modificacion de salario.
           05  MIM-FECHA-MOV           PIC 9(8).
           05  MIM-SDI                 PIC 9(5)V99.
           05  MIM-TIPO-TRABAJADOR     PIC X(1).
      *        "1" = permanente.
           05  MIM-TIPO-SALARIO        PIC X(1).
      *        "0" = fijo (asalariado), "2" = mixto (por horas).
           05  MIM-JORNADA             PIC X(1).
      *        "0" = semana completa.
           05  MIM-CAUSA-BAJA          PIC X(1).
      *        Solo en bajas: "6" = otras causas; espacio en altas y
      *        modificaciones.
           05  MIM-EMP-ID              PIC 9(6).
           05  MIM-DEPTO               PIC X(4).
