      *        01_nomina solo paga a los empleados cuyo grupo coincide
      *        con el del periodo. Vacio se trata como quincenal por
      *        los registros anteriores a los grupos de pago.
           05  EMP-FECHA-INGRESO       PIC 9(8).
      *        Fecha de ingreso AAAAMMDD; con ella se prorratea el
      *        aguinaldo de quien entro durante el anio. Cero en los
      *        registros anteriores a este campo: se trata como
      *        empleado de todo el anio hasta que se capture.
           05  EMP-RFC                 PIC X(13).
           05  EMP-CURP                PIC X(18).
           05  EMP-NSS                 PIC X(11).
      *        RFC, CURP y numero de seguridad social del empleado,
      *        tal como van en el CFDI de nomina; el formato lo valida
      *        03_mantenimiento_empleados. Vacios en los registros
      *        anteriores a estos campos hasta que se capturen.
           05  EMP-TIPO-CONTRATO       PIC X(2).
      *        Clave SAT c_TipoContrato: "01" a "10" o "99".
           05  EMP-TIPO-REGIMEN        PIC X(2).
      *        Clave SAT c_TipoRegimen: "02" a "13" o "99";
      *        "02" = sueldos y salarios.
