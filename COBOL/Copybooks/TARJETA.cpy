      *           01_nomina ahead of the gross-pay calculation.
      *           One record per employee per punch; TC-SHIFT-CODE
      *           tells the payroll run whether the hours are regular
      *           or overtime. Sorted ascending by TC-EMP-ID and
      *           TC-WORK-DATE so overtime can be tiered by week.
      *           TC-DEPTO-CARGO charges the hours to a department
      *           other than the employee's home EMP-DEPT.
      ******************************************************************
       01  TIME-CARD-RECORD.
           05  TC-EMP-ID               PIC 9(6).
      *        "R" = horas regulares, "O" = horas extra,
      *        "V" = vacaciones, "E" = enfermedad; las horas V y E se
      *        pagan a tarifa normal con cargo al saldo de ausencias
           05  TC-DEPTO-CARGO          PIC X(4).
      *        Departamento que uso las horas (DEPMAST); espacios =
      *        el departamento del empleado. Las horas V y E siempre
      *        se cargan al departamento del empleado.
