      ******************************************************************
      * Copybook: PRESUP
      * Purpose:  Department labor-budget record (PRESUP), keyed by
      *           department code + month, maintained by
      *           29_mantenimiento_presupuesto against the department
      *           master. 30_presupuesto_vs_real compares it with the
      *           headcount and pay actually paid on PAGOHIS for the
      *           month and the year to date.
      ******************************************************************
       01  DEPARTMENT-BUDGET-RECORD.
           05  PRE-KEY.
               10  PRE-DEPTO           PIC X(4).
               10  PRE-MES             PIC 9(6).
      *            Mes presupuestado, AAAAMM.
           05  PRE-PLANTILLA           PIC 9(5).
      *        Empleados presupuestados en el mes.
           05  PRE-PAGO-REGULAR        PIC 9(9)V99.
      *        Sueldo regular (horas normales) presupuestado.
           05  PRE-PAGO-EXTRA          PIC 9(9)V99.
      *        Tiempo extra (doble y triple) presupuestado.
