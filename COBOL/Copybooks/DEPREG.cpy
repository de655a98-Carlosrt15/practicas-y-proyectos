      *           is not on it (no more phantom departments from
      *           typos) and 08_poliza_contable takes the wage-expense
      *           GL account for each department's debit from it.
      *           06_edicion_tarjetas validates the charge department
      *           of a time card against it and
      *           29_mantenimiento_presupuesto only budgets departments
      *           that are on it.
      ******************************************************************
       01  DEPARTMENT-RECORD.
           05  DEP-CODIGO              PIC X(4).
