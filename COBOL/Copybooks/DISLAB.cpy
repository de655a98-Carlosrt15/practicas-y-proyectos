      ******************************************************************
      * Copybook: DISLAB
      * Purpose:  Labor-distribution record (DISTLAB) written by
      *           01_nomina for every employee paid in a regular run:
      *           the hours and pay charged to each department that
      *           used the employee's labor in the period, from the
      *           charge department on the time cards. The row for
      *           the home department (DIS-DEPTO = DIS-DEPTO-BASE)
      *           carries the uncharged hours plus vacation and sick
      *           hours, and the rest of the gross, so the rows of one
      *           pay always add up to its DET-PAGO-BRUTO.
      *           08_poliza_contable and 19_costo_departamentos split
      *           wage expense by these rows; 28_distribucion_laboral
      *           prints them.
      ******************************************************************
       01  LABOR-DISTRIBUTION-RECORD.
           05  DIS-KEY.
               10  DIS-EMP-ID          PIC 9(6).
               10  DIS-PERIODO         PIC 9(6).
               10  DIS-DEPTO           PIC X(4).
           05  DIS-DEPTO-BASE          PIC X(4).
      *        Departamento del empleado (EMP-DEPT) al pagarse.
           05  DIS-HORAS-REGULARES     PIC 9(3)V99.
           05  DIS-HORAS-EXTRA         PIC 9(3)V99.
           05  DIS-HORAS-FESTIVO       PIC 9(3)V99.
           05  DIS-HORAS-TOTAL         PIC 9(3)V99.
      *        Regulares, extra y festivo cargados al departamento;
      *        en el departamento base incluye vacaciones y
      *        enfermedad aprobadas.
           05  DIS-PAGO                PIC 9(6)V99.
