      ******************************************************************
      * Copybook: CFDSOL
      * Purpose:  Fixed-format CFDI de nomina stamping request file
      *           (CFDINOM) produced by 25_exportacion_cfdi for the
      *           PAC. For each pay of the period on PAGOHIS: one
      *           header record with the employee's fiscal data and
      *           the pay totals, then one record per perception,
      *           deduction or other payment itemized by SAT code;
      *           one trailer record closes the file. Every record
      *           carries the pay-history key (employee + period) so
      *           the PAC answer can be loaded back against it.
      ******************************************************************
       01  CFDI-HEADER-RECORD.
           05  CFH-TIPO-REGISTRO       PIC X(1)   VALUE "H".
           05  CFH-EMP-ID              PIC 9(6).
           05  CFH-PERIODO             PIC 9(6).
           05  CFH-RFC                 PIC X(13).
           05  CFH-CURP                PIC X(18).
           05  CFH-NSS                 PIC X(11).
           05  CFH-NOMBRE              PIC X(30).
           05  CFH-TIPO-CONTRATO       PIC X(2).
           05  CFH-TIPO-REGIMEN        PIC X(2).
           05  CFH-TIPO-NOMINA         PIC X(1).
      *        "O" = ordinaria; "E" = extraordinaria (aguinaldo,
      *        prima vacacional o finiquito).
           05  CFH-PERIODICIDAD        PIC X(2).
      *        Clave SAT c_PeriodicidadPago: "02" = semanal,
      *        "04" = quincenal, "99" = otra (extraordinaria).
           05  CFH-FECHA-PAGO          PIC 9(8).
           05  CFH-FECHA-INICIAL       PIC 9(8).
           05  CFH-FECHA-FINAL         PIC 9(8).
           05  CFH-DIAS-PAGADOS        PIC 9(3).
           05  CFH-FECHA-INGRESO       PIC 9(8).
           05  CFH-DEPTO               PIC X(4).
           05  CFH-SALARIO-DIARIO      PIC 9(5)V99.
           05  CFH-TOTAL-PERCEPCIONES  PIC 9(7)V99.
           05  CFH-TOTAL-DEDUCCIONES   PIC 9(7)V99.
           05  CFH-TOTAL-OTROS-PAGOS   PIC 9(7)V99.
           05  CFH-NETO                PIC 9(7)V99.
           05  CFH-UUID-SUSTITUYE      PIC X(36).
      *        UUID del CFDI ya timbrado de este mismo pago cuando el
      *        pago se volvio a calcular; el PAC lo relaciona como
      *        sustitucion y el anterior debe cancelarse.
           05  FILLER                  PIC X(10)  VALUE SPACE.

       01  CFDI-CONCEPT-RECORD.
           05  CFC-TIPO-REGISTRO       PIC X(1).
      *        "P" = percepcion, "D" = deduccion, "O" = otro pago.
           05  CFC-EMP-ID              PIC 9(6).
           05  CFC-PERIODO             PIC 9(6).
           05  CFC-CLAVE-SAT           PIC X(3).
           05  CFC-CLAVE-INTERNA       PIC X(3).
           05  CFC-CONCEPTO            PIC X(30).
           05  CFC-IMPORTE-GRAVADO     PIC 9(7)V99.
           05  CFC-IMPORTE-EXENTO      PIC 9(7)V99.
      *        Percepciones: parte gravada y exenta. Deducciones y
      *        otros pagos: el importe va en CFC-IMPORTE-GRAVADO y
      *        CFC-IMPORTE-EXENTO queda en cero.
           05  CFC-HORAS               PIC 9(3)V99.
           05  CFC-TIPO-HORAS          PIC X(2).
      *        Solo en horas extra (clave 019): "01" = dobles,
      *        "02" = triples.
           05  FILLER                  PIC X(146) VALUE SPACE.

       01  CFDI-TRAILER-RECORD.
           05  CFT-TIPO-REGISTRO       PIC X(1)   VALUE "T".
           05  CFT-PERIODO             PIC 9(6).
           05  CFT-CONTADOR            PIC 9(7).
           05  CFT-REGISTROS           PIC 9(7).
           05  CFT-TOTAL-NETO          PIC 9(9)V99.
           05  FILLER                  PIC X(188) VALUE SPACE.
