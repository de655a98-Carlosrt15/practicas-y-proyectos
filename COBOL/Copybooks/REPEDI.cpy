           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  FILLER                  PIC X(7)   VALUE "HORAS".
           05  FILLER                  PIC X(7)   VALUE "TURNO".
           05  FILLER                  PIC X(7)   VALUE "DEPTO".
           05  FILLER                  PIC X(8)   VALUE "MOTIVO".
           05  FILLER                  PIC X(75)  VALUE SPACE.

       01  EDI-LINE-DETALLE.
           05  EDI-EMP-ID              PIC 9(6).
           05  EDI-HOURS               PIC Z9.99.
           05  FILLER                  PIC X(4)   VALUE SPACE.
           05  EDI-SHIFT-CODE          PIC X(1).
           05  FILLER                  PIC X(4)   VALUE SPACE.
           05  EDI-DEPTO-CARGO         PIC X(4).
           05  FILLER                  PIC X(3)   VALUE SPACE.
           05  EDI-MOTIVO              PIC X(2).
           05  FILLER                  PIC X(2)   VALUE SPACE.
           05  EDI-MOTIVO-DESC         PIC X(30).
           05  FILLER                  PIC X(54)  VALUE SPACE.

       01  EDI-LINE-CONTROL.
           05  FILLER                  PIC X(10)  VALUE "TOTALES:".
