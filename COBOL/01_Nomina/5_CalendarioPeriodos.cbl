               MOVE ZERO TO PER-FECHA-TRANSFER
               MOVE ZERO TO PER-FECHA-POLIZA
               MOVE ZERO TO PER-FECHA-REMESAS
               MOVE ZERO TO PER-FECHA-TIMBRADO
               MOVE ZERO TO PER-FECHA-CIERRE

               PERFORM VALIDAR-PERIODO
               ELSE
                   DISPLAY "El cierre se corre con 14_cierre_periodo, "
                       "que verifica la nomina, la transferencia, la "
                       "poliza, las remesas y el timbrado antes de "
                       "cerrar"
                   DISPLAY "El periodo " PER-ID " sigue abierto"
               END-IF
           END-IF.
               DISPLAY "  Transferencia: " PER-FECHA-TRANSFER
               DISPLAY "  Poliza:        " PER-FECHA-POLIZA
               DISPLAY "  Remesas:       " PER-FECHA-REMESAS
               DISPLAY "  Timbrado CFDI: " PER-FECHA-TIMBRADO
               DISPLAY "  Cierre:        " PER-FECHA-CIERRE
           END-IF.

