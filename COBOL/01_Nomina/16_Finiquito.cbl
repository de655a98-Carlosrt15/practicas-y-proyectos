           MOVE ZERO                  TO DET-HORAS-ENFERMEDAD.
           MOVE WS-MONTO-ADICIONAL    TO DET-PAGO-REGULAR.
           MOVE ZERO                  TO DET-PAGO-EXTRA.
           MOVE ZERO                  TO DET-HORAS-EXTRA-DOBLE.
           MOVE ZERO                  TO DET-PAGO-EXTRA-DOBLE.
           MOVE ZERO                  TO DET-HORAS-EXTRA-TRIPLE.
           MOVE ZERO                  TO DET-PAGO-EXTRA-TRIPLE.
           MOVE ZERO                  TO DET-HORAS-DOMINGO.
           MOVE ZERO                  TO DET-PRIMA-DOMINICAL.
           MOVE ZERO                  TO DET-HORAS-FESTIVO.
           MOVE ZERO                  TO DET-PAGO-FESTIVO.
           MOVE ZERO                  TO DET-PAGO-AGUINALDO.
           MOVE ZERO                  TO DET-AGUINALDO-EXENTO.
           MOVE ZERO                  TO DET-PRIMA-VACACIONAL.
           MOVE ZERO                  TO DET-PRIMA-VAC-EXENTA.
           MOVE RESULTADO             TO DET-PAGO-BRUTO.
           MOVE WS-DEDUCCION-IMPUESTO TO DET-DEDUCCION-IMPUESTO.
           MOVE WS-DEDUCCION-IMSS     TO DET-DEDUCCION-IMSS.
           MOVE ZERO                  TO DET-ISR-AJUSTE-CARGO.
           MOVE ZERO                  TO DET-ISR-AJUSTE-REINTEGRO.
           MOVE ZERO                  TO DET-RECUPERACION.
           MOVE WS-OTRAS-COUNT        TO DET-OTRAS-COUNT.
           MOVE WS-TABLA-OTRAS        TO DET-OTRAS-DETALLE.
