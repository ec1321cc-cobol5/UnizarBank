           MOVE "Y" TO HAYMOV.
           IF CONCEPTO = "Interes"
                   OR CONCEPTO(1:8) = "Comision"
                   OR CONCEPTO(1:16) = "Retencion fiscal"
                   OR CONCEPTO(1:12) = "Retrocesion "
                   OR CONCEPTO = "Saldo traspasado a historico"
               GO TO BUSCARMOV
           END-IF.
