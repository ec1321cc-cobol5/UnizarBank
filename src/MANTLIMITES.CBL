           77 EFECTNUE  PIC 99999V99.
           77 TRANSNUE  PIC 99999V99.
           77 ACUMNUE   PIC 99999V99.
           77 AMPLIADO  PIC X VALUE "N".
           77 LIMFORMA  PIC ZZ,ZZ9.99.
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
               GO TO PANTALLA130
           END-IF.

           *> Se considera ampliacion subir cualquier limite o quitar
           *> el tope (0) de una transferencia que lo tenia.
           MOVE "N" TO AMPLIADO.
           IF EFECTNUE > LIMEFECTIVO
               MOVE "Y" TO AMPLIADO
           END-IF.
           IF LIMTRANSFER NOT = 0
               IF TRANSNUE = 0 OR TRANSNUE > LIMTRANSFER
                   MOVE "Y" TO AMPLIADO
               END-IF
           END-IF.
           IF LIMACUMTRF NOT = 0
               IF ACUMNUE = 0 OR ACUMNUE > LIMACUMTRF
                   MOVE "Y" TO AMPLIADO
               END-IF
           END-IF.
           MOVE CUENTAOP TO CUENTALIM.
           MOVE EFECTNUE TO LIMEFECTIVO.
           MOVE TRANSNUE TO LIMTRANSFER.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Cambio de limites" TO ACCIONAUD.
           MOVE SPACES TO RESULTADOAUD.
           IF AMPLIADO = "Y"
               STRING "Cuenta " CUENTAOP " limites ampliados"
                    DELIMITED BY SIZE INTO RESULTADOAUD
           ELSE
               STRING "Cuenta " CUENTAOP " nuevos limites fijados"
                    DELIMITED BY SIZE INTO RESULTADOAUD
           END-IF.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.
