           77 MSG       PIC 9 VALUE 0.
           77 CUENTAOP  PIC X(10).
           77 DESCUBNUE PIC 99999V99.
           77 DESCUBANT PIC 99999V99.
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
               EXIT PROGRAM
           END-IF.

           MOVE DESCUBIERTO TO DESCUBANT.
           MOVE DESCUBNUE TO DESCUBIERTO.
           REWRITE CUENTASREC.
           MOVE "C" TO FICHLNK.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Cambio descubierto" TO ACCIONAUD.
           MOVE SPACES TO RESULTADOAUD.
           *> Las ampliaciones se distinguen para poder cruzarlas
           *> con los cargos posteriores de la cuenta.
           IF DESCUBNUE > DESCUBANT
               STRING "Cuenta " CUENTAOP " limite ampliado"
                    DELIMITED BY SIZE INTO RESULTADOAUD
           ELSE
               STRING "Cuenta " CUENTAOP " nuevo limite fijado"
                    DELIMITED BY SIZE INTO RESULTADOAUD
           END-IF.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.
