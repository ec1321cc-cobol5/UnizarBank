                 02 COMMANT     PIC 999V99. *> mantenimiento trimestral
                 02 COMTRANSF   PIC 99V99. *> por transferencia
                 02 SALDOEXENTO PIC 9(7)V99. *> saldo que exime
                 02 COMDEVCHQ   PIC 99V99. *> cheque devuelto

               *> Agenda de beneficiarios por cliente: destinos
               *> validados al grabarlos que TRANSFERENCIA,
                 02 DIVISACAM PIC X(3).
                 02 TASACAM   PIC 9(3)V9(6). *> euros por unidad
                 02 FECHACAM  PIC 9(6). *> AAMMDD ultima revision
                 02 MARGENCAM PIC V9(4). *> margen sobre el cambio en
                                         *> la compraventa de billetes

               FD AUDITORIA
                   LABEL RECORDS ARE STANDARD
           END-IF.

           *> Limites operativos de la cuenta: tope por operacion y
           *> acumulado diario de transferencias y pagos a moviles
           *> (0 = sin tope).
           MOVE 0 TO LIMTRANSACT.
           MOVE 0 TO LIMACUMACT.
           OPEN INPUT LIMITESFILE.
           END-IF.
           IF CUENTAMOV = CUENTASEL AND CANTIDAD < 0
                   AND FECHORA(1:6) = FECHAACT
                   AND (CONCEPTO(1:16) = "Transferencia a "
                        OR CONCEPTO(1:13) = "Pago a movil ")
               SUBTRACT CANTIDAD FROM TRANSFHOY GIVING TRANSFHOY
           END-IF.
           GO TO SUMARHOY.
