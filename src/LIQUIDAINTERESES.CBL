
               *> Tabla de tipos de la liquidacion mensual:
               *> A = acreedor (saldo positivo), D = deudor
               *> (dias en descubierto), R = retencion fiscal sobre
               *> el interes abonado (porcentaje, no mensual).
               FD TIPOSINTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TIPOSINT.DAT".
           77 HAYTASA     PIC X.
           77 TASACRED    PIC V9(4) VALUE 0.0025. *> si falta tabla
           77 TASADEUD    PIC V9(4) VALUE 0.0090. *> si falta tabla
           77 TASARET     PIC V9(4) VALUE 0.1900. *> si falta tabla
           77 RETENIDO    PIC S9999999V99.
           77 NUMRETEN    PIC 9999 VALUE 0.
           77 TOTALRETEN  PIC 9(9)V99 VALUE 0.
           77 INTERES     PIC S9999999V99.
           77 INTDEUDOR   PIC S9999999V99.
           77 DIASMES     PIC 99.
               IF HAYTASA = "Y"
                   MOVE TASAMENS TO TASADEUD
               END-IF
               MOVE "R" TO CODTIPO
               MOVE "Y" TO HAYTASA
               READ TIPOSINTFILE
                    KEY IS CODTIPO
                    INVALID KEY MOVE "N" TO HAYTASA
               END-READ
               IF HAYTASA = "Y"
                   MOVE TASAMENS TO TASARET
               END-IF
               CLOSE TIPOSINTFILE
           END-IF.

           DISPLAY "Cuenta " CUENTA " interes abonado " INTFORMA "E"
                " nuevo saldo " SALFORMA "E".

           *> Del interes abonado se retiene el porcentaje fiscal en
           *> un apunte aparte, que es el que recoge el certificado
           *> anual del cliente.
           COMPUTE RETENIDO ROUNDED = INTERES * TASARET.
           IF RETENIDO <= 0
               GO TO DEUDOR
           END-IF.
           SUBTRACT RETENIDO FROM SALDO GIVING SALDO.
           REWRITE CUENTASREC.
           MOVE "C" TO FICHLNK.
           MOVE "M" TO OPERLNK.
           MOVE CUENTASREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".

           OPEN I-O NEXTIDFILE.
           MOVE "MID" TO TIPOID.
           READ NEXTIDFILE
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO MIDACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           ADD 1 TO NUMRETEN GIVING NUMRETEN.
           ADD RETENIDO TO TOTALRETEN GIVING TOTALRETEN.
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTA TO CUENTAMOV.
           MOVE "Retencion fiscal intereses" TO CONCEPTO.
           COMPUTE CANTIDAD = 0 - RETENIDO.
           MOVE "" TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE OFICINAACT TO OFICINAMOV.
           MOVE FECHAACT TO FECHAVALOR.
           WRITE MOVIMIENTOSREC.
           MOVE "M" TO FICHLNK.
           MOVE "A" TO OPERLNK.
           MOVE MOVIMIENTOSREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".

           MOVE RETENIDO TO INTFORMA.
           MOVE SALDO TO SALFORMA.
           DISPLAY "Cuenta " CUENTA " retencion fiscal " INTFORMA "E"
                " nuevo saldo " SALFORMA "E".

       DEUDOR.
           IF NEGSUM = 0
               GO TO LEERCTAS
           DISPLAY "----------------------------------------".
           DISPLAY "Cuentas examinadas: " NUMCUENTAS.
           DISPLAY "Cuentas liquidadas: " NUMLIQUID.
           DISPLAY "Retenciones practicadas: " NUMRETEN.
           MOVE TOTALRETEN TO INTFORMA.
           DISPLAY "Importe retenido: " INTFORMA "E".

       END PROGRAM LIQUIDAINTERESES.
