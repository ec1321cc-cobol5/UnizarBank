           77 HORAACT   PIC 9(8).
           77 OFICINAACT PIC X(4).
           77 IMPORTENUE PIC 9(7)V99.
           77 RETENCION PIC 9(7)V99 VALUE 0.
           77 MESESNUE  PIC 99.
           77 TIPOPACT  PIC V9(4).
           77 ANYOAP    PIC 99.
               GO TO PANTALLA165
           END-IF.
           *> La imposicion se dota solo contra saldo positivo; el
           *> descubierto autorizado no sirve para abrir un plazo,
           *> ni lo retenido por embargo o cheques sin compensar.
           CALL "RETENCIONCUENTA" USING CUENTASEL, RETENCION.
           CANCEL "RETENCIONCUENTA".
           IF IMPORTENUE > SALDOACT - RETENCION
               MOVE 4 TO MSGPLZ
               GO TO PANTALLA165
           END-IF.
