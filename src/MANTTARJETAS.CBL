                 02 CADUCIDAD  PIC 9(4). *> AAMM
                 02 ESTADOTARJ PIC X(1). *> A activa, B bloqueada,
                                         *> C cancelada
                 02 FECHAESTTARJ PIC 9(6). *> AAMMDD ultimo cambio
                                           *> de estado

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
           77 FECHAACT  PIC 9(6).
           77 FECHAEST  PIC 9(6).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9999999999.
           77 HORAACT   PIC 9(8).
           IF EXITOOP NOT = "Y"
               EXIT PROGRAM
           END-IF.
           *> Los cambios de estado se fechan con el dia de negocio:
           *> el cierre envia a la red las tarjetas bloqueadas o
           *> anuladas en el dia.
           CALL "LEERFECHANEG" USING FECHAEST.
           CANCEL "LEERFECHANEG".
       PANTALLA240.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           END-IF.
           IF OPCIONTJ = "B" OR OPCIONTJ = "b"
               MOVE "B" TO ESTADOTARJ
               MOVE FECHAEST TO FECHAESTTARJ
               REWRITE TARJETASREC
               CLOSE TARJETASFILE
               MOVE "Bloqueo de tarjeta" TO RESULTADOAUD
                   GO TO PANTALLA243
               END-IF
               MOVE "A" TO ESTADOTARJ
               MOVE FECHAEST TO FECHAESTTARJ
               REWRITE TARJETASREC
               CLOSE TARJETASFILE
               MOVE "Desbloqueo tarjeta" TO RESULTADOAUD
           *> Reposicion: el plastico viejo queda cancelado y se
           *> emite uno nuevo sobre la misma cuenta.
           MOVE "C" TO ESTADOTARJ.
           MOVE FECHAEST TO FECHAESTTARJ.
           REWRITE TARJETASREC.
           CLOSE TARJETASFILE.
           GO TO EMITIR.
           MOVE DNIOP TO DNITARJ.
           MOVE CADUCNUE TO CADUCIDAD.
           MOVE "A" TO ESTADOTARJ.
           MOVE FECHAEST TO FECHAESTTARJ.
           WRITE TARJETASREC.
           CLOSE TARJETASFILE.
           MOVE SPACES TO RESULTADOAUD.
