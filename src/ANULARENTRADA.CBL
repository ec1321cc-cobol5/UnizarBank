                   03 FILABUT    PIC 99.
                   03 ASIENTOBUT PIC 99.
                 02 ESTADOBUT  PIC X(1). *> L libre, O ocupada
                                        *> R reservada en espera
                 02 ENTRADABUT PIC 9(9). *> entrada que la ocupa

               FD NEXTIDFILE
           77 PRECIOFORMA PIC ZZ9.99.
           77 SALDOFORMA  PIC -Z,ZZZ,ZZ9.99.
           77 OFICINAACT PIC X(4).
           77 OFRECIDA  PIC X.
       01 APUNTEDIARIO.
         02 FICHLNK  PIC X(1).
         02 OPERLNK  PIC X(1).
                   CLOSE BUTACASFILE
               END-IF
           END-IF.
           *> Si hay lista de espera la plaza liberada se reserva al
           *> siguiente en lugar de volver a la venta libre.
           CALL "OFRECEESPERA" USING NUMESP, FILAENT, ASIENTOENT,
                OFRECIDA.
           CANCEL "OFRECEESPERA".
           CLOSE ENTRADASFILE.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
