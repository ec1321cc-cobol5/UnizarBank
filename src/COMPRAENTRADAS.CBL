           RECORD KEY IS BUTKEY
           FILE STATUS IS FSBU.

           SELECT ESPERAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESPERAID
           ALTERNATE RECORD KEY IS NUMESPERA WITH DUPLICATES
           FILE STATUS IS FSLE.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
                   03 FILABUT    PIC 99.
                   03 ASIENTOBUT PIC 99.
                 02 ESTADOBUT  PIC X(1). *> L libre, O ocupada
                                        *> R reservada en espera
                 02 ENTRADABUT PIC 9(9). *> entrada que la ocupa

               *> Lista de espera de espectaculos agotados; las
               *> peticiones servidas o caducadas no se borran.
               FD ESPERAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "LISTAESPERA.DAT".
               01 ESPERAREC.
                 02 ESPERAID     PIC 9(9).
                 02 NUMESPERA    PIC 9(3). *> espectaculo
                 02 DNIESPERA    PIC X(9).
                 02 FILADESDE    PIC 99. *> zona preferida,
                 02 FILAHASTA    PIC 99. *> 0 = cualquiera
                 02 FECHAALTAESP PIC 9999999999. *> AAMMDDHHMM
                 02 ESTADOESPERA PIC X(1). *> E en espera, O ofrecida,
                                           *> C comprada, X caducada,
                                           *> N no servida
                 02 FILAOFR      PIC 99. *> butaca reservada,
                 02 ASIENTOOFR   PIC 99. *> 0 si sin numerar
                 02 FECHAOFR     PIC 9(6). *> AAMMDD oferta
                 02 LIMITEOFR    PIC 9(6). *> AAMMDD fin de reserva
                 02 ENTRADAESP   PIC 9(9). *> entrada comprada

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NEXTID.DAT".
           77 CUENTASEL PIC X(10).
           77 SALDOSEL  PIC S9999999V99.
           77 DESCUBSEL PIC 99999V99.
           77 RETENCION PIC 9(7)V99 VALUE 0.
           77 FSBU      PIC XX.
           77 HAYBUTACAS PIC X.
           77 EOFBUT    PIC X.
           77 LINPANT   PIC 99.
           77 COLPANT   PIC 99.
           77 OFICINAACT PIC X(4).
           77 FSLE      PIC XX.
           77 EOFESP    PIC X.
           77 HAYRESERVA PIC X VALUE "N".
           77 YAENLISTA PIC X.
           77 ESPERASEL PIC 9(9).
           77 ESPERACT  PIC 9(9).
           77 POSESPERA PIC 9(5).
           77 FILADES   PIC 99.
           77 FILAHAS   PIC 99.
           77 LIMITESEL PIC 9(6).
           77 FECHAINT  PIC 9(6).
           77 FECHAFORMA PIC 99/99/99.
       01 CTATABLA.
         02 CTATAB OCCURS 9 TIMES.
           03 CUENTATAB PIC X(10).
               GO TO PANTALLA32
           END-IF.

           *> Quien tiene reservada una butaca de la lista de espera
           *> la compra aunque el espectaculo figure agotado.
           MOVE "N" TO HAYRESERVA.
           OPEN INPUT ESPERAFILE.
           IF FSLE NOT = "00"
               GO TO COMPROBARDISP
           END-IF.
           MOVE "N" TO EOFESP.
           MOVE NUMENT TO NUMESPERA.
           START ESPERAFILE
                KEY = NUMESPERA
                INVALID KEY MOVE "Y" TO EOFESP
           END-START.
       LEERRESERVA.
           IF EOFESP = "Y"
               GO TO FINRESERVA
           END-IF.
           READ ESPERAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFESP
           END-READ.
           IF EOFESP = "Y" OR NUMESPERA NOT = NUMENT
               GO TO FINRESERVA
           END-IF.
           IF DNIESPERA NOT = DNIACT OR ESTADOESPERA NOT = "O"
               GO TO LEERRESERVA
           END-IF.
           MOVE "Y" TO HAYRESERVA.
           MOVE ESPERAID TO ESPERASEL.
           MOVE FILAOFR TO FILASEL.
           MOVE ASIENTOOFR TO ASIENTOSEL.
           MOVE LIMITEOFR TO LIMITESEL.
       FINRESERVA.
           CLOSE ESPERAFILE.
           IF HAYRESERVA = "Y"
               GO TO PANTALLA33
           END-IF.
       COMPROBARDISP.
           IF DISPONIBLES NOT > 0
               GO TO PANTALLA34
           END-IF.

           *> El saldo puede quedar en negativo hasta el limite de
           *> descubierto autorizado de la cuenta, pero lo retenido
           *> por embargo o cheques sin compensar no se gasta.
           CALL "RETENCIONCUENTA" USING CUENTASEL, RETENCION.
           CANCEL "RETENCIONCUENTA".
           IF PRECIO > SALDOSEL + DESCUBSEL - RETENCION
               MOVE 3 TO MSGCOMP
               GO TO PANTALLA32
           END-IF.
           MOVE SALDO TO SALDOSEL.
           CLOSE CUENTASFILE.

           *> La butaca reservada ya se desconto de las disponibles
           *> al ofrecerla.
           IF HAYRESERVA = "N"
               OPEN I-O ESPECTACULOSFILE
               READ ESPECTACULOSFILE
                    KEY IS NUM
               END-READ
               SUBTRACT 1 FROM DISPONIBLES GIVING DISPONIBLES
               REWRITE ESPECTACULOSREC
               CLOSE ESPECTACULOSFILE
           END-IF.

           OPEN I-O MOVIMIENTOSFILE.
	SAL.
               CLOSE BUTACASFILE
           END-IF.

           *> La peticion de la lista de espera queda servida.
           IF HAYRESERVA = "Y"
               OPEN I-O ESPERAFILE
               MOVE ESPERASEL TO ESPERAID
               READ ESPERAFILE
                    KEY IS ESPERAID
               END-READ
               MOVE "C" TO ESTADOESPERA
               MOVE ENTRADACT TO ENTRADAESP
               REWRITE ESPERAREC
               CLOSE ESPERAFILE
           END-IF.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
	   CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
                LINE 18 COLUMN 25.
           GO TO REPEATX.

       PANTALLA33.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Compra de entradas"
                LINE 5 COLUMN 26 UNDERLINE.
           DISPLAY "Tiene una entrada reservada de la lista de espera"
                LINE 8 COLUMN 13.
           DISPLAY "Espectaculo: " NOMBRE
                LINE 10 COLUMN 13.
           IF FILASEL NOT = 0
               DISPLAY "Butaca: fila " FILASEL " numero " ASIENTOSEL
                    LINE 11 COLUMN 13
           END-IF.
           MOVE PRECIO TO PRECIOFORMA.
           DISPLAY "Importe: " PRECIOFORMA "E"
                LINE 12 COLUMN 13.
           MOVE LIMITESEL(5:2) TO FECHAINT(1:2).
           MOVE LIMITESEL(3:2) TO FECHAINT(3:2).
           MOVE LIMITESEL(1:2) TO FECHAINT(5:2).
           MOVE FECHAINT TO FECHAFORMA.
           DISPLAY "La reserva vence el " FECHAFORMA
                LINE 13 COLUMN 13.
           DISPLAY "Enter - Comprar   F1 - Salir"
                LINE 19 COLUMN 20.
       REPEATRES.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF ESCAP <> 13
               GO TO REPEATRES
           END-IF.
           CALL "RETENCIONCUENTA" USING CUENTASEL, RETENCION.
           CANCEL "RETENCIONCUENTA".
           IF PRECIO > SALDOSEL + DESCUBSEL - RETENCION
               MOVE 3 TO MSGCOMP
               GO TO PANTALLA32
           END-IF.
           GO TO COBRAR.

       PANTALLA34.
           *> Espectaculo agotado: el cliente puede apuntarse a la
           *> lista de espera, una sola vez por espectaculo.
           MOVE "N" TO YAENLISTA.
           MOVE 0 TO POSESPERA.
           OPEN INPUT ESPERAFILE.
           IF FSLE NOT = "00"
               MOVE 2 TO MSGCOMP
               GO TO PANTALLA32
           END-IF.
           MOVE "N" TO EOFESP.
           MOVE NUMENT TO NUMESPERA.
           START ESPERAFILE
                KEY = NUMESPERA
                INVALID KEY MOVE "Y" TO EOFESP
           END-START.
       LEERLISTA.
           IF EOFESP = "Y"
               GO TO FINLISTAESP
           END-IF.
           READ ESPERAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFESP
           END-READ.
           IF EOFESP = "Y" OR NUMESPERA NOT = NUMENT
               GO TO FINLISTAESP
           END-IF.
           IF ESTADOESPERA = "E"
               ADD 1 TO POSESPERA GIVING POSESPERA
               IF DNIESPERA = DNIACT
                   MOVE "Y" TO YAENLISTA
               END-IF
           END-IF.
           GO TO LEERLISTA.
       FINLISTAESP.
           CLOSE ESPERAFILE.
           IF YAENLISTA = "Y"
               MOVE 6 TO MSGCOMP
               GO TO PANTALLA32
           END-IF.

           MOVE "N" TO HAYBUTACAS.
           OPEN INPUT BUTACASFILE.
           IF FSBU = "00"
               MOVE NUMENT TO NUMBUT
               MOVE 0 TO FILABUT
               MOVE 0 TO ASIENTOBUT
               START BUTACASFILE
                    KEY > BUTKEY
               END-START
               MOVE "N" TO EOFBUT
               READ BUTACASFILE NEXT RECORD
                    AT END MOVE "Y" TO EOFBUT
               END-READ
               IF EOFBUT = "N" AND NUMBUT = NUMENT
                   MOVE "Y" TO HAYBUTACAS
               END-IF
               CLOSE BUTACASFILE
           END-IF.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Compra de entradas"
                LINE 5 COLUMN 26 UNDERLINE.
           DISPLAY "No quedan entradas disponibles para " NOMBRE
                LINE 8 COLUMN 10.
           DISPLAY "Puede apuntarse a la lista de espera: si se libera"
                LINE 10 COLUMN 10.
           DISPLAY "una butaca se le reserva y recibe un aviso."
                LINE 11 COLUMN 10.
           DISPLAY "Personas en espera: " POSESPERA
                LINE 13 COLUMN 10.
           MOVE 0 TO FILADES.
           MOVE 0 TO FILAHAS.
           IF HAYBUTACAS = "Y"
               DISPLAY "Filas preferidas: desde __ hasta __"
                    " (0 = cualquiera)"
                    LINE 15 COLUMN 10
           END-IF.
           DISPLAY "Enter - Apuntarse   F1 - Salir"
                LINE 19 COLUMN 20.
           IF HAYBUTACAS = "Y"
               ACCEPT FILADES LINE 15 COLUMN 34
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   EXIT PROGRAM
               END-IF
               ACCEPT FILAHAS LINE 15 COLUMN 44
           ELSE
               ACCEPT TECLA WITH AUTO PROMPT " "
           END-IF.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF ESCAP <> 13
               GO TO PANTALLA34
           END-IF.
           IF FILADES NOT = 0 AND FILAHAS = 0
               MOVE FILADES TO FILAHAS
           END-IF.
           IF FILADES > FILAHAS
               MOVE 7 TO MSGCOMP
               GO TO PANTALLA32
           END-IF.

           OPEN I-O NEXTIDFILE.
           MOVE "ESPERA" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO ESPERACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           OPEN I-O ESPERAFILE.
           MOVE ESPERACT TO ESPERAID.
           MOVE NUMENT TO NUMESPERA.
           MOVE DNIACT TO DNIESPERA.
           MOVE FILADES TO FILADESDE.
           MOVE FILAHAS TO FILAHASTA.
           MOVE FECHORAACT TO FECHAALTAESP.
           MOVE "E" TO ESTADOESPERA.
           MOVE 0 TO FILAOFR.
           MOVE 0 TO ASIENTOOFR.
           MOVE 0 TO FECHAOFR.
           MOVE 0 TO LIMITEOFR.
           MOVE 0 TO ENTRADAESP.
           WRITE ESPERAREC.
           CLOSE ESPERAFILE.
           ADD 1 TO POSESPERA GIVING POSESPERA.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Compra de entradas"
                LINE 5 COLUMN 26 UNDERLINE.
           DISPLAY "Apuntado en la lista de espera de " NOMBRE
                LINE 8 COLUMN 13.
           DISPLAY "Lugar en la lista: " POSESPERA
                LINE 10 COLUMN 13.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 25.
           GO TO REPEATX.

       PANTALLA32.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
	   CALL "MOSTRARTITULO".
                   DISPLAY "La butaca no existe o esta ocupada"
                        LINE 9 COLUMN 19
                 ELSE
                   IF MSGCOMP = 6
                     DISPLAY "Ya esta en la lista de espera de este"
                          " espectaculo"
                          LINE 9 COLUMN 15
                   ELSE
                     IF MSGCOMP = 7
                       DISPLAY "Las filas preferidas no son validas"
                            LINE 9 COLUMN 19
                     ELSE
                       DISPLAY "El espectaculo no esta a la venta"
                            LINE 9 COLUMN 20
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
