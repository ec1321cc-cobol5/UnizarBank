       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTBARRIDOS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           FILE STATUS IS FSCT.

           SELECT BARRIDOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTABAR
           ALTERNATE RECORD KEY IS DNIBAR WITH DUPLICATES
           FILE STATUS IS FSBA.

       DATA DIVISION.
       FILE SECTION.

               FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA     PIC X(10).
                 02 DNITIT     PIC X(9).
                 02 TIPOCUENTA PIC X(1). *> C Corriente, A Ahorro
                 02 SALDO      PIC S9999999V99.
                 02 DESCUBIERTO PIC 99999V99. *> limite autorizado
                 02 ESTADOCTA PIC X(1). *> A activa, C cerrada
                 02 DIVISA    PIC X(3). *> EUR, USD, GBP

               *> Acuerdos de barrido entre la cuenta corriente y una
               *> de ahorro del mismo titular: por debajo del suelo
               *> se trae de ahorro y por encima del techo se lleva.
               FD BARRIDOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BARRIDOS.DAT".
               01 BARRIDOSREC.
                 02 CUENTABAR  PIC X(10). *> cuenta corriente
                 02 CUENTAAHB  PIC X(10). *> cuenta de ahorro
                 02 DNIBAR     PIC X(9).
                 02 SUELOBAR   PIC 9(7)V99.
                 02 TECHOBAR   PIC 9(7)V99. *> 0 sin techo
                 02 FECHAALTABAR PIC 9(6). *> AAMMDD alta
                 02 ULTBAR     PIC 9(6). *> AAMMDD ultimo barrido
                 02 IMPULTBAR  PIC S9(7)V99. *> + traido de ahorro,
                                             *> - llevado a ahorro

       WORKING-STORAGE SECTION.
           77 FSCT      PIC XX.
           77 FSBA      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 EOFBAR    PIC X VALUE "N".
           77 MSGBAR    PIC 9 VALUE 0.
           77 OPCIONBAR PIC X(1).
           77 LINPANT   PIC 99.
           77 CORRNUE   PIC X(10).
           77 AHORRONUE PIC X(10).
           77 SUELONUE  PIC 9(7)V99.
           77 TECHONUE  PIC 9(7)V99.
           77 DIVISACORR PIC X(3).
           77 FECHAACT  PIC 9(6).
           77 SUELOFORMA PIC Z,ZZZ,ZZ9.99.
           77 TECHOFORMA PIC Z,ZZZ,ZZ9.99.
           77 ULTFORMA  PIC -Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
           01 DNIACT    PIC X(9).

       PROCEDURE DIVISION USING DNIACT.
       PANTALLA350.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Barrido entre cuentas"
                LINE 3 COLUMN 29 UNDERLINE.
           DISPLAY "Corriente  Ahorro            Suelo        Techo"
                "  Ultimo barrido"
                LINE 5 COLUMN 4.
           MOVE 6 TO LINPANT.
           OPEN INPUT BARRIDOSFILE.
           MOVE "N" TO EOFBAR.
           IF FSBA NOT = "00"
               GO TO FINBAR
           END-IF.
       LEERBAR.
           READ BARRIDOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFBAR
           END-READ.
           IF EOFBAR = "Y"
               GO TO FINBAR
           END-IF.
           IF DNIBAR NOT = DNIACT
               GO TO LEERBAR
           END-IF.
           IF LINPANT < 17
               MOVE SUELOBAR TO SUELOFORMA
               MOVE TECHOBAR TO TECHOFORMA
               MOVE IMPULTBAR TO ULTFORMA
               IF ULTBAR = 0
                   DISPLAY CUENTABAR " " CUENTAAHB " " SUELOFORMA " "
                        TECHOFORMA
                        LINE LINPANT COLUMN 4
               ELSE
                   DISPLAY CUENTABAR " " CUENTAAHB " " SUELOFORMA " "
                        TECHOFORMA " " ULTBAR ULTFORMA
                        LINE LINPANT COLUMN 4
               END-IF
               ADD 1 TO LINPANT GIVING LINPANT
           END-IF.
           GO TO LEERBAR.
       FINBAR.
           CLOSE BARRIDOSFILE.
           DISPLAY "Techo 0 = sin techo.  A - Alta   M - Modificar"
                "   B - Baja"
                LINE 19 COLUMN 10.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 20.
           ACCEPT OPCIONBAR LINE 20 COLUMN 40.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF OPCIONBAR = "A" OR OPCIONBAR = "a"
               GO TO PANTALLA351
           END-IF.
           IF OPCIONBAR = "M" OR OPCIONBAR = "m"
               GO TO PANTALLA352
           END-IF.
           IF OPCIONBAR = "B" OR OPCIONBAR = "b"
               GO TO PANTALLA353
           END-IF.
           GO TO PANTALLA350.

       PANTALLA351.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Alta de barrido"
                LINE 3 COLUMN 31 UNDERLINE.
           DISPLAY "Cuenta corriente: __________"
                LINE 7 COLUMN 15.
           DISPLAY "Cuenta de ahorro: __________"
                LINE 9 COLUMN 15.
           DISPLAY "Suelo en la corriente: __________E"
                LINE 11 COLUMN 15.
           DISPLAY "Techo en la corriente: __________E"
                LINE 13 COLUMN 15.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT CORRNUE LINE 7 COLUMN 33.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA350
           END-IF.
           ACCEPT AHORRONUE LINE 9 COLUMN 33.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA350
           END-IF.
           ACCEPT SUELONUE LINE 11 COLUMN 38.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA350
           END-IF.
           ACCEPT TECHONUE LINE 13 COLUMN 38.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA350
           END-IF.

           *> Solo entre cuentas propias del cliente como primer
           *> titular: una corriente y una de ahorro de la misma
           *> divisa, las dos abiertas.
           OPEN INPUT CUENTASFILE.
           MOVE CORRNUE TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO MSGBAR
           END-READ.
           IF MSGBAR = 0
               IF DNITIT NOT = DNIACT OR TIPOCUENTA NOT = "C"
                       OR ESTADOCTA = "C"
                   MOVE 1 TO MSGBAR
               END-IF
           END-IF.
           MOVE DIVISA TO DIVISACORR.
           IF MSGBAR = 0
               MOVE AHORRONUE TO CUENTA
               READ CUENTASFILE
                    KEY IS CUENTA
                    INVALID KEY MOVE 2 TO MSGBAR
               END-READ
           END-IF.
           IF MSGBAR = 0
               IF DNITIT NOT = DNIACT OR TIPOCUENTA NOT = "A"
                       OR ESTADOCTA = "C" OR DIVISA NOT = DIVISACORR
                   MOVE 2 TO MSGBAR
               END-IF
           END-IF.
           CLOSE CUENTASFILE.
           IF MSGBAR NOT = 0
               GO TO PANTALLA354
           END-IF.
           IF TECHONUE NOT = 0 AND TECHONUE NOT > SUELONUE
               MOVE 3 TO MSGBAR
               GO TO PANTALLA354
           END-IF.

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           OPEN I-O BARRIDOSFILE.
           MOVE CORRNUE TO CUENTABAR.
           MOVE AHORRONUE TO CUENTAAHB.
           MOVE DNIACT TO DNIBAR.
           MOVE SUELONUE TO SUELOBAR.
           MOVE TECHONUE TO TECHOBAR.
           MOVE FECHAACT TO FECHAALTABAR.
           MOVE 0 TO ULTBAR.
           MOVE 0 TO IMPULTBAR.
           WRITE BARRIDOSREC
                INVALID KEY MOVE 4 TO MSGBAR
           END-WRITE.
           CLOSE BARRIDOSFILE.
           IF MSGBAR NOT = 0
               GO TO PANTALLA354
           END-IF.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Alta de barrido"
                LINE 3 COLUMN 31 UNDERLINE.
           DISPLAY "Barrido de la cuenta " CORRNUE " grabado"
                LINE 9 COLUMN 20.
           DISPLAY "Se aplica en el cierre de cada dia"
                LINE 11 COLUMN 20.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 25.
       REPEATALTA.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATALTA
           END-IF.
           GO TO PANTALLA350.

       PANTALLA352.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Modificacion de barrido"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "Cuenta corriente: __________"
                LINE 7 COLUMN 15.
           DISPLAY "Nuevo suelo: __________E"
                LINE 9 COLUMN 15.
           DISPLAY "Nuevo techo: __________E"
                LINE 11 COLUMN 15.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT CORRNUE LINE 7 COLUMN 33.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA350
           END-IF.
           ACCEPT SUELONUE LINE 9 COLUMN 28.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA350
           END-IF.
           ACCEPT TECHONUE LINE 11 COLUMN 28.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA350
           END-IF.
           IF TECHONUE NOT = 0 AND TECHONUE NOT > SUELONUE
               MOVE 3 TO MSGBAR
               GO TO PANTALLA354
           END-IF.

           OPEN I-O BARRIDOSFILE.
           MOVE CORRNUE TO CUENTABAR.
           READ BARRIDOSFILE
                KEY IS CUENTABAR
                INVALID KEY MOVE 5 TO MSGBAR
           END-READ.
           IF MSGBAR = 0 AND DNIBAR NOT = DNIACT
               MOVE 5 TO MSGBAR
           END-IF.
           IF MSGBAR NOT = 0
               CLOSE BARRIDOSFILE
               GO TO PANTALLA354
           END-IF.
           MOVE SUELONUE TO SUELOBAR.
           MOVE TECHONUE TO TECHOBAR.
           REWRITE BARRIDOSREC.
           CLOSE BARRIDOSFILE.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Modificacion de barrido"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "Barrido de la cuenta " CORRNUE " modificado"
                LINE 9 COLUMN 19.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 25.
       REPEATMOD.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATMOD
           END-IF.
           GO TO PANTALLA350.

       PANTALLA353.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Baja de barrido"
                LINE 3 COLUMN 31 UNDERLINE.
           DISPLAY "Cuenta corriente: __________"
                LINE 9 COLUMN 20.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT CORRNUE LINE 9 COLUMN 38.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA350
           END-IF.

           OPEN I-O BARRIDOSFILE.
           MOVE CORRNUE TO CUENTABAR.
           READ BARRIDOSFILE
                KEY IS CUENTABAR
                INVALID KEY MOVE 5 TO MSGBAR
           END-READ.
           IF MSGBAR = 0 AND DNIBAR NOT = DNIACT
               MOVE 5 TO MSGBAR
           END-IF.
           IF MSGBAR NOT = 0
               CLOSE BARRIDOSFILE
               GO TO PANTALLA354
           END-IF.
           DELETE BARRIDOSFILE RECORD.
           CLOSE BARRIDOSFILE.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Baja de barrido"
                LINE 3 COLUMN 31 UNDERLINE.
           DISPLAY "Barrido de la cuenta " CORRNUE " dado de baja"
                LINE 9 COLUMN 18.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 25.
       REPEATBAJA.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATBAJA
           END-IF.
           GO TO PANTALLA350.

       PANTALLA354.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Barrido entre cuentas"
                LINE 3 COLUMN 29 UNDERLINE.
           IF MSGBAR = 1
               DISPLAY "La cuenta corriente no existe, esta cerrada"
                    " o no es suya"
                    LINE 9 COLUMN 10
           ELSE
             IF MSGBAR = 2
               DISPLAY "La cuenta de ahorro no existe, no es suya o"
                    " es de otra divisa"
                    LINE 9 COLUMN 8
             ELSE
               IF MSGBAR = 3
                 DISPLAY "El techo ha de ser mayor que el suelo"
                      LINE 9 COLUMN 20
               ELSE
                 IF MSGBAR = 4
                   DISPLAY "Esa cuenta corriente ya tiene barrido"
                        LINE 9 COLUMN 20
                 ELSE
                   DISPLAY "No tiene barrido en esa cuenta corriente"
                        LINE 9 COLUMN 18
                 END-IF
               END-IF
             END-IF
           END-IF.
           MOVE 0 TO MSGBAR.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 25.
       REPEATX.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATX
           END-IF.
           GO TO PANTALLA350.

       END PROGRAM MANTBARRIDOS.
