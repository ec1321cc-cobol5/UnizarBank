       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTALIAS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNI
           FILE STATUS IS FSCF.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           FILE STATUS IS FSCT.

           SELECT ALIASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TELALI
           ALTERNATE RECORD KEY IS DNIALI WITH DUPLICATES
           FILE STATUS IS FSAL.

       DATA DIVISION.
       FILE SECTION.

               FD CLIENTESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CLIENTES.DAT".
               01 CLIENTESREC.
                 02 DNI      PIC X(9).
                 02 NOMBAPE  PIC X(40).
                 02 TEL      PIC X(12).
                 02 DIR      PIC X(30).
                 02 BLOQUEADA PIC X(1). *> Y o N
                 02 CLAVE    PIC X(15).
                 02 INTENTOSFALLIDOS PIC 9.
                 02 ESTADOCLI PIC X(1). *> A activo, B baja

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

               *> Alias de cobro por movil: el telefono del cliente
               *> apunta a la cuenta en la que quiere recibir pagos.
               FD ALIASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ALIASMOVIL.DAT".
               01 ALIASREC.
                 02 TELALI     PIC X(12).
                 02 DNIALI     PIC X(9).
                 02 CUENTAALI  PIC X(10). *> cuenta de abono
                 02 FECHAALTAALI PIC 9(6). *> AAMMDD alta o cambio

       WORKING-STORAGE SECTION.
           77 FSCF      PIC XX.
           77 FSCT      PIC XX.
           77 FSAL      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 MSGALI    PIC 9 VALUE 0.
           77 OPCIONALI PIC X(1).
           77 TELCLI    PIC X(12).
           77 HAYALIAS  PIC X.
           77 CUENTANUE PIC X(10).
           77 CONFIRMA  PIC X(1).
           77 CLAVEA    PIC X(10).
           77 CLAVETRAB PIC X(15).
           77 HASHCLAVE PIC X(15).
           77 ESCORRECTA PIC X.
           77 FECHAACT  PIC 9(6).

       LINKAGE SECTION.
           01 DNIACT    PIC X(9).

       PROCEDURE DIVISION USING DNIACT.
       PANTALLA360.
           *> El alias es siempre el telefono que consta en la ficha
           *> del cliente; si lo cambia en oficina ha de volver a
           *> darlo de alta.
           MOVE DNIACT TO DNI.
           OPEN INPUT CLIENTESFILE.
           READ CLIENTESFILE
                KEY IS DNI
           END-READ.
           MOVE TEL TO TELCLI.
           CLOSE CLIENTESFILE.

           MOVE "N" TO HAYALIAS.
           OPEN INPUT ALIASFILE.
           IF FSAL = "00"
               MOVE TELCLI TO TELALI
               MOVE "Y" TO HAYALIAS
               READ ALIASFILE
                    KEY IS TELALI
                    INVALID KEY MOVE "N" TO HAYALIAS
               END-READ
               IF HAYALIAS = "Y" AND DNIALI NOT = DNIACT
                   MOVE "N" TO HAYALIAS
               END-IF
               CLOSE ALIASFILE
           END-IF.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Alias de cobro por movil"
                LINE 3 COLUMN 28 UNDERLINE.
           DISPLAY "Telefono en su ficha: " TELCLI
                LINE 7 COLUMN 15.
           IF HAYALIAS = "Y"
               DISPLAY "Los pagos a este movil se abonan en la cuenta "
                    CUENTAALI
                    LINE 9 COLUMN 10
               DISPLAY "Alta o ultimo cambio: " FECHAALTAALI
                    LINE 10 COLUMN 15
               DISPLAY "A - Cambiar la cuenta de abono   B - Baja"
                    LINE 19 COLUMN 15
           ELSE
               DISPLAY "No tiene alias de cobro registrado"
                    LINE 9 COLUMN 15
               DISPLAY "A - Alta del alias"
                    LINE 19 COLUMN 15
           END-IF.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 20.
           ACCEPT OPCIONALI LINE 20 COLUMN 40.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF OPCIONALI = "A" OR OPCIONALI = "a"
               GO TO PANTALLA361
           END-IF.
           IF HAYALIAS = "Y" AND (OPCIONALI = "B" OR OPCIONALI = "b")
               GO TO PANTALLA363
           END-IF.
           GO TO PANTALLA360.

       PANTALLA361.
           IF TELCLI = SPACES
               MOVE 4 TO MSGALI
               GO TO PANTALLA364
           END-IF.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Alias de cobro por movil"
                LINE 3 COLUMN 28 UNDERLINE.
           DISPLAY "Telefono: " TELCLI
                LINE 7 COLUMN 15.
           DISPLAY "Cuenta de abono: __________"
                LINE 9 COLUMN 15.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT CUENTANUE LINE 9 COLUMN 32.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA360
           END-IF.

           *> Los pagos solo se abonan en una cuenta abierta de la
           *> que el cliente es primer titular.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTANUE TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO MSGALI
           END-READ.
           IF MSGALI = 0
               IF DNITIT NOT = DNIACT OR ESTADOCTA = "C"
                   MOVE 1 TO MSGALI
               END-IF
           END-IF.
           CLOSE CUENTASFILE.
           IF MSGALI NOT = 0
               GO TO PANTALLA364
           END-IF.

       PANTALLA362.
           *> Confirmacion: el cliente revisa los datos y la firma
           *> con su clave antes de que el alias quede activo.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Confirmacion del alias"
                LINE 3 COLUMN 29 UNDERLINE.
           DISPLAY "Los pagos al movil " TELCLI
                LINE 7 COLUMN 15.
           DISPLAY "se abonaran en la cuenta " CUENTANUE
                LINE 8 COLUMN 15.
           DISPLAY "Su nombre aparecera enmascarado a quien le pague."
                LINE 10 COLUMN 15.
           DISPLAY "Confirma el alta? (S/N): _"
                LINE 12 COLUMN 15.
           DISPLAY "Clave de acceso: __________"
                LINE 14 COLUMN 15.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT CONFIRMA LINE 12 COLUMN 40.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA360
           END-IF.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               GO TO PANTALLA360
           END-IF.
           ACCEPT CLAVEA SECURE LINE 14 COLUMN 32.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA360
           END-IF.

           *> Las claves se guardan resumidas; una clave antigua en
           *> claro se compara tal cual.
           MOVE DNIACT TO DNI.
           OPEN INPUT CLIENTESFILE.
           READ CLIENTESFILE
                KEY IS DNI
           END-READ.
           CLOSE CLIENTESFILE.
           MOVE CLAVEA TO CLAVETRAB.
           CALL "CALCULAHASH" USING CLAVETRAB, HASHCLAVE.
           CANCEL "CALCULAHASH".
           MOVE "N" TO ESCORRECTA.
           IF CLAVE(1:1) = "#"
               IF CLAVE = HASHCLAVE
                   MOVE "Y" TO ESCORRECTA
               END-IF
           ELSE
               IF CLAVE = CLAVEA
                   MOVE "Y" TO ESCORRECTA
               END-IF
           END-IF.
           IF ESCORRECTA = "N"
               MOVE 3 TO MSGALI
               GO TO PANTALLA364
           END-IF.

           *> Un mismo telefono solo puede estar a nombre de un
           *> cliente; si ya es suyo se cambia la cuenta de abono.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           OPEN I-O ALIASFILE.
           MOVE TELCLI TO TELALI.
           MOVE "Y" TO HAYALIAS.
           READ ALIASFILE
                KEY IS TELALI
                INVALID KEY MOVE "N" TO HAYALIAS
           END-READ.
           IF HAYALIAS = "Y" AND DNIALI NOT = DNIACT
               CLOSE ALIASFILE
               MOVE 2 TO MSGALI
               GO TO PANTALLA364
           END-IF.
           MOVE TELCLI TO TELALI.
           MOVE DNIACT TO DNIALI.
           MOVE CUENTANUE TO CUENTAALI.
           MOVE FECHAACT TO FECHAALTAALI.
           IF HAYALIAS = "Y"
               REWRITE ALIASREC
           ELSE
               WRITE ALIASREC
           END-IF.
           CLOSE ALIASFILE.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Alias de cobro por movil"
                LINE 3 COLUMN 28 UNDERLINE.
           DISPLAY "Alias " TELCLI " activo sobre la cuenta " CUENTANUE
                LINE 9 COLUMN 12.
           DISPLAY "Los pagos retenidos a su movil se abonan esta noche"
                LINE 11 COLUMN 12.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 25.
       REPEATALTA.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATALTA
           END-IF.
           GO TO PANTALLA360.

       PANTALLA363.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Baja del alias"
                LINE 3 COLUMN 33 UNDERLINE.
           DISPLAY "Los pagos que reciba el movil " TELCLI
                LINE 8 COLUMN 12.
           DISPLAY "quedaran retenidos y se devolveran al ordenante."
                LINE 9 COLUMN 12.
           DISPLAY "Confirma la baja? (S/N): _"
                LINE 12 COLUMN 20.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT CONFIRMA LINE 12 COLUMN 45.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA360
           END-IF.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               GO TO PANTALLA360
           END-IF.

           OPEN I-O ALIASFILE.
           MOVE TELCLI TO TELALI.
           READ ALIASFILE
                KEY IS TELALI
                INVALID KEY MOVE 5 TO MSGALI
           END-READ.
           IF MSGALI = 0 AND DNIALI NOT = DNIACT
               MOVE 5 TO MSGALI
           END-IF.
           IF MSGALI NOT = 0
               CLOSE ALIASFILE
               GO TO PANTALLA364
           END-IF.
           DELETE ALIASFILE RECORD.
           CLOSE ALIASFILE.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Baja del alias"
                LINE 3 COLUMN 33 UNDERLINE.
           DISPLAY "Alias " TELCLI " dado de baja"
                LINE 9 COLUMN 22.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 25.
       REPEATBAJA.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATBAJA
           END-IF.
           GO TO PANTALLA360.

       PANTALLA364.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Alias de cobro por movil"
                LINE 3 COLUMN 28 UNDERLINE.
           IF MSGALI = 1
               DISPLAY "La cuenta no existe, esta cerrada o no es"
                    " titular de ella"
                    LINE 9 COLUMN 10
           ELSE
             IF MSGALI = 2
               DISPLAY "Ese telefono ya es alias de otro cliente;"
                    " acuda a su oficina"
                    LINE 9 COLUMN 8
             ELSE
               IF MSGALI = 3
                 DISPLAY "Clave incorrecta: el alias no se ha grabado"
                      LINE 9 COLUMN 17
               ELSE
                 IF MSGALI = 4
                   DISPLAY "No consta telefono en su ficha; acuda a su"
                        " oficina"
                        LINE 9 COLUMN 12
                 ELSE
                   DISPLAY "No tiene alias de cobro registrado"
                        LINE 9 COLUMN 22
                 END-IF
               END-IF
             END-IF
           END-IF.
           MOVE 0 TO MSGALI.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 25.
       REPEATX.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATX
           END-IF.
           GO TO PANTALLA360.

       END PROGRAM MANTALIAS.
