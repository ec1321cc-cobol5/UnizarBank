           RECORD KEY IS PRESTID
           FILE STATUS IS FSPE.

           SELECT SOLPRESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOLID
           ALTERNATE RECORD KEY IS DNISOL WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSSP.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
                 02 ESTADOPRE  PIC X(1). *> V vigente, M en mora,
                                         *> L liquidado

               *> Solicitudes de prestamo: solo se formalizan las que
               *> un supervisor haya aprobado.
               FD SOLPRESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SOLPRESTAMOS.DAT".
               01 SOLPRESREC.
                 02 SOLID      PIC 9(9).
                 02 DNISOL     PIC X(9).
                 02 CUENTASOL  PIC X(10). *> cuenta de cargo
                 02 IMPORTESOL PIC 9(7)V99.
                 02 TIPOSOL    PIC V9(4). *> interes anual
                 02 MESESSOL   PIC 999.
                 02 FINALIDSOL PIC X(30).
                 02 FECHASOL   PIC 9(6). *> AAMMDD solicitud
                 02 INGRESOSOL PIC 9(7)V99. *> ingreso medio mensual
                 02 CARGASSOL  PIC 9(7)V99. *> compromisos mensuales
                 02 CUOTASOL   PIC 9(7)V99. *> cuota francesa
                 02 RATIOSOL   PIC 999V99. *> endeudamiento en %
                 02 RECOMSOL   PIC X(1). *> F favorable, R con
                                        *> reservas, D desfavorable
                 02 ESTADOSOL  PIC X(1). *> P pendiente, A aprobada,
                                         *> D denegada, F formalizada
                 02 OPERSOL    PIC X(8). *> quien la registra
                 02 SUPERSOL   PIC X(8). *> quien la resuelve
                 02 FECHARESOL PIC 9(6). *> AAMMDD resolucion
                 02 MOTIVOSOL  PIC X(40).
                 02 PRESTSOL   PIC 9(9). *> prestamo formalizado

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NEXTID.DAT".
           77 FSCT      PIC XX.
           77 FSMF      PIC XX.
           77 FSPE      PIC XX.
           77 FSSP      PIC XX.
           77 FSNI      PIC XX.
           77 FSAD      PIC XX.
           77 TECLA     PIC X(01).
           77 MSGPRE    PIC 9 VALUE 0.
           77 OPCIONPRE PIC X(1).
           77 PRESEL    PIC 9(9).
           77 SOLSEL    PIC 9(9).
           77 MIDACT    PIC 9(9).
           77 FECHAACT  PIC 9(6).
           77 HORA      PIC 9999.
           CANCEL "MOSTRARTITULO".
           DISPLAY "Alta de prestamo"
                LINE 3 COLUMN 31 UNDERLINE.
           DISPLAY "Solicitud aprobada: _________"
                LINE 7 COLUMN 20.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT SOLSEL LINE 7 COLUMN 40.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA170
           END-IF.

           *> Las condiciones del contrato son las de la solicitud
           *> que aprobo el supervisor.
           OPEN INPUT SOLPRESFILE.
           MOVE SOLSEL TO SOLID.
           READ SOLPRESFILE
                KEY IS SOLID
                INVALID KEY MOVE 4 TO MSGPRE
           END-READ.
           CLOSE SOLPRESFILE.
           IF MSGPRE = 0 AND ESTADOSOL NOT = "A"
               MOVE 5 TO MSGPRE
           END-IF.
           IF MSGPRE NOT = 0
               GO TO PANTALLA178
           END-IF.
           MOVE CUENTASOL TO CUENTANUE.
           MOVE IMPORTESOL TO CAPITALNUE.
           MOVE TIPOSOL TO TIPONUE.
           MOVE MESESSOL TO MESESNUE.
           COMPUTE TIPOPCT = TIPONUE * 100.
           DISPLAY "Cuenta de cargo: " CUENTANUE
                LINE 9 COLUMN 20.
           MOVE CAPITALNUE TO IMPFORMA.
           DISPLAY "Capital: " IMPFORMA "E"
                LINE 11 COLUMN 20.
           DISPLAY "Tipo anual en por ciento: " TIPOPCT
                LINE 13 COLUMN 20.
           DISPLAY "Plazo en meses: " MESESNUE
                LINE 15 COLUMN 20.
           DISPLAY "Enter - Formalizar   F1 - Cancelar"
                LINE 22 COLUMN 20.
       REPEATSOL.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA170
           END-IF.
           IF ESCAP <> 13
               GO TO REPEATSOL
           END-IF.

           IF CAPITALNUE <= 0 OR MESESNUE < 1 OR MESESNUE > 360
               MOVE 2 TO MSGPRE
               GO TO PANTALLA178
           END-IF.

           *> La solicitud se bloquea hasta formalizarla y se vuelve
           *> a comprobar: otro terminal puede haberla formalizado
           *> mientras se confirmaba esta.
           OPEN I-O SOLPRESFILE.
           MOVE SOLSEL TO SOLID.
           READ SOLPRESFILE WITH LOCK
                KEY IS SOLID
                INVALID KEY MOVE 4 TO MSGPRE
           END-READ.
           IF MSGPRE = 0 AND (FSSP NOT = "00" OR ESTADOSOL NOT = "A")
               MOVE 5 TO MSGPRE
           END-IF.
           IF MSGPRE NOT = 0
               CLOSE SOLPRESFILE
               GO TO PANTALLA178
           END-IF.

           OPEN I-O CUENTASFILE.
           MOVE CUENTANUE TO CUENTA.
           END-IF.
           IF MSGPRE = 1
               CLOSE CUENTASFILE
               CLOSE SOLPRESFILE
               GO TO PANTALLA178
           END-IF.

           WRITE PRESTAMOSREC.
           CLOSE PRESTAMOSFILE.

           *> La solicitud queda formalizada y no puede volver a
           *> usarse.
           MOVE "F" TO ESTADOSOL.
           MOVE PRESEL TO PRESTSOL.
           REWRITE SOLPRESREC.
           CLOSE SOLPRESFILE.

           *> Movimiento del desembolso y justificante.
           OPEN I-O MOVIMIENTOSFILE.
           OPEN I-O NEXTIDFILE.
               DISPLAY "Capital o plazo no validos"
                    LINE 9 COLUMN 24
             ELSE
               IF MSGPRE = 4
                 DISPLAY "No existe ninguna solicitud con ese numero"
                      LINE 9 COLUMN 16
               ELSE
                 IF MSGPRE = 5
                   DISPLAY "La solicitud no esta aprobada o ya se "
                        "formalizo"
                        LINE 9 COLUMN 14
                 ELSE
                   DISPLAY "No existe ningun prestamo con ese numero"
                        LINE 9 COLUMN 16
                 END-IF
               END-IF
             END-IF
           END-IF.
           MOVE 0 TO MSGPRE.
