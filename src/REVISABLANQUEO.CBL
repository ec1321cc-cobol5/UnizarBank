       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISABLANQUEO.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOSPBCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASOID
           ALTERNATE RECORD KEY IS DNICASO WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSCP.

           SELECT MOVPBCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVPBCKEY
           ALTERNATE RECORD KEY IS REFMPB WITH DUPLICATES
           FILE STATUS IS FSMP.

           SELECT AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSAD.

       DATA DIVISION.
       FILE SECTION.

               *> Casos de prevencion de blanqueo: uno abierto como
               *> mucho por DNI, que el analista cierra descartandolo
               *> o escalandolo.
               FD CASOSPBCFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CASOSPBC.DAT".
               01 CASOSPBCREC.
                 02 CASOID      PIC 9(9).
                 02 DNICASO     PIC X(9).
                 02 FECHACASO   PIC 9(6). *> AAMMDD apertura
                 02 FECHAULTCASO PIC 9(6). *> AAMMDD ultima alerta
                 02 PUNTOSCASO  PIC 9(4). *> puntuacion acumulada
                 02 PATRONCASO  PIC X(3). *> F fraccionamiento,
                                          *> O varias oficinas,
                                          *> S salida al exterior
                 02 ESTADOCASO  PIC X(1). *> A abierto, D descartado,
                                          *> E escalado
                 02 FECHACIERRE PIC 9(6). *> AAMMDD decision
                 02 OPERCASO    PIC X(8). *> analista que decide
                 02 MOTIVOCASO  PIC X(40).

               *> Apuntes que dispararon cada caso.
               FD MOVPBCFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVPBC.DAT".
               01 MOVPBCREC.
                 02 MOVPBCKEY.
                   03 CASOMPB   PIC 9(9).
                   03 REFMPB.
                     04 TIPOMPB PIC X(1). *> M movimiento,
                                          *> P orden exterior
                     04 NUMMPB  PIC 9(9). *> MID o PENDID
                 02 PATRONMPB  PIC X(1). *> F, O o S
                 02 FECHAMPB   PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTAMPB  PIC X(10).
                 02 IMPORTEMPB PIC S9999999V99.
                 02 DETALLEMPB PIC X(24). *> oficina o IBAN destino

               FD AUDITORIA
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDITORIA.DAT".
               01 AUDITORIAREC.
                 02 DNIAUD       PIC X(9).
                 02 FECHAUD      PIC 9999999999. *> AAMMDDHHMM
                 02 ACCIONAUD    PIC X(20).
                 02 RESULTADOAUD PIC X(40).
                 02 OPERAUD      PIC X(8). *> operador actuante

       WORKING-STORAGE SECTION.
           77 FSCP      PIC XX.
           77 FSMP      PIC XX.
           77 FSAD      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 MSGPBC    PIC 9 VALUE 0.
           77 CASOSEL   PIC 9(9).
           77 DECISION  PIC X(1).
           77 MOTIVO    PIC X(40).
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
           77 FECHAACT  PIC 9(6).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9999999999.
           77 HORAACT   PIC 9(8).
           77 FECHAFORMA PIC 99/99/99.
           77 FECHAINT  PIC 9(6).
           77 CANTFORMA PIC -9,999,999.99.
           77 EOFPBC    PIC X.
           77 LINEA     PIC 99.
           77 NUMLIN    PIC 99.
           77 ESTADOTXT PIC X(10).

       PROCEDURE DIVISION.
       IDENTIFICAR.
           *> Solo un supervisor identificado puede cerrar casos de
           *> prevencion de blanqueo.
           CALL "IDENTIFICAOPERADOR" USING OPERACT, ROLACT, EXITOOP.
           CANCEL "IDENTIFICAOPERADOR".
           IF EXITOOP NOT = "Y"
               EXIT PROGRAM
           END-IF.
           IF ROLACT NOT = "S"
               GO TO PANTALLA263
           END-IF.
       PANTALLA260.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Revision de casos de blanqueo"
                LINE 3 COLUMN 26 UNDERLINE.
           DISPLAY "Caso      DNI       Abierto  Ult.alerta Patron"
                " Puntos"
                LINE 5 COLUMN 12.
           OPEN INPUT CASOSPBCFILE.
           IF FSCP NOT = "00"
               MOVE 5 TO MSGPBC
               GO TO PANTALLA262
           END-IF.
           *> Casos pendientes de decision, los mas antiguos arriba.
           MOVE 6 TO LINEA.
           MOVE 0 TO NUMLIN.
           MOVE "N" TO EOFPBC.
       LISTARCASOS.
           READ CASOSPBCFILE NEXT RECORD
                AT END MOVE "Y" TO EOFPBC
           END-READ.
           IF EOFPBC = "Y"
               GO TO FINLISTAR
           END-IF.
           IF ESTADOCASO NOT = "A"
               GO TO LISTARCASOS
           END-IF.
           IF NUMLIN = 13
               DISPLAY "... hay mas casos abiertos"
                    LINE 19 COLUMN 12
               GO TO FINLISTAR
           END-IF.
           MOVE FECHACASO(5:2) TO FECHAINT(1:2).
           MOVE FECHACASO(3:2) TO FECHAINT(3:2).
           MOVE FECHACASO(1:2) TO FECHAINT(5:2).
           MOVE FECHAINT TO FECHAFORMA.
           DISPLAY CASOID " " DNICASO " " FECHAFORMA
                LINE LINEA COLUMN 12.
           MOVE FECHAULTCASO(5:2) TO FECHAINT(1:2).
           MOVE FECHAULTCASO(3:2) TO FECHAINT(3:2).
           MOVE FECHAULTCASO(1:2) TO FECHAINT(5:2).
           MOVE FECHAINT TO FECHAFORMA.
           DISPLAY FECHAFORMA "   " PATRONCASO "    " PUNTOSCASO
                LINE LINEA COLUMN 43.
           ADD 1 TO LINEA.
           ADD 1 TO NUMLIN.
           GO TO LISTARCASOS.
       FINLISTAR.
           CLOSE CASOSPBCFILE.
           IF NUMLIN = 0
               DISPLAY "No hay casos abiertos"
                    LINE 9 COLUMN 29
           END-IF.
           DISPLAY "Caso a revisar: _________"
                LINE 20 COLUMN 12.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 20.
           ACCEPT CASOSEL LINE 20 COLUMN 28.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.

           OPEN INPUT CASOSPBCFILE.
           MOVE CASOSEL TO CASOID.
           READ CASOSPBCFILE
                KEY IS CASOID
                INVALID KEY MOVE 1 TO MSGPBC
           END-READ.
           CLOSE CASOSPBCFILE.
           IF MSGPBC NOT = 0
               GO TO PANTALLA262
           END-IF.
           IF ESTADOCASO NOT = "A"
               MOVE 2 TO MSGPBC
               GO TO PANTALLA262
           END-IF.

       PANTALLA261.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Revision de casos de blanqueo"
                LINE 3 COLUMN 26 UNDERLINE.
           MOVE FECHACASO(5:2) TO FECHAINT(1:2).
           MOVE FECHACASO(3:2) TO FECHAINT(3:2).
           MOVE FECHACASO(1:2) TO FECHAINT(5:2).
           MOVE FECHAINT TO FECHAFORMA.
           DISPLAY "Caso: " CASOID "   DNI: " DNICASO
                "   Abierto: " FECHAFORMA
                LINE 5 COLUMN 8.
           DISPLAY "Patrones: " PATRONCASO
                "  (F fraccionado, O oficinas, S salida)"
                "   Puntos: " PUNTOSCASO
                LINE 6 COLUMN 8.
           DISPLAY "P Ref.      Fecha    Cuenta     Importe"
                "        Detalle"
                LINE 8 COLUMN 3.
           *> Apuntes que dispararon el caso, en el orden en que se
           *> registraron.
           MOVE 9 TO LINEA.
           MOVE 0 TO NUMLIN.
           MOVE "N" TO EOFPBC.
           OPEN INPUT MOVPBCFILE.
           IF FSMP NOT = "00"
               GO TO FINAPUNTES
           END-IF.
           MOVE CASOID TO CASOMPB.
           MOVE LOW-VALUES TO REFMPB.
           START MOVPBCFILE
                KEY >= MOVPBCKEY
                INVALID KEY MOVE "Y" TO EOFPBC
           END-START.
       LISTARAPUNTES.
           IF EOFPBC = "Y"
               GO TO FINAPUNTES
           END-IF.
           READ MOVPBCFILE NEXT RECORD
                AT END MOVE "Y" TO EOFPBC
           END-READ.
           IF EOFPBC = "Y" OR CASOMPB NOT = CASOID
               GO TO FINAPUNTES
           END-IF.
           IF NUMLIN = 10
               DISPLAY "... el caso tiene mas apuntes"
                    LINE 19 COLUMN 3
               GO TO FINAPUNTES
           END-IF.
           MOVE FECHAMPB(5:2) TO FECHAINT(1:2).
           MOVE FECHAMPB(3:2) TO FECHAINT(3:2).
           MOVE FECHAMPB(1:2) TO FECHAINT(5:2).
           MOVE FECHAINT TO FECHAFORMA.
           MOVE IMPORTEMPB TO CANTFORMA.
           DISPLAY PATRONMPB " " TIPOMPB NUMMPB " " FECHAFORMA " "
                CUENTAMPB " " CANTFORMA " " DETALLEMPB
                LINE LINEA COLUMN 3.
           ADD 1 TO LINEA.
           ADD 1 TO NUMLIN.
           GO TO LISTARAPUNTES.
       FINAPUNTES.
           CLOSE MOVPBCFILE.
           DISPLAY "Decision (D descartar, E escalar): _"
                LINE 20 COLUMN 8.
           DISPLAY "Motivo:"
                LINE 21 COLUMN 8.
           DISPLAY "Enter - Confirmar decision   F1 - Volver"
                LINE 23 COLUMN 15.
           MOVE SPACES TO DECISION.
           MOVE SPACES TO MOTIVO.
           ACCEPT DECISION LINE 20 COLUMN 43.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA260
           END-IF.
           ACCEPT MOTIVO LINE 21 COLUMN 16.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA260
           END-IF.
           IF ESCAP <> 13
               GO TO PANTALLA261
           END-IF.
           IF DECISION = "d"
               MOVE "D" TO DECISION
           END-IF.
           IF DECISION = "e"
               MOVE "E" TO DECISION
           END-IF.
           IF DECISION NOT = "D" AND DECISION NOT = "E"
               MOVE 3 TO MSGPBC
               GO TO PANTALLA262
           END-IF.
           IF MOTIVO = SPACES
               MOVE 4 TO MSGPBC
               GO TO PANTALLA262
           END-IF.

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

           *> El caso se relee bloqueado: si otro supervisor lo
           *> cerro mientras tanto no se pisa su decision.
           OPEN I-O CASOSPBCFILE.
           MOVE CASOSEL TO CASOID.
           READ CASOSPBCFILE WITH LOCK
                KEY IS CASOID
                INVALID KEY MOVE 1 TO MSGPBC
           END-READ.
           IF MSGPBC = 0 AND ESTADOCASO NOT = "A"
               MOVE 2 TO MSGPBC
           END-IF.
           IF MSGPBC NOT = 0
               CLOSE CASOSPBCFILE
               GO TO PANTALLA262
           END-IF.
           MOVE DECISION TO ESTADOCASO.
           MOVE FECHAACT TO FECHACIERRE.
           MOVE OPERACT TO OPERCASO.
           MOVE MOTIVO TO MOTIVOCASO.
           REWRITE CASOSPBCREC.
           CLOSE CASOSPBCFILE.

           IF DECISION = "D"
               MOVE "descartado" TO ESTADOTXT
           ELSE
               MOVE "escalado" TO ESTADOTXT
           END-IF.
           OPEN EXTEND AUDITORIA.
           MOVE DNICASO TO DNIAUD.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Caso blanqueo" TO ACCIONAUD.
           MOVE SPACES TO RESULTADOAUD.
           STRING "Caso " CASOID " " ESTADOTXT ": " MOTIVO
                DELIMITED BY SIZE INTO RESULTADOAUD.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Revision de casos de blanqueo"
                LINE 3 COLUMN 26 UNDERLINE.
           DISPLAY "Caso " CASOSEL " cerrado como " ESTADOTXT
                LINE 9 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATOK.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATOK
           END-IF.
           GO TO PANTALLA260.

       PANTALLA262.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Revision de casos de blanqueo"
                LINE 3 COLUMN 26 UNDERLINE.
           IF MSGPBC = 1
               DISPLAY "No existe ningun caso con ese numero"
                    LINE 9 COLUMN 20
           END-IF.
           IF MSGPBC = 2
               DISPLAY "El caso ya esta cerrado"
                    LINE 9 COLUMN 26
           END-IF.
           IF MSGPBC = 3
               DISPLAY "La decision debe ser D (descartar) o E "
                    "(escalar)"
                    LINE 9 COLUMN 16
           END-IF.
           IF MSGPBC = 4
               DISPLAY "El motivo de la decision es obligatorio"
                    LINE 9 COLUMN 18
           END-IF.
           IF MSGPBC = 5
               DISPLAY "El archivo de casos no esta disponible"
                    LINE 9 COLUMN 18
           END-IF.
           MOVE 0 TO MSGPBC.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATKO.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATKO
           END-IF.
           GO TO PANTALLA260.

       PANTALLA263.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Revision de casos de blanqueo"
                LINE 3 COLUMN 26 UNDERLINE.
           DISPLAY "Esta operacion requiere rol de supervisor"
                LINE 9 COLUMN 16.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATX.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATX
           END-IF.

       END PROGRAM REVISABLANQUEO.
