           RECORD KEY IS MIDJUS
           FILE STATUS IS FSJU.

           SELECT RETROCESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDORIRET
           ALTERNATE RECORD KEY IS MIDCONRET
           FILE STATUS IS FSRT.

       DATA DIVISION.
       FILE SECTION.

                 02 SALDOJUS    PIC S9999999V99.
                 02 OFICINAJUS  PIC X(4).

               *> Retrocesiones: un registro por movimiento anulado
               *> con el contraapunte que lo deshizo.
               FD RETROCESIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RETROCESIONES.DAT".
               01 RETROCESIONESREC.
                 02 MIDORIRET  PIC 9(9). *> movimiento retrocedido
                 02 MIDCONRET  PIC 9(9). *> contraapunte
                 02 FECHARET   PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTARET  PIC X(10).
                 02 IMPORTERET PIC S9999999V99. *> del original
                 02 MOTIVORET  PIC X(40).
                 02 OPERRET    PIC X(8). *> supervisor

       WORKING-STORAGE SECTION.
           77 FSJU       PIC XX.
           77 FSRT       PIC XX.
           77 MARCARET   PIC X.
           77 TECLA      PIC X(01).
           77 ESCAP      PIC 99.
           77 EOFJU      PIC X VALUE "N".
           MOVE SALDOJUS TO SALFORMA.
           DISPLAY "Saldo resultante: " SALFORMA "E"
                LINE 18 COLUMN 18.
           *> Si el movimiento forma pareja con una retrocesion se
           *> indica en el duplicado con el numero del otro apunte.
           MOVE "N" TO MARCARET.
           OPEN INPUT RETROCESIONESFILE.
           IF FSRT NOT = "00"
               GO TO FINRETJUS
           END-IF.
           MOVE MIDJUS TO MIDORIRET.
           READ RETROCESIONESFILE
                KEY IS MIDORIRET
                NOT INVALID KEY MOVE "O" TO MARCARET
           END-READ.
           IF MARCARET = "N"
               MOVE MIDJUS TO MIDCONRET
               READ RETROCESIONESFILE
                    KEY IS MIDCONRET
                    NOT INVALID KEY MOVE "C" TO MARCARET
               END-READ
           END-IF.
           CLOSE RETROCESIONESFILE.
           IF MARCARET = "O"
               DISPLAY "** RETROCEDIDO por el movimiento " MIDCONRET
                    " **"
                    LINE 20 COLUMN 14
           END-IF.
           IF MARCARET = "C"
               DISPLAY "** RETROCESION del movimiento " MIDORIRET
                    " **"
                    LINE 20 COLUMN 16
           END-IF.
       FINRETJUS.
           DISPLAY "Enter - Aceptar"
                LINE 22 COLUMN 31.
       REPEATX.
