           RECORD KEY IS FECHACAL
           FILE STATUS IS FSCAL.

           SELECT CTAFALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTAFAL
           ALTERNATE RECORD KEY IS DNICFAL WITH DUPLICATES
           FILE STATUS IS FSFA.

       DATA DIVISION.
       FILE SECTION.

                 02 TIPODIA  PIC X(1). *> F festivo
                 02 MOTIVOCAL PIC X(30).

               *> Cuentas bloqueadas por fallecimiento de un titular.
               FD CTAFALFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTASFAL.DAT".
               01 CTAFALREC.
                 02 CUENTAFAL   PIC X(10).
                 02 DNICFAL     PIC X(9).
                 02 ROLFAL      PIC X(1). *> T titular, A autorizado
                 02 SALDODEF    PIC S9999999V99.
                 02 ESTADOCFAL  PIC X(1). *> B bloqueada, R repartida,
                                          *> L liberada
                 02 FECHAREP    PIC 9(6). *> AAMMDD reparto o
                                          *> liberacion

       WORKING-STORAGE SECTION.
           77 FSCT        PIC XX.
           77 FSOR        PIC XX.
           77 DIAACT      PIC 99.
           77 FSCAL       PIC XX.
           77 HAYCALEN    PIC X VALUE "N".
           77 FSFA        PIC XX.
           77 HAYFAL      PIC X VALUE "N".
           77 BLOQFAL     PIC X.
           77 FECHAW      PIC 9(6).
           77 HABILW      PIC X.
           77 NOFEST      PIC X.
           77 FECHORAACT  PIC 9999999999.
           77 HORAACT     PIC 9(8).
           77 SALDOORIGFIN PIC S9999999V99.
           77 RETENCION   PIC 9(7)V99 VALUE 0.
           77 NUMLEIDAS   PIC 9999 VALUE 0.
           77 NUMEJEC     PIC 9999 VALUE 0.
           77 NUMOMIT     PIC 9999 VALUE 0.
           OPEN I-O ORDENESFILE.
           OPEN I-O CUENTASFILE.
           OPEN I-O MOVIMIENTOSFILE.
           OPEN INPUT CTAFALFILE.
           IF FSFA = "00"
               MOVE "Y" TO HAYFAL
           END-IF.
       LEERORD.
           READ ORDENESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFORD
                    CUENTAORD " esta cerrada"
               GO TO LEERORD
           END-IF.
           *> Fallecido un titular, la cuenta no atiende ordenes
           *> hasta el reparto de la herencia.
           MOVE "N" TO BLOQFAL.
           IF HAYFAL = "Y"
               MOVE CUENTAORD TO CUENTAFAL
               READ CTAFALFILE
                    KEY IS CUENTAFAL
                    NOT INVALID KEY
                        IF ESTADOCFAL = "B"
                            MOVE "Y" TO BLOQFAL
                        END-IF
               END-READ
           END-IF.
           IF BLOQFAL = "Y"
               ADD 1 TO NUMOMIT GIVING NUMOMIT
               DISPLAY "Orden " ORDENID " omitida: la cuenta de cargo "
                    CUENTAORD " esta bloqueada por fallecimiento"
               GO TO LEERORD
           END-IF.
           *> El saldo puede quedar en negativo hasta el limite de
           *> descubierto autorizado de la cuenta; lo retenido por
           *> embargo o por cheques ajenos sin compensar no esta
           *> disponible.
           CALL "RETENCIONCUENTA" USING CUENTAORD, RETENCION.
           CANCEL "RETENCIONCUENTA".
           IF IMPORTEORD > SALDO + DESCUBIERTO - RETENCION
               ADD 1 TO NUMOMIT GIVING NUMOMIT
               ADD 1 TO NUMOMITSAL GIVING NUMOMITSAL
               MOVE IMPORTEORD TO IMPFORMA
           CLOSE ORDENESFILE.
           CLOSE CUENTASFILE.
           CLOSE MOVIMIENTOSFILE.
           IF HAYFAL = "Y"
               CLOSE CTAFALFILE
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "Ordenes activas examinadas: " NUMLEIDAS.
           DISPLAY "Ordenes ejecutadas: " NUMEJEC.
