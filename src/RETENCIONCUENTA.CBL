       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAFALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTAFAL
           ALTERNATE RECORD KEY IS DNICFAL WITH DUPLICATES
           FILE STATUS IS FSFA.

       DATA DIVISION.
       FILE SECTION.

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
           77 FSFA      PIC XX.
           77 BLOQFAL   PIC X.
       LINKAGE SECTION.
           01 CUENTALNK PIC X(10).
           01 RETENLNK  PIC 9(7)V99.

       PROCEDURE DIVISION USING CUENTALNK, RETENLNK.
       MAIN-PARA.
           *> Suma de los embargos activos sobre la cuenta y de los
           *> cheques ajenos aun sin compensar, que calcula
           *> SUMARETENCIONES.
           MOVE 0 TO RETENLNK.
           *> Una cuenta bloqueada por fallecimiento de un titular
           *> no tiene nada disponible hasta el reparto.
           MOVE "N" TO BLOQFAL.
           OPEN INPUT CTAFALFILE.
           IF FSFA = "00"
               MOVE CUENTALNK TO CUENTAFAL
               READ CTAFALFILE
                    KEY IS CUENTAFAL
                    NOT INVALID KEY
                        IF ESTADOCFAL = "B"
                            MOVE "Y" TO BLOQFAL
                        END-IF
               END-READ
               CLOSE CTAFALFILE
           END-IF.
           IF BLOQFAL = "Y"
               MOVE 9999999.99 TO RETENLNK
               EXIT PROGRAM
           END-IF.
           CALL "SUMARETENCIONES" USING CUENTALNK, RETENLNK.
           CANCEL "SUMARETENCIONES".
           EXIT PROGRAM.

       END PROGRAM RETENCIONCUENTA.
