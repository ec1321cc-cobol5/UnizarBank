       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARRIDOCUENTAS.
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

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           FILE STATUS IS FSMF.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPOID
           FILE STATUS IS FSNI.

           SELECT LIMITESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTALIM
           FILE STATUS IS FSLI.

           SELECT CTAFALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTAFAL
           ALTERNATE RECORD KEY IS DNICFAL WITH DUPLICATES
           FILE STATUS IS FSFA.

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

               FD MOVIMIENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVIMIENTOS.DAT".
               01 MOVIMIENTOSREC.
                 02 MID      PIC 9(9).
                 02 FECHORA  PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTAMOV   PIC X(10).
                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 OFICINAMOV PIC X(4). *> oficina origen
                 02 FECHAVALOR PIC 9(6). *> fecha valor AAMMDD

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NEXTID.DAT".
               01 NEXTIDREC.
                 02 TIPOID     PIC X(10).
                 02 SIGUIENTE  PIC 9(9).

               FD LIMITESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "LIMITES.DAT".
               01 LIMITESREC.
                 02 CUENTALIM   PIC X(10).
                 02 LIMEFECTIVO PIC 99999V99. *> diario en efectivo
                 02 LIMTRANSFER PIC 99999V99. *> por transferencia,
                                              *> 0 sin tope
                 02 LIMACUMTRF  PIC 99999V99. *> diario transferido,
                                              *> 0 sin tope

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
           77 FSBA        PIC XX.
           77 FSMF        PIC XX.
           77 FSNI        PIC XX.
           77 FSLI        PIC XX.
           77 FSFA        PIC XX.
           77 EOFBAR      PIC X VALUE "N".
           77 EOFMOV      PIC X VALUE "N".
           77 HAYLIM      PIC X VALUE "N".
           77 HAYFAL      PIC X VALUE "N".
           77 BLOQFAL     PIC X.
           77 NOCTA       PIC 9.
           77 MIDACT      PIC 9(9).
           77 FECHAACT    PIC 9(6).
           77 HORA        PIC 9999.
           77 FECHORAACT  PIC 9999999999.
           77 HORAACT     PIC 9(8).
           77 OFICINAACT  PIC X(4).
           *> Barrido en curso: de CUENTAORIG a CUENTADEST.
           77 CUENTAORIG  PIC X(10).
           77 CUENTADEST  PIC X(10).
           77 SALDOCORR   PIC S9999999V99.
           77 SALDOORIG   PIC S9999999V99.
           77 SALDOORIGFIN PIC S9999999V99.
           77 NECESARIO   PIC 9(7)V99.
           77 IMPORTE     PIC 9(7)V99.
           77 DISPONIBLE  PIC S9(7)V99.
           77 RETENCION   PIC 9(7)V99 VALUE 0.
           77 LIMTRANSACT PIC 99999V99.
           77 LIMACUMACT  PIC 99999V99.
           77 TRANSFHOY   PIC 9(7)V99.
           77 NUMLEIDOS   PIC 9(5) VALUE 0.
           77 NUMTRAIDOS  PIC 9(5) VALUE 0.
           77 NUMLLEVADOS PIC 9(5) VALUE 0.
           77 NUMPARCIAL  PIC 9(5) VALUE 0.
           77 NUMOMIT     PIC 9(5) VALUE 0.
           77 TOTTRAIDO   PIC 9(9)V99 VALUE 0.
           77 TOTLLEVADO  PIC 9(9)V99 VALUE 0.
           77 IMPFORMA    PIC Z,ZZZ,ZZ9.99.
           77 TOTFORMA    PIC ZZZ,ZZZ,ZZ9.99.

       01 APUNTEDIARIO.
         02 FICHLNK  PIC X(1).
         02 OPERLNK  PIC X(1).
         02 DATOSLNK PIC X(130).

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Oficina a la que pertenece este terminal.
           CALL "LEEROFICINA" USING OFICINAACT.
           CANCEL "LEEROFICINA".
           DISPLAY "BARRIDOCUENTAS - Barrido entre cuentas".
           DISPLAY "======================================".

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

           OPEN I-O BARRIDOSFILE.
           IF FSBA NOT = "00"
               DISPLAY "No hay BARRIDOS.DAT: ningun acuerdo de barrido"
               GO TO FINPROG
           END-IF.
           OPEN I-O CUENTASFILE.
           OPEN I-O MOVIMIENTOSFILE.
           OPEN INPUT LIMITESFILE.
           IF FSLI = "00"
               MOVE "Y" TO HAYLIM
           END-IF.
           OPEN INPUT CTAFALFILE.
           IF FSFA = "00"
               MOVE "Y" TO HAYFAL
           END-IF.
       LEERBAR.
           READ BARRIDOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFBAR
           END-READ.
           IF EOFBAR = "Y"
               GO TO FINBAR
           END-IF.
           ADD 1 TO NUMLEIDOS GIVING NUMLEIDOS.

           *> Las dos cuentas han de seguir abiertas y sin bloqueo
           *> por fallecimiento.
           MOVE 0 TO NOCTA.
           MOVE CUENTAAHB TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           IF NOCTA = 0 AND ESTADOCTA = "C"
               MOVE 1 TO NOCTA
           END-IF.
           MOVE CUENTAAHB TO CUENTAFAL.
           PERFORM COMPROBARFAL.
           IF BLOQFAL = "Y"
               MOVE 1 TO NOCTA
           END-IF.
           MOVE CUENTABAR TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           IF NOCTA = 0 AND ESTADOCTA = "C"
               MOVE 1 TO NOCTA
           END-IF.
           MOVE CUENTABAR TO CUENTAFAL.
           PERFORM COMPROBARFAL.
           IF BLOQFAL = "Y"
               MOVE 1 TO NOCTA
           END-IF.
           IF NOCTA = 1
               ADD 1 TO NUMOMIT GIVING NUMOMIT
               DISPLAY "Barrido " CUENTABAR " omitido: cuenta cerrada,"
                    " inexistente o bloqueada"
               GO TO LEERBAR
           END-IF.
           MOVE SALDO TO SALDOCORR.

           *> Por debajo del suelo se trae de ahorro lo que falte;
           *> por encima del techo se lleva a ahorro lo que sobre.
           IF SALDOCORR < SUELOBAR
               COMPUTE NECESARIO = SUELOBAR - SALDOCORR
               MOVE CUENTAAHB TO CUENTAORIG
               MOVE CUENTABAR TO CUENTADEST
           ELSE
               IF TECHOBAR NOT = 0 AND SALDOCORR > TECHOBAR
                   COMPUTE NECESARIO = SALDOCORR - TECHOBAR
                   MOVE CUENTABAR TO CUENTAORIG
                   MOVE CUENTAAHB TO CUENTADEST
               ELSE
                   GO TO LEERBAR
               END-IF
           END-IF.

           PERFORM CALCULARIMPORTE THRU FINCALCULAR.
           IF IMPORTE = 0
               ADD 1 TO NUMOMIT GIVING NUMOMIT
               DISPLAY "Barrido " CUENTABAR " omitido: sin disponible"
                    " o limite agotado en " CUENTAORIG
               GO TO LEERBAR
           END-IF.
           IF IMPORTE < NECESARIO
               ADD 1 TO NUMPARCIAL GIVING NUMPARCIAL
           END-IF.

           MOVE CUENTAORIG TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
           END-READ.
           SUBTRACT IMPORTE FROM SALDO GIVING SALDO.
           IF ESTADOCTA = "D"
               MOVE "A" TO ESTADOCTA
           END-IF.
           REWRITE CUENTASREC.
           MOVE "C" TO FICHLNK.
           MOVE "M" TO OPERLNK.
           MOVE CUENTASREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".
           MOVE SALDO TO SALDOORIGFIN.

           MOVE CUENTADEST TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
           END-READ.
           ADD IMPORTE TO SALDO GIVING SALDO.
           IF ESTADOCTA = "D"
               MOVE "A" TO ESTADOCTA
           END-IF.
           REWRITE CUENTASREC.
           MOVE "C" TO FICHLNK.
           MOVE "M" TO OPERLNK.
           MOVE CUENTASREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".

           OPEN I-O NEXTIDFILE.
           MOVE "MID" TO TIPOID.
           READ NEXTIDFILE
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO MIDACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTAORIG TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Barrido a " CUENTADEST
                DELIMITED BY SIZE INTO CONCEPTO.
           COMPUTE CANTIDAD = 0 - IMPORTE.
           MOVE CUENTADEST TO DESTINO.
           MOVE SALDOORIGFIN TO SALDOCUENTA.
           MOVE OFICINAACT TO OFICINAMOV.
           MOVE FECHAACT TO FECHAVALOR.
           WRITE MOVIMIENTOSREC.
           MOVE "M" TO FICHLNK.
           MOVE "A" TO OPERLNK.
           MOVE MOVIMIENTOSREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".
           *> Evaluamos las preferencias de aviso del titular.
           CALL "GENERARAVISO" USING MOVIMIENTOSREC.
           CANCEL "GENERARAVISO".

           OPEN I-O NEXTIDFILE.
           MOVE "MID" TO TIPOID.
           READ NEXTIDFILE
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO MIDACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTADEST TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Barrido desde " CUENTAORIG
                DELIMITED BY SIZE INTO CONCEPTO.
           MOVE IMPORTE TO CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE OFICINAACT TO OFICINAMOV.
           MOVE FECHAACT TO FECHAVALOR.
           WRITE MOVIMIENTOSREC.
           MOVE "M" TO FICHLNK.
           MOVE "A" TO OPERLNK.
           MOVE MOVIMIENTOSREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".
           CALL "GENERARAVISO" USING MOVIMIENTOSREC.
           CANCEL "GENERARAVISO".

           MOVE FECHAACT TO ULTBAR.
           MOVE IMPORTE TO IMPFORMA.
           IF CUENTADEST = CUENTABAR
               MOVE IMPORTE TO IMPULTBAR
               ADD 1 TO NUMTRAIDOS GIVING NUMTRAIDOS
               ADD IMPORTE TO TOTTRAIDO GIVING TOTTRAIDO
               DISPLAY "Barrido " CUENTABAR " traidos " IMPFORMA
                    "E de " CUENTAAHB
           ELSE
               COMPUTE IMPULTBAR = 0 - IMPORTE
               ADD 1 TO NUMLLEVADOS GIVING NUMLLEVADOS
               ADD IMPORTE TO TOTLLEVADO GIVING TOTLLEVADO
               DISPLAY "Barrido " CUENTABAR " llevados " IMPFORMA
                    "E a " CUENTAAHB
           END-IF.
           REWRITE BARRIDOSREC.
           GO TO LEERBAR.
       FINBAR.
           CLOSE BARRIDOSFILE.
           CLOSE CUENTASFILE.
           CLOSE MOVIMIENTOSFILE.
           IF HAYLIM = "Y"
               CLOSE LIMITESFILE
           END-IF.
           IF HAYFAL = "Y"
               CLOSE CTAFALFILE
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "Acuerdos examinados:   " NUMLEIDOS.
           DISPLAY "Traidos de ahorro:     " NUMTRAIDOS.
           MOVE TOTTRAIDO TO TOTFORMA.
           DISPLAY "  importe:        " TOTFORMA.
           DISPLAY "Llevados a ahorro:     " NUMLLEVADOS.
           MOVE TOTLLEVADO TO TOTFORMA.
           DISPLAY "  importe:        " TOTFORMA.
           DISPLAY "Barridos parciales:    " NUMPARCIAL.
           DISPLAY "Barridos omitidos:     " NUMOMIT.
           GO TO FINPROG.

       CALCULARIMPORTE.
           *> De la cuenta que cede solo sale su saldo propio: ni se
           *> usa su descubierto ni se toca lo retenido por embargos
           *> o cheques sin compensar.
           MOVE 0 TO IMPORTE.
           MOVE CUENTAORIG TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
           END-READ.
           MOVE SALDO TO SALDOORIG.
           CALL "RETENCIONCUENTA" USING CUENTAORIG, RETENCION.
           CANCEL "RETENCIONCUENTA".
           COMPUTE DISPONIBLE = SALDOORIG - RETENCION.
           IF DISPONIBLE NOT > 0
               GO TO FINCALCULAR
           END-IF.
           MOVE NECESARIO TO IMPORTE.
           IF IMPORTE > DISPONIBLE
               MOVE DISPONIBLE TO IMPORTE
           END-IF.

           *> Limites operativos de la cuenta que cede, como en
           *> TRANSFERENCIA: tope por operacion y acumulado diario
           *> de transferencias, pagos a moviles y barridos (0 = sin
           *> tope).
           MOVE 0 TO LIMTRANSACT.
           MOVE 0 TO LIMACUMACT.
           IF HAYLIM = "Y"
               MOVE CUENTAORIG TO CUENTALIM
               READ LIMITESFILE
                    KEY IS CUENTALIM
                    NOT INVALID KEY
                        MOVE LIMTRANSFER TO LIMTRANSACT
                        MOVE LIMACUMTRF TO LIMACUMACT
               END-READ
           END-IF.
           IF LIMTRANSACT NOT = 0 AND IMPORTE > LIMTRANSACT
               MOVE LIMTRANSACT TO IMPORTE
           END-IF.
           IF LIMACUMACT = 0
               GO TO FINCALCULAR
           END-IF.
           MOVE 0 TO TRANSFHOY.
           MOVE 0 TO MID.
           MOVE "N" TO EOFMOV.
           START MOVIMIENTOSFILE
                KEY IS NOT LESS THAN MID
                INVALID KEY MOVE "Y" TO EOFMOV
           END-START.
       SUMARHOY.
           IF EOFMOV = "Y"
               GO TO FINSUMA
           END-IF.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFMOV
           END-READ.
           IF EOFMOV = "N" AND CUENTAMOV = CUENTAORIG
                   AND CANTIDAD < 0 AND FECHORA(1:6) = FECHAACT
                   AND (CONCEPTO(1:16) = "Transferencia a "
                        OR CONCEPTO(1:13) = "Pago a movil "
                        OR CONCEPTO(1:10) = "Barrido a ")
               SUBTRACT CANTIDAD FROM TRANSFHOY GIVING TRANSFHOY
           END-IF.
           GO TO SUMARHOY.
       FINSUMA.
           IF TRANSFHOY NOT < LIMACUMACT
               MOVE 0 TO IMPORTE
               GO TO FINCALCULAR
           END-IF.
           IF TRANSFHOY + IMPORTE > LIMACUMACT
               COMPUTE IMPORTE = LIMACUMACT - TRANSFHOY
           END-IF.
       FINCALCULAR.
           EXIT.

       COMPROBARFAL.
           *> Fallecido un titular, la cuenta no atiende barridos
           *> hasta el reparto de la herencia.
           MOVE "N" TO BLOQFAL.
           IF HAYFAL = "Y"
               READ CTAFALFILE
                    KEY IS CUENTAFAL
                    NOT INVALID KEY
                        IF ESTADOCFAL = "B"
                            MOVE "Y" TO BLOQFAL
                        END-IF
               END-READ
           END-IF.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM BARRIDOCUENTAS.
