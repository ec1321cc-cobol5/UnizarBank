           LOCK MODE IS MANUAL
           FILE STATUS IS FSNI.

           SELECT CTAFALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTAFAL
           ALTERNATE RECORD KEY IS DNICFAL WITH DUPLICATES
           FILE STATUS IS FSFA.

           SELECT TESTAMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNIFAL
           FILE STATUS IS FSTS.

           SELECT REMESARECFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSRR.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSDV.

           SELECT RECIMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIKEY
           ALTERNATE RECORD KEY IS DNIRI WITH DUPLICATES
           FILE STATUS IS FSRM.

       DATA DIVISION.
       FILE SECTION.

                 02 TIPOID     PIC X(10).
                 02 SIGUIENTE  PIC 9(9).

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

               FD TESTAMFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TESTAMENTARIAS.DAT".
               01 TESTAMREC.
                 02 DNIFAL      PIC X(9).
                 02 FECHAFAL    PIC 9(6). *> AAMMDD fallecimiento
                 02 FECHAREGFAL PIC 9(6). *> AAMMDD comunicacion
                 02 NUMCTAFAL   PIC 99. *> cuentas bloqueadas
                 02 ESTADOFAL   PIC X(1). *> A abierta, L liquidada
                 02 FECHALIQ    PIC 9(6). *> AAMMDD liquidacion
                 02 OPERFAL     PIC X(8).

               *> Remesa de recibos que entrega el emisor: una
               *> cabecera C con los totales de control y un registro
               *> D por cada recibo a cargar.
                 02 MOTIVODEV     PIC X(1). *> S saldo insuficiente,
                                            *> B titular bloqueado,
                                            *> E cuenta inexistente,
                                            *> C cuenta cerrada,
                                            *> F posterior al
                                            *> fallecimiento

               *> Recibos devueltos por falta de saldo, acumulados de
               *> remesa en remesa hasta que se atienden.
               FD RECIMPFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECIBOSIMP.DAT".
               01 RECIMPREC.
                 02 RIKEY.
                   03 CUENTARI  PIC X(10).
                   03 REFRI     PIC X(12).
                 02 DNIRI       PIC X(9).
                 02 ACREEDORRI  PIC X(30).
                 02 IMPORTERI   PIC 9(7)V99.
                 02 FECHARI     PIC 9(6). *> AAMMDD devolucion
                 02 ESTADORI    PIC X(1). *> P pendiente, A atendido
                 02 FECHAFINRI  PIC 9(6). *> AAMMDD atendido

       WORKING-STORAGE SECTION.
           77 FSCF        PIC XX.
           77 FSNI        PIC XX.
           77 FSRR        PIC XX.
           77 FSDV        PIC XX.
           77 FSFA        PIC XX.
           77 FSTS        PIC XX.
           77 FSRM        PIC XX.
           77 HAYRECIMP   PIC X VALUE "Y".
           77 NORI        PIC X.
           77 BLOQFAL     PIC X.
           77 FECHARECIBO PIC 9(6).
           77 EOFREM      PIC X VALUE "N".
           77 HAYCABECERA PIC X VALUE "N".
           77 MIDACT      PIC 9(9).
           OPEN I-O CUENTASFILE.
           OPEN I-O MOVIMIENTOSFILE.
           OPEN OUTPUT DEVOLFILE.
           *> Los recibos devueltos por falta de saldo quedan
           *> anotados para el recobro hasta que se cargan en una
           *> remesa posterior.
           OPEN I-O RECIMPFILE.
           IF FSRM NOT = "00"
               MOVE "N" TO HAYRECIMP
           END-IF.
       LEERREM.
           READ REMESARECFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREM
           END-IF.
           CLOSE CLIENTESFILE.

           *> Cuenta bloqueada por fallecimiento: los recibos de
           *> fecha posterior a la defuncion se devuelven; los
           *> anteriores son deudas del causante y se atienden con
           *> el saldo de la cuenta.
           PERFORM BUSCARFAL THRU FINBUSCARFAL.
           IF BLOQFAL = "Y"
               MOVE FECHAACT TO FECHARECIBO
               IF FECHAVALREM NOT = 0
                   MOVE FECHAVALREM TO FECHARECIBO
               END-IF
               IF FECHARECIBO > FECHAFAL
                   MOVE "F" TO MOTIVODEV
                   GO TO DEVOLVER
               END-IF
               *> El bloqueo no libera lo embargado ni los cheques
               *> aun sin compensar.
               CALL "SUMARETENCIONES" USING CUENTAREC, RETENCION
               CANCEL "SUMARETENCIONES"
               IF IMPORTEREC > SALDO - RETENCION
                   MOVE "S" TO MOTIVODEV
                   GO TO DEVOLVER
               END-IF
               GO TO CARGAR
           END-IF.

           *> Lo retenido por embargo judicial no esta disponible
           *> para atender recibos.
           CALL "RETENCIONCUENTA" USING CUENTAREC, RETENCION.
               GO TO DEVOLVER
           END-IF.

       CARGAR.

           SUBTRACT IMPORTEREC FROM SALDO GIVING SALDO.
           REWRITE CUENTASREC.
           MOVE "C" TO FICHLNK.
           CALL "GENERARAVISO" USING MOVIMIENTOSREC.
           CANCEL "GENERARAVISO".

           IF HAYRECIMP = "Y"
               PERFORM ATENDERIMPAGO
           END-IF.
           ADD 1 TO NUMCARGADOS GIVING NUMCARGADOS.
           ADD IMPORTEREC TO TOTALCARGADO GIVING TOTALCARGADO.
           GO TO LEERREM.

       BUSCARFAL.
           MOVE "N" TO BLOQFAL.
           OPEN INPUT CTAFALFILE.
           IF FSFA NOT = "00"
               GO TO FINBUSCARFAL
           END-IF.
           MOVE CUENTAREC TO CUENTAFAL.
           READ CTAFALFILE
                KEY IS CUENTAFAL
                INVALID KEY MOVE "X" TO ESTADOCFAL
           END-READ.
           CLOSE CTAFALFILE.
           IF ESTADOCFAL NOT = "B"
               GO TO FINBUSCARFAL
           END-IF.
           OPEN INPUT TESTAMFILE.
           IF FSTS NOT = "00"
               GO TO FINBUSCARFAL
           END-IF.
           MOVE DNICFAL TO DNIFAL.
           READ TESTAMFILE
                KEY IS DNIFAL
                INVALID KEY MOVE "X" TO ESTADOFAL
           END-READ.
           CLOSE TESTAMFILE.
           IF ESTADOFAL = "A"
               MOVE "Y" TO BLOQFAL
           END-IF.
       FINBUSCARFAL.
           EXIT.

       DEVOLVER.
           MOVE ACREEDORREC TO ACREEDORDEV.
           MOVE CUENTAREC TO CUENTADEV.
           MOVE IMPORTEREC TO IMPORTEDEV.
           MOVE REFERENCIAREC TO REFERENCIADEV.
           WRITE DEVOLREC.
           IF HAYRECIMP = "Y" AND MOTIVODEV = "S"
               PERFORM ANOTARIMPAGO
           END-IF.
           ADD 1 TO NUMDEVUELTOS GIVING NUMDEVUELTOS.
           ADD IMPORTEREC TO TOTALDEVUELTO GIVING TOTALDEVUELTO.
           DISPLAY "Recibo " REFERENCIAREC " devuelto, motivo "
                MOTIVODEV " cuenta " CUENTAREC.
           GO TO LEERREM.

       ANOTARIMPAGO.
           *> Un recibo ya anotado y aun pendiente no se duplica; si
           *> se habia atendido y vuelve a devolverse, se reabre.
           MOVE "N" TO NORI.
           MOVE CUENTAREC TO CUENTARI.
           MOVE REFERENCIAREC TO REFRI.
           READ RECIMPFILE
                KEY IS RIKEY
                INVALID KEY MOVE "Y" TO NORI
           END-READ.
           MOVE DNITIT TO DNIRI.
           MOVE ACREEDORREC TO ACREEDORRI.
           MOVE IMPORTEREC TO IMPORTERI.
           IF NORI = "Y"
               MOVE FECHAACT TO FECHARI
               MOVE "P" TO ESTADORI
               MOVE 0 TO FECHAFINRI
               WRITE RECIMPREC
           ELSE
               IF ESTADORI NOT = "P"
                   MOVE FECHAACT TO FECHARI
                   MOVE "P" TO ESTADORI
                   MOVE 0 TO FECHAFINRI
               END-IF
               REWRITE RECIMPREC
           END-IF.

       ATENDERIMPAGO.
           *> El recibo que se devolvio y ahora se carga deja de ser
           *> deuda del cliente.
           MOVE "N" TO NORI.
           MOVE CUENTAREC TO CUENTARI.
           MOVE REFERENCIAREC TO REFRI.
           READ RECIMPFILE
                KEY IS RIKEY
                INVALID KEY MOVE "Y" TO NORI
           END-READ.
           IF NORI = "N" AND ESTADORI = "P"
               MOVE "A" TO ESTADORI
               MOVE FECHAACT TO FECHAFINRI
               REWRITE RECIMPREC
           END-IF.

       FINREM.
           CLOSE CUENTASFILE.
           CLOSE MOVIMIENTOSFILE.
           CLOSE DEVOLFILE.
           IF HAYRECIMP = "Y"
               CLOSE RECIMPFILE
           END-IF.
           CLOSE REMESARECFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Recibos cargados: " NUMCARGADOS.
