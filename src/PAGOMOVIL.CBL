       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOMOVIL.
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
           LOCK MODE IS MANUAL *> serializa terminales
           FILE STATUS IS FSCT.

           SELECT TITULARESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TITKEY
           ALTERNATE RECORD KEY IS DNITITU WITH DUPLICATES
           FILE STATUS IS FSTI.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           FILE STATUS IS FSMF.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPOID
           LOCK MODE IS MANUAL
           FILE STATUS IS FSNI.

           SELECT LIMITESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTALIM
           FILE STATUS IS FSLI.

           SELECT CAMBIOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIVISACAM
           FILE STATUS IS FSCM.

           SELECT ALIASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TELALI
           ALTERNATE RECORD KEY IS DNIALI WITH DUPLICATES
           FILE STATUS IS FSAL.

           SELECT PAGOSMOVILFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAGOMID
           FILE STATUS IS FSPM.

           SELECT AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSAD.

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

               FD TITULARESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TITULARES.DAT".
               01 TITULARESREC.
                 02 TITKEY.
                   03 CUENTATIT PIC X(10).
                   03 DNITITU   PIC X(9).
                 02 ROLTIT PIC X(1). *> T titular, A autorizado

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

               *> Tabla de cambios del dia: euros por unidad de cada
               *> divisa; la mantiene la oficina desde MANTCAMBIOS.
               FD CAMBIOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CAMBIOS.DAT".
               01 CAMBIOSREC.
                 02 DIVISACAM PIC X(3).
                 02 TASACAM   PIC 9(3)V9(6). *> euros por unidad
                 02 FECHACAM  PIC 9(6). *> AAMMDD ultima revision
                 02 MARGENCAM PIC V9(4). *> margen sobre el cambio en
                                         *> la compraventa de billetes

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

               *> Pagos a moviles sin alias: el importe se carga al
               *> ordenante y queda retenido hasta que el destinatario
               *> se da de alta o vence el plazo y se le devuelve.
               FD PAGOSMOVILFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PAGOSMOVIL.DAT".
               01 PAGOSMOVILREC.
                 02 PAGOMID    PIC 9(9).
                 02 TELPAGO    PIC X(12).
                 02 CUENTAORIGPAGO PIC X(10).
                 02 DNIORIGPAGO PIC X(9).
                 02 IMPORTEPAGO PIC 9(7)V99. *> en divisa de origen
                 02 FECHAPAGO  PIC 9(6). *> AAMMDD
                 02 LIMITEPAGO PIC 9(6). *> AAMMDD devolucion
                 02 MIDPAGO    PIC 9(9). *> movimiento del cargo
                 02 ESTADOPAGO PIC X(1). *> P pendiente, E entregado,
                                         *> D devuelto
                 02 FECHARESPAGO PIC 9(6). *> AAMMDD entrega o
                                           *> devolucion
                 02 CUENTAABOPAGO PIC X(10). *> cuenta abonada

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
           77 FSCF      PIC XX.
           77 FSCT      PIC XX.
           77 FSTI      PIC XX.
           77 FSMF      PIC XX.
           77 FSNI      PIC XX.
           77 FSLI      PIC XX.
           77 FSCM      PIC XX.
           77 FSAL      PIC XX.
           77 FSPM      PIC XX.
           77 FSAD      PIC XX.
           77 NOCTA     PIC 9.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 EOF       PIC X VALUE "N".
           77 MIDACT    PIC 9(9).
           77 PAGOACT   PIC 9(9).
           77 FECHAACT  PIC 9(6).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9999999999.
           77 HORAACT   PIC 9(8).
           77 SALDOFORMA   PIC -Z,ZZZ,ZZ9.99.
           77 IMPFORMA     PIC Z,ZZZ,ZZ9.99.
           77 IMPORTE    PIC 99999V99.
           77 TELDEST    PIC X(12).
           77 CUENTADEST PIC X(10).
           77 NOMBREORIG PIC X(40).
           77 NOMBREMASC PIC X(40).
           77 DNIORIG    PIC X(9).
           77 MSGPAGO    PIC 9 VALUE 0.
           77 SALDOORIGFIN PIC S9999999V99.
           77 NUMCTAS     PIC 9 VALUE 0.
           77 IDXCTA       PIC 9.
           77 CUENTASEL    PIC X(10).
           77 SALDOACT     PIC S9999999V99.
           77 DESCUBACT    PIC 99999V99.
           77 HAYLIMITE PIC X VALUE "N".
           77 LIMTRANSACT PIC 99999V99 VALUE 0.
           77 LIMACUMACT  PIC 99999V99 VALUE 0.
           77 TRANSFHOY   PIC S9(7)V99 VALUE 0.
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
           77 OFICINAACT PIC X(4).
           77 RETENCION PIC 9(7)V99 VALUE 0.
           77 HAYCAMBIO PIC X.
           77 DIVISAORIG PIC X(3).
           77 DIVISADEST PIC X(3).
           77 TASAORIG  PIC 9(3)V9(6).
           77 TASADEST  PIC 9(3)V9(6).
           77 IMPORTEDEST PIC 9(7)V99.
           77 HAYALIAS  PIC X.
           77 CONFIRMA  PIC X(1).
           77 IDXNOM    PIC 99.
           77 POSPAL    PIC 99.
           *> Dias naturales que un pago a un movil sin alias espera
           *> a que el destinatario se de de alta antes de devolverse.
           77 DIASRETPAGO PIC 99 VALUE 7.
           77 FECHA8    PIC 9(8).
           77 DIASINT   PIC 9(9).
       01 CTATABLA.
         02 CTATAB OCCURS 9 TIMES.
           03 CUENTATAB PIC X(10).
           03 SALDOTAB  PIC S9999999V99.
           03 DESCUBTAB PIC 99999V99.
       01 APUNTEDIARIO.
         02 FICHLNK  PIC X(1).
         02 OPERLNK  PIC X(1).
         02 DATOSLNK PIC X(130).
       LINKAGE SECTION.
           01 DNIACT    PIC X(9).

       PROCEDURE DIVISION USING DNIACT.
           *> Oficina a la que pertenece este terminal.
           CALL "LEEROFICINA" USING OFICINAACT.
           CANCEL "LEEROFICINA".
           MOVE DNIACT TO DNIORIG.
           MOVE DNIACT TO DNI.
           OPEN INPUT CLIENTESFILE.
           READ CLIENTESFILE
                KEY IS DNI
           END-READ.
           MOVE NOMBAPE TO NOMBREORIG.
           CLOSE CLIENTESFILE.

           OPEN INPUT TITULARESFILE.
           OPEN INPUT CUENTASFILE.
           MOVE DNIACT TO DNITITU.
           START TITULARESFILE
                KEY = DNITITU
           END-START.
       LEERCTAS.
           READ TITULARESFILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y" OR DNITITU <> DNIACT
               GO TO FINCTAS
           END-IF.
           MOVE 0 TO NOCTA.
           MOVE CUENTATIT TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           IF NOCTA = 1
               GO TO LEERCTAS
           END-IF.
           *> Las cuentas cerradas no se ofrecen para operar.
           IF ESTADOCTA = "C"
               GO TO LEERCTAS
           END-IF.
           IF NUMCTAS < 9
               ADD 1 TO NUMCTAS GIVING NUMCTAS
               MOVE CUENTA TO CUENTATAB(NUMCTAS)
               MOVE SALDO TO SALDOTAB(NUMCTAS)
               MOVE DESCUBIERTO TO DESCUBTAB(NUMCTAS)
           END-IF.
           GO TO LEERCTAS.
       FINCTAS.
           CLOSE TITULARESFILE.
           CLOSE CUENTASFILE.
           IF NUMCTAS = 1
               MOVE CUENTATAB(1) TO CUENTASEL
               MOVE SALDOTAB(1) TO SALDOACT
               MOVE DESCUBTAB(1) TO DESCUBACT
               GO TO PANTALLA366
           END-IF.
       PANTALLA365.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Pago a un movil"
                LINE 5 COLUMN 28 UNDERLINE.
           DISPLAY "Seleccione la cuenta de cargo:"
                LINE 7 COLUMN 20.
           MOVE 9 TO IDXCTA.
       LISTARCTAS.
           IF IDXCTA > NUMCTAS
               GO TO FINLISTA
           END-IF.
           MOVE SALDOTAB(IDXCTA) TO SALDOFORMA.
           DISPLAY IDXCTA " - " CUENTATAB(IDXCTA) " " SALDOFORMA "E"
                LINE (8 + IDXCTA) COLUMN 22.
           SUBTRACT 1 FROM IDXCTA GIVING IDXCTA.
           GO TO LISTARCTAS.
       FINLISTA.
           ACCEPT IDXCTA LINE (9 + NUMCTAS) COLUMN 40.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF IDXCTA < 1 OR IDXCTA > NUMCTAS
               GO TO PANTALLA365
           END-IF.
           MOVE CUENTATAB(IDXCTA) TO CUENTASEL.
           MOVE SALDOTAB(IDXCTA) TO SALDOACT.
           MOVE DESCUBTAB(IDXCTA) TO DESCUBACT.
       PANTALLA366.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Pago a un movil"
                LINE 5 COLUMN 28 UNDERLINE.
           DISPLAY "Movil del destinatario: ____________"
                LINE 9 COLUMN 17.
           DISPLAY "Importe a pagar: ______E"
                LINE 11 COLUMN 17.
           DISPLAY "F1 - Cancelar"
                LINE 19 COLUMN 20.
           ACCEPT TELDEST LINE 9 COLUMN 41.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF TELDEST = SPACES
               GO TO PANTALLA366
           END-IF.
           ACCEPT IMPORTE LINE 11 COLUMN 34.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.

           *> Mismas comprobaciones que una transferencia: el saldo
           *> puede quedar en negativo hasta el descubierto, pero lo
           *> retenido por embargo judicial no sale de la cuenta.
           CALL "RETENCIONCUENTA" USING CUENTASEL, RETENCION.
           CANCEL "RETENCIONCUENTA".
           IF IMPORTE <= 0
                   OR IMPORTE > SALDOACT + DESCUBACT - RETENCION
               MOVE 3 TO MSGPAGO
               GO TO PANTALLA368
           END-IF.

           *> Limites operativos de la cuenta: tope por operacion y
           *> acumulado diario, compartido con las transferencias.
           MOVE 0 TO LIMTRANSACT.
           MOVE 0 TO LIMACUMACT.
           OPEN INPUT LIMITESFILE.
           IF FSLI = "00"
               MOVE CUENTASEL TO CUENTALIM
               MOVE "Y" TO HAYLIMITE
               READ LIMITESFILE
                    KEY IS CUENTALIM
                    INVALID KEY MOVE "N" TO HAYLIMITE
               END-READ
               IF HAYLIMITE = "Y"
                   MOVE LIMTRANSFER TO LIMTRANSACT
                   MOVE LIMACUMTRF TO LIMACUMACT
               END-IF
               CLOSE LIMITESFILE
           END-IF.
           IF LIMTRANSACT NOT = 0 AND IMPORTE > LIMTRANSACT
               MOVE 5 TO MSGPAGO
               GO TO PANTALLA368
           END-IF.
           IF LIMACUMACT NOT = 0
               MOVE 0 TO TRANSFHOY
               CALL "LEERFECHANEG" USING FECHAACT
               CANCEL "LEERFECHANEG"
               OPEN INPUT MOVIMIENTOSFILE
               MOVE "N" TO EOF
               GO TO SUMARHOY
           END-IF.
           GO TO BUSCARDESTINO.
       SUMARHOY.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO FINSUMA
           END-IF.
           IF CUENTAMOV = CUENTASEL AND CANTIDAD < 0
                   AND FECHORA(1:6) = FECHAACT
                   AND (CONCEPTO(1:16) = "Transferencia a "
                        OR CONCEPTO(1:13) = "Pago a movil ")
               SUBTRACT CANTIDAD FROM TRANSFHOY GIVING TRANSFHOY
           END-IF.
           GO TO SUMARHOY.
       FINSUMA.
           CLOSE MOVIMIENTOSFILE.
           IF TRANSFHOY + IMPORTE > LIMACUMACT
               MOVE 6 TO MSGPAGO
               GO TO PANTALLA368
           END-IF.

       BUSCARDESTINO.
           *> Con alias activo sobre una cuenta abierta el pago se
           *> abona en el acto; si no, queda retenido a la espera de
           *> que el destinatario se de de alta.
           MOVE "N" TO HAYALIAS.
           OPEN INPUT ALIASFILE.
           IF FSAL = "00"
               MOVE TELDEST TO TELALI
               MOVE "Y" TO HAYALIAS
               READ ALIASFILE
                    KEY IS TELALI
                    INVALID KEY MOVE "N" TO HAYALIAS
               END-READ
               CLOSE ALIASFILE
           END-IF.
           IF HAYALIAS = "N"
               GO TO PANTALLA367
           END-IF.
           MOVE CUENTAALI TO CUENTADEST.
           IF CUENTADEST = CUENTASEL
               MOVE 4 TO MSGPAGO
               GO TO PANTALLA368
           END-IF.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTADEST TO CUENTA.
           MOVE 0 TO NOCTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           CLOSE CUENTASFILE.
           IF NOCTA = 1 OR ESTADOCTA = "C"
               MOVE "N" TO HAYALIAS
               GO TO PANTALLA367
           END-IF.
           MOVE DNIALI TO DNI.
           OPEN INPUT CLIENTESFILE.
           READ CLIENTESFILE
                KEY IS DNI
           END-READ.
           CLOSE CLIENTESFILE.
           IF BLOQUEADA = "Y"
               MOVE 2 TO MSGPAGO
               GO TO PANTALLA368
           END-IF.
           PERFORM ENMASCARAR THRU FINENMASCARAR.

       PANTALLA367.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Pago a un movil"
                LINE 5 COLUMN 28 UNDERLINE.
           MOVE IMPORTE TO IMPFORMA.
           DISPLAY "Pago de " IMPFORMA "E al movil " TELDEST
                LINE 8 COLUMN 15.
           IF HAYALIAS = "Y"
               DISPLAY "Destinatario: " NOMBREMASC
                    LINE 10 COLUMN 15
           ELSE
               DISPLAY "Ese movil no tiene alias de cobro. El importe"
                    " se carga ahora"
                    LINE 10 COLUMN 8
               DISPLAY "y queda retenido " DIASRETPAGO " dias; si el"
                    " destinatario no se da de alta"
                    LINE 11 COLUMN 8
               DISPLAY "en ese plazo se le devuelve."
                    LINE 12 COLUMN 8
           END-IF.
           DISPLAY "Confirma el pago? (S/N): _"
                LINE 14 COLUMN 20.
           DISPLAY "F1 - Cancelar"
                LINE 19 COLUMN 20.
           ACCEPT CONFIRMA LINE 14 COLUMN 45.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               GO TO PANTALLA366
           END-IF.

       EJECUTAR.
           OPEN I-O CUENTASFILE.
           IF HAYALIAS = "N"
               GO TO CARGARORIGEN
           END-IF.
           MOVE CUENTADEST TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO MSGPAGO
           END-READ.
           IF MSGPAGO = 0 AND ESTADOCTA = "C"
               MOVE 1 TO MSGPAGO
           END-IF.
           IF MSGPAGO = 1
               CLOSE CUENTASFILE
               GO TO PANTALLA368
           END-IF.
           MOVE DIVISA TO DIVISADEST.
       CARGARORIGEN.
           MOVE CUENTASEL TO CUENTA.
           READ CUENTASFILE WITH LOCK
                KEY IS CUENTA
           END-READ.
           MOVE DIVISA TO DIVISAORIG.
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
           IF HAYALIAS = "N"
               CLOSE CUENTASFILE
               GO TO GRABARCARGO
           END-IF.

           *> Si la cuenta de abono opera en otra divisa el importe
           *> se convierte con la tabla de cambios del dia.
           MOVE IMPORTE TO IMPORTEDEST.
           IF DIVISAORIG NOT = DIVISADEST
               PERFORM BUSCARTASAS
               COMPUTE IMPORTEDEST ROUNDED = IMPORTE * TASAORIG
                    / TASADEST
           END-IF.
           MOVE CUENTADEST TO CUENTA.
           READ CUENTASFILE WITH LOCK
                KEY IS CUENTA
           END-READ.
           ADD IMPORTEDEST TO SALDO GIVING SALDO.
           IF ESTADOCTA = "D"
               MOVE "A" TO ESTADOCTA
           END-IF.
           REWRITE CUENTASREC.
           MOVE "C" TO FICHLNK.
           MOVE "M" TO OPERLNK.
           MOVE CUENTASREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".
           CLOSE CUENTASFILE.

       GRABARCARGO.
           OPEN I-O MOVIMIENTOSFILE.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

           OPEN I-O NEXTIDFILE.
           MOVE "MID" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO MIDACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTASEL TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           IF HAYALIAS = "Y"
               STRING "Pago a movil " TELDEST
                    DELIMITED BY SIZE INTO CONCEPTO
               MOVE CUENTADEST TO DESTINO
           ELSE
               STRING "Pago a movil pendiente " TELDEST
                    DELIMITED BY SIZE INTO CONCEPTO
               MOVE "" TO DESTINO
           END-IF.
           COMPUTE CANTIDAD = 0 - IMPORTE.
           MOVE SALDOORIGFIN TO SALDOCUENTA.
           MOVE OFICINAACT TO OFICINAMOV.
           MOVE FECHAACT TO FECHAVALOR.
           WRITE MOVIMIENTOSREC.
           MOVE "M" TO FICHLNK.
           MOVE "A" TO OPERLNK.
           MOVE MOVIMIENTOSREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".
           *> Evaluamos las preferencias de aviso del ordenante.
           CALL "GENERARAVISO" USING MOVIMIENTOSREC.
           CANCEL "GENERARAVISO".
           CALL "GRABARJUSTIFICANTE" USING MOVIMIENTOSREC.
           CANCEL "GRABARJUSTIFICANTE".
           IF HAYALIAS = "N"
               CLOSE MOVIMIENTOSFILE
               GO TO RETENERPAGO
           END-IF.

           OPEN I-O NEXTIDFILE.
           MOVE "MID" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
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
           STRING "Pago movil de " NOMBREORIG
                DELIMITED BY SIZE INTO CONCEPTO.
           MOVE IMPORTEDEST TO CANTIDAD.
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
           *> Evaluamos las preferencias de aviso del beneficiario.
           CALL "GENERARAVISO" USING MOVIMIENTOSREC.
           CANCEL "GENERARAVISO".
           CLOSE MOVIMIENTOSFILE.
           GO TO PANTALLAFIN.

       RETENERPAGO.
           *> El pago retenido guarda el movimiento de cargo; el
           *> cierre lo abona cuando aparece el alias o lo devuelve
           *> al vencer el plazo.
           OPEN I-O NEXTIDFILE.
           MOVE "PAGOMOVIL" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO PAGOACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           COMPUTE FECHA8 = 20000000 + FECHAACT.
           COMPUTE DIASINT = FUNCTION INTEGER-OF-DATE (FECHA8)
                + DIASRETPAGO.
           COMPUTE FECHA8 = FUNCTION DATE-OF-INTEGER (DIASINT).
           OPEN I-O PAGOSMOVILFILE.
           MOVE PAGOACT TO PAGOMID.
           MOVE TELDEST TO TELPAGO.
           MOVE CUENTASEL TO CUENTAORIGPAGO.
           MOVE DNIORIG TO DNIORIGPAGO.
           MOVE IMPORTE TO IMPORTEPAGO.
           MOVE FECHAACT TO FECHAPAGO.
           COMPUTE LIMITEPAGO = FECHA8 - 20000000.
           MOVE MIDACT TO MIDPAGO.
           MOVE "P" TO ESTADOPAGO.
           MOVE 0 TO FECHARESPAGO.
           MOVE SPACES TO CUENTAABOPAGO.
           WRITE PAGOSMOVILREC.
           CLOSE PAGOSMOVILFILE.

       PANTALLAFIN.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Pago a un movil"
                LINE 5 COLUMN 28 UNDERLINE.
           MOVE IMPORTE TO IMPFORMA.
           IF HAYALIAS = "Y"
               DISPLAY "Pagados " IMPFORMA "E al movil " TELDEST
                    LINE 8 COLUMN 15
           ELSE
               DISPLAY "Retenidos " IMPFORMA "E para el movil " TELDEST
                    LINE 8 COLUMN 12
               DISPLAY "Se devuelven el " LIMITEPAGO(5:2) "/"
                    LIMITEPAGO(3:2) "/" LIMITEPAGO(1:2)
                    " si no se da de alta"
                    LINE 9 COLUMN 12
           END-IF.
           MOVE SALDOORIGFIN TO SALDOFORMA.
           DISPLAY "El saldo resultante es de: " SALDOFORMA "E"
                LINE 11 COLUMN 12.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 25.
           GO TO REPEATX.

       PANTALLA368.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Pago a un movil"
                LINE 5 COLUMN 28 UNDERLINE.
           IF MSGPAGO = 1
               DISPLAY "La cuenta del destinatario ya no admite abonos"
                    LINE 9 COLUMN 15
           ELSE
             IF MSGPAGO = 2
               DISPLAY "El destinatario esta bloqueado"
                    LINE 9 COLUMN 22
             ELSE
               IF MSGPAGO = 3
                 DISPLAY "Importe no valido o saldo insuficiente"
                      LINE 9 COLUMN 18
               ELSE
                 IF MSGPAGO = 4
                   DISPLAY "Ese movil cobra en la misma cuenta de cargo"
                        LINE 9 COLUMN 16
                 ELSE
                   IF MSGPAGO = 5
                     DISPLAY "Supera el limite por transferencia de "
                          "la cuenta"
                          LINE 9 COLUMN 14
                   ELSE
                     DISPLAY "Supera el acumulado diario de "
                          "transferencias"
                          LINE 9 COLUMN 14
                   END-IF
                   DISPLAY "F2 - Autorizacion de supervisor"
                        LINE 16 COLUMN 22
                 END-IF
               END-IF
             END-IF
           END-IF.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 25.
       REPEATX.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 02 AND (MSGPAGO = 5 OR MSGPAGO = 6)
                   GO TO AUTORIZAR
               END-IF
               IF ESCAP <> 13
                   GO TO REPEATX
               END-IF.
           GO TO FINPROG.

       AUTORIZAR.
           *> Un supervisor identificado puede aprobar un exceso
           *> puntual sobre los limites; queda en auditoria.
           CALL "IDENTIFICAOPERADOR" USING OPERACT, ROLACT, EXITOOP.
           CANCEL "IDENTIFICAOPERADOR".
           IF EXITOOP NOT = "Y" OR ROLACT NOT = "S"
               GO TO PANTALLA368
           END-IF.
           OPEN EXTEND AUDITORIA.
           MOVE DNIORIG TO DNIAUD.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Autorizacion limite" TO ACCIONAUD.
           MOVE SPACES TO RESULTADOAUD.
           STRING "Pago a movil sobre limite en " CUENTASEL
                DELIMITED BY SIZE INTO RESULTADOAUD.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.
           MOVE 0 TO MSGPAGO.
           GO TO BUSCARDESTINO.

       ENMASCARAR.
           *> Del nombre del destinatario solo se muestran las dos
           *> primeras letras de cada palabra.
           MOVE SPACES TO NOMBREMASC.
           MOVE 0 TO POSPAL.
           MOVE 1 TO IDXNOM.
       SIGLETRA.
           IF IDXNOM > 40
               GO TO FINENMASCARAR
           END-IF.
           IF NOMBAPE(IDXNOM:1) = SPACE
               MOVE 0 TO POSPAL
           ELSE
               ADD 1 TO POSPAL GIVING POSPAL
               IF POSPAL > 2
                   MOVE "*" TO NOMBREMASC(IDXNOM:1)
               ELSE
                   MOVE NOMBAPE(IDXNOM:1) TO NOMBREMASC(IDXNOM:1)
               END-IF
           END-IF.
           ADD 1 TO IDXNOM GIVING IDXNOM.
           GO TO SIGLETRA.
       FINENMASCARAR.
           EXIT.

       BUSCARTASAS.
           *> Euros por unidad de cada divisa; sin registro en la
           *> tabla se asume la par, que deja el importe como esta.
           MOVE 1 TO TASAORIG.
           MOVE 1 TO TASADEST.
           OPEN INPUT CAMBIOSFILE.
           IF FSCM = "00"
               MOVE DIVISAORIG TO DIVISACAM
               MOVE "Y" TO HAYCAMBIO
               READ CAMBIOSFILE
                    KEY IS DIVISACAM
                    INVALID KEY MOVE "N" TO HAYCAMBIO
               END-READ
               IF HAYCAMBIO = "Y"
                   MOVE TASACAM TO TASAORIG
               END-IF
               MOVE DIVISADEST TO DIVISACAM
               MOVE "Y" TO HAYCAMBIO
               READ CAMBIOSFILE
                    KEY IS DIVISACAM
                    INVALID KEY MOVE "N" TO HAYCAMBIO
               END-READ
               IF HAYCAMBIO = "Y"
                   MOVE TASACAM TO TASADEST
               END-IF
               CLOSE CAMBIOSFILE
           END-IF.
           IF TASADEST = 0
               MOVE 1 TO TASADEST
           END-IF.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM PAGOMOVIL.
