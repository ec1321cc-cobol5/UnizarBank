       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAPAGOSMOVIL.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOSMOVILFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAGOMID
           FILE STATUS IS FSPM.

           SELECT ALIASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TELALI
           ALTERNATE RECORD KEY IS DNIALI WITH DUPLICATES
           FILE STATUS IS FSAL.

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

           SELECT CAMBIOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIVISACAM
           FILE STATUS IS FSCM.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.
           77 FSPM        PIC XX.
           77 FSAL        PIC XX.
           77 FSCF        PIC XX.
           77 FSCT        PIC XX.
           77 FSMF        PIC XX.
           77 FSNI        PIC XX.
           77 FSCM        PIC XX.
           77 EOFPAG      PIC X VALUE "N".
           77 HAYALIAS    PIC X.
           77 HAYCAMBIO   PIC X.
           77 NOCTA       PIC 9.
           77 MIDACT      PIC 9(9).
           77 FECHAACT    PIC 9(6).
           77 HORA        PIC 9999.
           77 FECHORAACT  PIC 9999999999.
           77 HORAACT     PIC 9(8).
           77 OFICINAACT  PIC X(4).
           77 NOMBREORIG  PIC X(40).
           77 DIVISAORIG  PIC X(3).
           77 DIVISADEST  PIC X(3).
           77 TASAORIG    PIC 9(3)V9(6).
           77 TASADEST    PIC 9(3)V9(6).
           *> Abono en curso: cuenta, importe y concepto.
           77 CUENTAABONO PIC X(10).
           77 IMPABONO    PIC 9(7)V99.
           77 CONCEPTOABONO PIC X(40).
           77 NUMLEIDOS   PIC 9(5) VALUE 0.
           77 NUMENTREG   PIC 9(5) VALUE 0.
           77 NUMDEVUEL   PIC 9(5) VALUE 0.
           77 NUMESPERA   PIC 9(5) VALUE 0.
           77 NUMINCID    PIC 9(5) VALUE 0.
           77 TOTENTREG   PIC 9(9)V99 VALUE 0.
           77 TOTDEVUEL   PIC 9(9)V99 VALUE 0.
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
           DISPLAY "LIQUIDAPAGOSMOVIL - Pagos a moviles retenidos".
           DISPLAY "=============================================".

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

           OPEN I-O PAGOSMOVILFILE.
           IF FSPM NOT = "00"
               DISPLAY "No hay PAGOSMOVIL.DAT: ningun pago retenido"
               GO TO FINPROG
           END-IF.
           OPEN INPUT ALIASFILE.
           OPEN INPUT CLIENTESFILE.
           OPEN I-O CUENTASFILE.
           OPEN I-O MOVIMIENTOSFILE.
       LEERPAG.
           READ PAGOSMOVILFILE NEXT RECORD
                AT END MOVE "Y" TO EOFPAG
           END-READ.
           IF EOFPAG = "Y"
               GO TO FINPAG
           END-IF.
           IF ESTADOPAGO NOT = "P"
               GO TO LEERPAG
           END-IF.
           ADD 1 TO NUMLEIDOS GIVING NUMLEIDOS.

           *> Alias dado de alta sobre una cuenta abierta de un
           *> cliente sin bloqueo: se le entrega el pago.
           MOVE TELPAGO TO TELALI.
           MOVE "Y" TO HAYALIAS.
           READ ALIASFILE
                KEY IS TELALI
                INVALID KEY MOVE "N" TO HAYALIAS
           END-READ.
           IF HAYALIAS = "Y"
               MOVE 0 TO NOCTA
               MOVE CUENTAALI TO CUENTA
               READ CUENTASFILE
                    KEY IS CUENTA
                    INVALID KEY MOVE 1 TO NOCTA
               END-READ
               IF NOCTA = 1 OR ESTADOCTA = "C"
                   MOVE "N" TO HAYALIAS
               END-IF
           END-IF.
           IF HAYALIAS = "Y"
               MOVE DNIALI TO DNI
               READ CLIENTESFILE
                    KEY IS DNI
                    INVALID KEY MOVE "N" TO HAYALIAS
               END-READ
               IF BLOQUEADA = "Y"
                   MOVE "N" TO HAYALIAS
               END-IF
           END-IF.
           IF HAYALIAS = "Y"
               GO TO ENTREGAR
           END-IF.

           IF LIMITEPAGO > FECHAACT
               ADD 1 TO NUMESPERA GIVING NUMESPERA
               GO TO LEERPAG
           END-IF.

           *> Vencido el plazo sin alias se devuelve al ordenante;
           *> si su cuenta ya no existe o esta cerrada lo resuelve
           *> la oficina y el pago sigue retenido.
           MOVE 0 TO NOCTA.
           MOVE CUENTAORIGPAGO TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           IF NOCTA = 1 OR ESTADOCTA = "C"
               ADD 1 TO NUMINCID GIVING NUMINCID
               DISPLAY "Pago " PAGOMID " sin devolver: cuenta "
                    CUENTAORIGPAGO " cerrada o inexistente"
               GO TO LEERPAG
           END-IF.
           MOVE CUENTAORIGPAGO TO CUENTAABONO.
           MOVE IMPORTEPAGO TO IMPABONO.
           MOVE SPACES TO CONCEPTOABONO.
           STRING "Devolucion pago movil " TELPAGO
                DELIMITED BY SIZE INTO CONCEPTOABONO.
           PERFORM ABONAR.
           MOVE "D" TO ESTADOPAGO.
           MOVE FECHAACT TO FECHARESPAGO.
           MOVE CUENTAORIGPAGO TO CUENTAABOPAGO.
           REWRITE PAGOSMOVILREC.
           ADD 1 TO NUMDEVUEL GIVING NUMDEVUEL.
           ADD IMPORTEPAGO TO TOTDEVUEL GIVING TOTDEVUEL.
           MOVE IMPORTEPAGO TO IMPFORMA.
           DISPLAY "Pago " PAGOMID " devuelto " IMPFORMA "E a "
                CUENTAORIGPAGO.
           GO TO LEERPAG.

       ENTREGAR.
           *> El importe se retuvo en la divisa del ordenante; si la
           *> cuenta de abono opera en otra se convierte al cambio
           *> del dia.
           MOVE DIVISA TO DIVISADEST.
           MOVE DIVISADEST TO DIVISAORIG.
           MOVE CUENTAORIGPAGO TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                NOT INVALID KEY MOVE DIVISA TO DIVISAORIG
           END-READ.
           MOVE IMPORTEPAGO TO IMPABONO.
           IF DIVISAORIG NOT = DIVISADEST
               PERFORM BUSCARTASAS
               COMPUTE IMPABONO ROUNDED = IMPORTEPAGO * TASAORIG
                    / TASADEST
           END-IF.
           MOVE SPACES TO NOMBREORIG.
           MOVE DNIORIGPAGO TO DNI.
           READ CLIENTESFILE
                KEY IS DNI
                NOT INVALID KEY MOVE NOMBAPE TO NOMBREORIG
           END-READ.
           MOVE CUENTAALI TO CUENTAABONO.
           MOVE SPACES TO CONCEPTOABONO.
           STRING "Pago movil recibido de " NOMBREORIG
                DELIMITED BY SIZE INTO CONCEPTOABONO.
           PERFORM ABONAR.
           MOVE "E" TO ESTADOPAGO.
           MOVE FECHAACT TO FECHARESPAGO.
           MOVE CUENTAALI TO CUENTAABOPAGO.
           REWRITE PAGOSMOVILREC.
           ADD 1 TO NUMENTREG GIVING NUMENTREG.
           ADD IMPORTEPAGO TO TOTENTREG GIVING TOTENTREG.
           MOVE IMPABONO TO IMPFORMA.
           DISPLAY "Pago " PAGOMID " entregado " IMPFORMA "E a "
                CUENTAALI.
           GO TO LEERPAG.

       FINPAG.
           CLOSE PAGOSMOVILFILE.
           CLOSE ALIASFILE.
           CLOSE CLIENTESFILE.
           CLOSE CUENTASFILE.
           CLOSE MOVIMIENTOSFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Pagos retenidos examinados: " NUMLEIDOS.
           DISPLAY "Entregados por alta de alias: " NUMENTREG.
           MOVE TOTENTREG TO TOTFORMA.
           DISPLAY "  importe:        " TOTFORMA.
           DISPLAY "Devueltos por vencimiento:  " NUMDEVUEL.
           MOVE TOTDEVUEL TO TOTFORMA.
           DISPLAY "  importe:        " TOTFORMA.
           DISPLAY "Siguen retenidos en plazo:  " NUMESPERA.
           DISPLAY "Vencidos sin poder devolver: " NUMINCID.
           GO TO FINPROG.

       ABONAR.
           *> Abono de IMPABONO en CUENTAABONO con su movimiento,
           *> diario y aviso al titular.
           MOVE CUENTAABONO TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
           END-READ.
           ADD IMPABONO TO SALDO GIVING SALDO.
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
           MOVE CUENTAABONO TO CUENTAMOV.
           MOVE CONCEPTOABONO TO CONCEPTO.
           MOVE IMPABONO TO CANTIDAD.
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
           *> Evaluamos las preferencias de aviso del titular.
           CALL "GENERARAVISO" USING MOVIMIENTOSREC.
           CANCEL "GENERARAVISO".

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

       END PROGRAM LIQUIDAPAGOSMOVIL.
