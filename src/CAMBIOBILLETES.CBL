       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIOBILLETES.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT DENOMINACIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDMOV
           FILE STATUS IS FSDF.

           SELECT CAJAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJAKEY
           FILE STATUS IS FSCA.

           SELECT CAJADIVISAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJADIVKEY
           LOCK MODE IS MANUAL
           FILE STATUS IS FSCV.

           SELECT OPDIVISAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPDIVID
           FILE STATUS IS FSOD.

           SELECT CAMBIOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIVISACAM
           FILE STATUS IS FSCM.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SESIONID
           FILE STATUS IS FSSE.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPOID
           LOCK MODE IS MANUAL
           FILE STATUS IS FSNI.

           SELECT AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSAD.

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
                 02 ESTADOCTA PIC X(1). *> A activa, C cerrada,
                                        *> D dormida
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

               FD DENOMINACIONFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "DENOMINACION.DAT".
               01 DENOMINACIONREC.
                 02 MIDMOV   PIC 9(9).
                 02 BILL50   PIC 999.
                 02 BILL20   PIC 999.
                 02 BILL10   PIC 999.
                 02 BILL5    PIC 999.
                 02 TIPODEN  PIC X(1). *> I ingreso, R reintegro,
                                       *> C carga de efectivo,
                                       *> A/B retrocesion de un
                                       *> ingreso/reintegro,
                                       *> V/K euros de una venta/
                                       *> compra de billetes en
                                       *> divisa
                 02 FECHADEN PIC 9(6). *> AAMMDD
                 02 SESIONDEN PIC 9(9). *> sesion de caja, 0 sin ella
                 02 OFICINADEN PIC X(4). *> oficina del apunte

               FD CAJAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CAJA.DAT".
               01 CAJAREC.
                 02 CAJAKEY.
                   03 OFICINACAJ PIC X(4). *> oficina del cajon
                   03 DENOMCAJA PIC 999. *> 050, 020, 010, 005
                 02 CANTCAJA  PIC S9(5). *> billetes en el cajon
                 02 MINCAJA   PIC 9(5). *> minimo antes de pedir
                 02 MAXCAJA   PIC 9(5). *> tope del cajon

               *> Cajon de billetes extranjeros de cada oficina, junto
               *> al de euros de CAJA.DAT: unidades de cada divisa.
               FD CAJADIVISAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CAJADIVISA.DAT".
               01 CAJADIVISAREC.
                 02 CAJADIVKEY.
                   03 OFICINACDV PIC X(4).
                   03 DIVISACDV  PIC X(3).
                 02 EXISTCDV   PIC S9(7). *> unidades en el cajon
                 02 FECHACDV   PIC 9(6). *> AAMMDD ultimo movimiento

               *> Compraventas de billetes extranjeros en ventanilla,
               *> con el cambio aplicado y el margen obtenido.
               FD OPDIVISAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "OPDIVISA.DAT".
               01 OPDIVISAREC.
                 02 OPDIVID    PIC 9(9).
                 02 FECHAOPD   PIC 9999999999. *> AAMMDDHHMM
                 02 OFICINAOPD PIC X(4).
                 02 SESIONOPD  PIC 9(9). *> sesion de caja
                 02 OPEROPD    PIC X(8).
                 02 DNIOPD     PIC X(9). *> documento del cliente
                 02 TIPOOPD    PIC X(1). *> C compramos billetes,
                                         *> V vendemos billetes
                 02 DIVISAOPD  PIC X(3).
                 02 UNIDOPD    PIC 9(5). *> importe en divisa
                 02 TASAOPD    PIC 9(3)V9(6). *> cambio del dia
                 02 PRECIOOPD  PIC 9(3)V9(6). *> cambio aplicado
                 02 EUROSOPD   PIC 9(7)V99.
                 02 MARGENOPD  PIC 9(7)V99.
                 02 FORMAOPD   PIC X(1). *> E efectivo, C cuenta
                 02 CUENTAOPD  PIC X(10).
                 02 MIDOPD     PIC 9(9). *> movimiento o desglose

               FD CAMBIOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CAMBIOS.DAT".
               01 CAMBIOSREC.
                 02 DIVISACAM PIC X(3).
                 02 TASACAM   PIC 9(3)V9(6). *> euros por unidad
                 02 FECHACAM  PIC 9(6). *> AAMMDD ultima revision
                 02 MARGENCAM PIC V9(4). *> margen sobre el cambio en
                                         *> la compraventa de billetes

               *> Sesiones de ventanilla: el registro 0 guarda en
               *> DATOSES la sesion abierta del cajon de la oficina
               *> (solo puede haber una a la vez); el resto son una
               *> sesion por apertura de operador.
               FD SESIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SESIONES.DAT".
               01 SESIONESREC.
                 02 SESIONID   PIC 9(9). *> 0 = registro de control
                 02 OPERSES    PIC X(8).
                 02 OFICINASES PIC X(4).
                 02 APERSES    PIC 9999999999. *> AAMMDDHHMM
                 02 CIERRESES  PIC 9999999999. *> AAMMDDHHMM
                 02 DECLARSES  PIC 9(7)V99. *> efectivo declarado
                 02 ENTRSES    PIC 9(9)V99. *> efectivo entrado
                 02 SALSES     PIC 9(9)V99. *> efectivo salido
                 02 ESTADOSES  PIC X(1). *> A abierta, C cerrada
                 02 DATOSES    PIC 9(9). *> sesion activa en el reg 0

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NEXTID.DAT".
               01 NEXTIDREC.
                 02 TIPOID     PIC X(10).
                 02 SIGUIENTE  PIC 9(9).

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
           77 FSCT      PIC XX.
           77 FSTI      PIC XX.
           77 FSMF      PIC XX.
           77 FSDF      PIC XX.
           77 FSCA      PIC XX.
           77 FSCV      PIC XX.
           77 FSOD      PIC XX.
           77 FSCM      PIC XX.
           77 FSSE      PIC XX.
           77 FSNI      PIC XX.
           77 FSAD      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 MSGDIV    PIC 9 VALUE 0.
           77 EOFCM     PIC X VALUE "N".
           77 LINPANT   PIC 99.
           77 NOCTA     PIC 9.
           77 NODIV     PIC 9.
           77 HAYCDV    PIC X.
           77 ESTITULAR PIC X.
           77 TIPOSEL   PIC X(1).
           77 DIVISASEL PIC X(3).
           77 UNIDSEL   PIC 9(5).
           77 DNISEL    PIC X(9).
           77 FORMASEL  PIC X(1).
           77 CUENTASEL PIC X(10).
           77 TASASEL   PIC 9(3)V9(6).
           77 MARGENDIV PIC V9(4).
           77 PRECIOSEL PIC 9(3)V9(6).
           77 PRECIOCOM PIC 9(3)V9(6).
           77 PRECIOVEN PIC 9(3)V9(6).
           77 EUROSSEL  PIC 9(7)V99.
           77 VALORMED  PIC 9(7)V99.
           77 MARGENSEL PIC 9(7)V99.
           77 EXISTACT  PIC S9(7).
           77 RETENCION PIC 9(7)V99 VALUE 0.
           77 MIDACT    PIC 9(9).
           77 OPDACT    PIC 9(9).
           77 SESIONACT PIC 9(9).
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
           77 OFICINAACT PIC X(4).
           77 FECHAACT  PIC 9(6).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9999999999.
           77 HORAACT   PIC 9(8).
           77 NUM50     PIC 999 VALUE 0.
           77 NUM20     PIC 999 VALUE 0.
           77 NUM10     PIC 999 VALUE 0.
           77 NUM5      PIC 999 VALUE 0.
           77 NUMBILL   PIC 999.
           77 ENTREIN   PIC 9(7).
           77 RESTOREIN PIC 9(7).
           77 TASAFORMA PIC ZZ9.999999.
           77 TASAFORMA2 PIC ZZ9.999999.
           77 EXISTFORMA PIC -Z,ZZZ,ZZ9.
           77 UNIDFORMA PIC ZZ,ZZ9.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
       01 APUNTEDIARIO.
         02 FICHLNK  PIC X(1).
         02 OPERLNK  PIC X(1).
         02 DATOSLNK PIC X(130).

       PROCEDURE DIVISION.
       IDENTIFICAR.
           *> El cajero compra y vende billetes extranjeros al cambio
           *> del dia mas el margen de la divisa; los euros se cobran
           *> o pagan en efectivo o en una cuenta del cliente.
           CALL "IDENTIFICAOPERADOR" USING OPERACT, ROLACT, EXITOOP.
           CANCEL "IDENTIFICAOPERADOR".
           IF EXITOOP NOT = "Y"
               EXIT PROGRAM
           END-IF.
           *> Oficina a la que pertenece este terminal.
           CALL "LEEROFICINA" USING OFICINAACT.
           CANCEL "LEEROFICINA".
           *> Los billetes salen y entran del cajon de la sesion de
           *> caja abierta: sin ella no se opera.
           PERFORM LEERSESION THRU FINSESION.
           IF SESIONACT = 0
               MOVE 8 TO MSGDIV
               GO TO PANTALLA329
           END-IF.

       PANTALLA320.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Compraventa de billetes extranjeros"
                LINE 3 COLUMN 22 UNDERLINE.
           DISPLAY "Divisa  Compramos a  Vendemos a     En cajon"
                LINE 5 COLUMN 16.
           MOVE 6 TO LINPANT.
           OPEN INPUT CAMBIOSFILE.
           OPEN INPUT CAJADIVISAFILE.
           MOVE "N" TO EOFCM.
       LEERCAM.
           READ CAMBIOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFCM
           END-READ.
           IF EOFCM = "Y"
               GO TO FINCAM
           END-IF.
           IF DIVISACAM = "EUR" OR LINPANT > 11
               GO TO LEERCAM
           END-IF.
           COMPUTE PRECIOCOM ROUNDED = TASACAM * (1 - MARGENCAM).
           COMPUTE PRECIOVEN ROUNDED = TASACAM * (1 + MARGENCAM).
           MOVE OFICINAACT TO OFICINACDV.
           MOVE DIVISACAM TO DIVISACDV.
           READ CAJADIVISAFILE
                KEY IS CAJADIVKEY
                INVALID KEY MOVE 0 TO EXISTCDV
           END-READ.
           MOVE PRECIOCOM TO TASAFORMA.
           MOVE PRECIOVEN TO TASAFORMA2.
           MOVE EXISTCDV TO EXISTFORMA.
           DISPLAY DIVISACAM "     " TASAFORMA "   " TASAFORMA2
                "   " EXISTFORMA
                LINE LINPANT COLUMN 16.
           ADD 1 TO LINPANT GIVING LINPANT.
           GO TO LEERCAM.
       FINCAM.
           CLOSE CAMBIOSFILE.
           CLOSE CAJADIVISAFILE.
           DISPLAY "Operacion (C compra, V venta): _"
                LINE 13 COLUMN 15.
           DISPLAY "Divisa:                        ___"
                LINE 14 COLUMN 15.
           DISPLAY "Importe en divisa:             _____"
                LINE 15 COLUMN 15.
           DISPLAY "Documento del cliente:         _________"
                LINE 16 COLUMN 15.
           DISPLAY "Euros (E efectivo, C cuenta):  _"
                LINE 17 COLUMN 15.
           DISPLAY "Cuenta del cliente:            __________"
                LINE 18 COLUMN 15.
           DISPLAY "Enter - Continuar    F1 - Salir"
                LINE 22 COLUMN 20.
           MOVE SPACES TO CUENTASEL.
           ACCEPT TIPOSEL LINE 13 COLUMN 46.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           ACCEPT DIVISASEL LINE 14 COLUMN 46.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           ACCEPT UNIDSEL LINE 15 COLUMN 46.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           ACCEPT DNISEL LINE 16 COLUMN 46.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           ACCEPT FORMASEL LINE 17 COLUMN 46.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF FORMASEL = "C" OR FORMASEL = "c"
               ACCEPT CUENTASEL LINE 18 COLUMN 46
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   EXIT PROGRAM
               END-IF
           END-IF.

           IF TIPOSEL = "c"
               MOVE "C" TO TIPOSEL
           END-IF.
           IF TIPOSEL = "v"
               MOVE "V" TO TIPOSEL
           END-IF.
           IF FORMASEL = "e"
               MOVE "E" TO FORMASEL
           END-IF.
           IF FORMASEL = "c"
               MOVE "C" TO FORMASEL
           END-IF.
           IF (TIPOSEL NOT = "C" AND TIPOSEL NOT = "V")
                   OR (FORMASEL NOT = "E" AND FORMASEL NOT = "C")
                   OR DNISEL = SPACES
               MOVE 7 TO MSGDIV
               GO TO PANTALLA329
           END-IF.
           IF UNIDSEL = 0
               MOVE 2 TO MSGDIV
               GO TO PANTALLA329
           END-IF.

           *> Cambio del dia y margen de la divisa.
           MOVE 0 TO NODIV.
           OPEN INPUT CAMBIOSFILE.
           MOVE DIVISASEL TO DIVISACAM.
           READ CAMBIOSFILE
                KEY IS DIVISACAM
                INVALID KEY MOVE 1 TO NODIV
           END-READ.
           CLOSE CAMBIOSFILE.
           IF NODIV = 1 OR DIVISASEL = "EUR"
               MOVE 1 TO MSGDIV
               GO TO PANTALLA329
           END-IF.
           MOVE TASACAM TO TASASEL.
           MOVE MARGENCAM TO MARGENDIV.
           *> Compramos por debajo del cambio y vendemos por encima;
           *> la diferencia con el cambio del dia es el margen.
           IF TIPOSEL = "C"
               COMPUTE PRECIOSEL ROUNDED = TASASEL * (1 - MARGENDIV)
           ELSE
               COMPUTE PRECIOSEL ROUNDED = TASASEL * (1 + MARGENDIV)
           END-IF.
           COMPUTE EUROSSEL ROUNDED = UNIDSEL * PRECIOSEL.
           COMPUTE VALORMED ROUNDED = UNIDSEL * TASASEL.
           IF TIPOSEL = "C"
               COMPUTE MARGENSEL = VALORMED - EUROSSEL
           ELSE
               COMPUTE MARGENSEL = EUROSSEL - VALORMED
           END-IF.

           *> Solo se venden los billetes que hay en el cajon.
           MOVE 0 TO EXISTACT.
           OPEN INPUT CAJADIVISAFILE.
           MOVE OFICINAACT TO OFICINACDV.
           MOVE DIVISASEL TO DIVISACDV.
           READ CAJADIVISAFILE
                KEY IS CAJADIVKEY
                INVALID KEY MOVE 0 TO EXISTCDV
           END-READ.
           MOVE EXISTCDV TO EXISTACT.
           CLOSE CAJADIVISAFILE.
           IF TIPOSEL = "V" AND UNIDSEL > EXISTACT
               MOVE 3 TO MSGDIV
               GO TO PANTALLA329
           END-IF.

           IF FORMASEL = "C"
               PERFORM VALIDARCUENTA THRU FINVALIDARCUENTA
           END-IF.
           IF MSGDIV NOT = 0
               GO TO PANTALLA329
           END-IF.

       PANTALLA321.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Compraventa de billetes extranjeros"
                LINE 3 COLUMN 22 UNDERLINE.
           MOVE UNIDSEL TO UNIDFORMA.
           MOVE PRECIOSEL TO TASAFORMA.
           IF TIPOSEL = "C"
               DISPLAY "Compramos " UNIDFORMA " " DIVISASEL
                    " a " TASAFORMA " euros por unidad"
                    LINE 7 COLUMN 12
           ELSE
               DISPLAY "Vendemos " UNIDFORMA " " DIVISASEL
                    " a " TASAFORMA " euros por unidad"
                    LINE 7 COLUMN 12
           END-IF.
           MOVE EUROSSEL TO SALDOFORMA.
           IF TIPOSEL = "C"
               DISPLAY "Euros a pagar al cliente:  " SALDOFORMA "E"
                    LINE 9 COLUMN 12
           ELSE
               DISPLAY "Euros a cobrar al cliente: " SALDOFORMA "E"
                    LINE 9 COLUMN 12
           END-IF.
           IF FORMASEL = "C"
               DISPLAY "En la cuenta " CUENTASEL
                    LINE 11 COLUMN 12
           ELSE
               DISPLAY "En efectivo"
                    LINE 11 COLUMN 12
           END-IF.
           DISPLAY "Documento del cliente: " DNISEL
                LINE 12 COLUMN 12.
           DISPLAY "Enter - Confirmar    F1 - Cancelar"
                LINE 22 COLUMN 20.
       REPEATCONF.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA320
           END-IF.
           IF ESCAP <> 13
               GO TO REPEATCONF
           END-IF.

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

           *> Obtenemos el siguiente MID del fichero de control: es
           *> el del movimiento en cuenta o el del desglose de los
           *> euros en efectivo.
           OPEN I-O NEXTIDFILE.
           MOVE "MID" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO MIDACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           MOVE "OPDIVISA" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO OPDACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.

           IF FORMASEL = "C"
               PERFORM MOVERCUENTA
           ELSE
               PERFORM MOVEREFECTIVO
           END-IF.

           *> Los billetes extranjeros entran o salen del cajon de
           *> divisas de la oficina.
           OPEN I-O CAJADIVISAFILE.
           MOVE OFICINAACT TO OFICINACDV.
           MOVE DIVISASEL TO DIVISACDV.
           MOVE "Y" TO HAYCDV.
           READ CAJADIVISAFILE WITH LOCK
                KEY IS CAJADIVKEY
                INVALID KEY MOVE "N" TO HAYCDV
           END-READ.
           IF HAYCDV = "N"
               MOVE OFICINAACT TO OFICINACDV
               MOVE DIVISASEL TO DIVISACDV
               MOVE 0 TO EXISTCDV
           END-IF.
           IF TIPOSEL = "C"
               ADD UNIDSEL TO EXISTCDV GIVING EXISTCDV
           ELSE
               SUBTRACT UNIDSEL FROM EXISTCDV GIVING EXISTCDV
           END-IF.
           MOVE FECHAACT TO FECHACDV.
           IF HAYCDV = "Y"
               REWRITE CAJADIVISAREC
           ELSE
               WRITE CAJADIVISAREC
           END-IF.
           CLOSE CAJADIVISAFILE.

           OPEN I-O OPDIVISAFILE.
           MOVE OPDACT TO OPDIVID.
           MOVE FECHORAACT TO FECHAOPD.
           MOVE OFICINAACT TO OFICINAOPD.
           MOVE SESIONACT TO SESIONOPD.
           MOVE OPERACT TO OPEROPD.
           MOVE DNISEL TO DNIOPD.
           MOVE TIPOSEL TO TIPOOPD.
           MOVE DIVISASEL TO DIVISAOPD.
           MOVE UNIDSEL TO UNIDOPD.
           MOVE TASASEL TO TASAOPD.
           MOVE PRECIOSEL TO PRECIOOPD.
           MOVE EUROSSEL TO EUROSOPD.
           MOVE MARGENSEL TO MARGENOPD.
           MOVE FORMASEL TO FORMAOPD.
           MOVE CUENTASEL TO CUENTAOPD.
           MOVE MIDACT TO MIDOPD.
           WRITE OPDIVISAREC.
           CLOSE OPDIVISAFILE.

           *> Queda constancia en auditoria de quien hizo el cambio.
           OPEN EXTEND AUDITORIA.
           MOVE DNISEL TO DNIAUD.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Cambio de billetes" TO ACCIONAUD.
           MOVE SPACES TO RESULTADOAUD.
           IF FORMASEL = "C"
               STRING TIPOSEL " " UNIDSEL " " DIVISASEL
                    " en cuenta " CUENTASEL
                    DELIMITED BY SIZE INTO RESULTADOAUD
           ELSE
               STRING TIPOSEL " " UNIDSEL " " DIVISASEL
                    " en efectivo"
                    DELIMITED BY SIZE INTO RESULTADOAUD
           END-IF.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.

       PANTALLA322.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Compraventa de billetes extranjeros"
                LINE 3 COLUMN 22 UNDERLINE.
           MOVE UNIDSEL TO UNIDFORMA.
           MOVE EUROSSEL TO SALDOFORMA.
           IF TIPOSEL = "C"
               DISPLAY "Recibidos " UNIDFORMA " " DIVISASEL
                    " y pagados " SALDOFORMA "E"
                    LINE 8 COLUMN 12
           ELSE
               DISPLAY "Entregados " UNIDFORMA " " DIVISASEL
                    " y cobrados " SALDOFORMA "E"
                    LINE 8 COLUMN 12
           END-IF.
           IF FORMASEL = "C"
               MOVE SALDO TO SALDOFORMA
               DISPLAY "Saldo de la cuenta " CUENTASEL ": "
                    SALDOFORMA "E"
                    LINE 10 COLUMN 12
           END-IF.
           DISPLAY "Referencia de la operacion: " OPDACT
                LINE 12 COLUMN 12.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 25.
       REPEATOK.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATOK
           END-IF.
           GO TO PANTALLA320.

       PANTALLA329.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Compraventa de billetes extranjeros"
                LINE 3 COLUMN 22 UNDERLINE.
           IF MSGDIV = 1
               DISPLAY "Esa divisa no se opera en billetes"
                    LINE 9 COLUMN 20
           END-IF.
           IF MSGDIV = 2
               DISPLAY "El importe en divisa no puede ser cero"
                    LINE 9 COLUMN 18
           END-IF.
           IF MSGDIV = 3
               DISPLAY "No hay billetes suficientes en el cajon"
                    LINE 9 COLUMN 18
           END-IF.
           IF MSGDIV = 4
               DISPLAY "La cuenta no existe, esta cerrada o no es"
                    " en euros"
                    LINE 9 COLUMN 12
           END-IF.
           IF MSGDIV = 5
               DISPLAY "El cliente no es titular ni autorizado de la"
                    " cuenta"
                    LINE 9 COLUMN 12
           END-IF.
           IF MSGDIV = 6
               DISPLAY "Saldo insuficiente en la cuenta"
                    LINE 9 COLUMN 22
           END-IF.
           IF MSGDIV = 7
               DISPLAY "Faltan datos de la operacion o no son validos"
                    LINE 9 COLUMN 15
           END-IF.
           IF MSGDIV = 8
               DISPLAY "No hay sesion de caja abierta en la oficina"
                    LINE 9 COLUMN 16
           END-IF.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 25.
       REPEATKO.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATKO
           END-IF.
           IF MSGDIV = 8
               EXIT PROGRAM
           END-IF.
           MOVE 0 TO MSGDIV.
           GO TO PANTALLA320.

       VALIDARCUENTA.
           *> La cuenta ha de estar abierta, en euros y ser del
           *> cliente; si se le cargan los euros, con saldo para ello.
           MOVE 0 TO NOCTA.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTASEL TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           CLOSE CUENTASFILE.
           IF NOCTA = 1 OR ESTADOCTA = "C" OR DIVISA NOT = "EUR"
               MOVE 4 TO MSGDIV
               GO TO FINVALIDARCUENTA
           END-IF.
           MOVE "Y" TO ESTITULAR.
           OPEN INPUT TITULARESFILE.
           MOVE CUENTASEL TO CUENTATIT.
           MOVE DNISEL TO DNITITU.
           READ TITULARESFILE
                KEY IS TITKEY
                INVALID KEY MOVE "N" TO ESTITULAR
           END-READ.
           CLOSE TITULARESFILE.
           IF ESTITULAR = "N"
               MOVE 5 TO MSGDIV
               GO TO FINVALIDARCUENTA
           END-IF.
           IF TIPOSEL = "C"
               GO TO FINVALIDARCUENTA
           END-IF.
           CALL "RETENCIONCUENTA" USING CUENTASEL, RETENCION.
           CANCEL "RETENCIONCUENTA".
           IF EUROSSEL > SALDO + DESCUBIERTO - RETENCION
               MOVE 6 TO MSGDIV
           END-IF.
       FINVALIDARCUENTA.
           EXIT.

       MOVERCUENTA.
           *> Los euros se cargan o abonan en la cuenta del cliente.
           OPEN I-O CUENTASFILE.
           MOVE CUENTASEL TO CUENTA.
           READ CUENTASFILE WITH LOCK
                KEY IS CUENTA
           END-READ.
           IF TIPOSEL = "C"
               ADD EUROSSEL TO SALDO GIVING SALDO
           ELSE
               SUBTRACT EUROSSEL FROM SALDO GIVING SALDO
           END-IF.
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

           OPEN I-O MOVIMIENTOSFILE.
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTASEL TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           *> El concepto se lee desde el lado del cliente.
           IF TIPOSEL = "C"
               STRING "Venta billetes " DIVISASEL " " UNIDSEL
                    DELIMITED BY SIZE INTO CONCEPTO
               MOVE EUROSSEL TO CANTIDAD
           ELSE
               STRING "Compra billetes " DIVISASEL " " UNIDSEL
                    DELIMITED BY SIZE INTO CONCEPTO
               COMPUTE CANTIDAD = 0 - EUROSSEL
           END-IF.
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
           CALL "GRABARJUSTIFICANTE" USING MOVIMIENTOSREC.
           CANCEL "GRABARJUSTIFICANTE".
           CLOSE MOVIMIENTOSFILE.

       MOVEREFECTIVO.
           *> Desglosamos los euros en billetes, de mayor a menor; la
           *> fraccion por debajo de 5E va en moneda y no se
           *> inventaria.
           MOVE EUROSSEL TO ENTREIN.
           DIVIDE ENTREIN BY 50 GIVING NUM50 REMAINDER RESTOREIN.
           MOVE RESTOREIN TO ENTREIN.
           DIVIDE ENTREIN BY 20 GIVING NUM20 REMAINDER RESTOREIN.
           MOVE RESTOREIN TO ENTREIN.
           DIVIDE ENTREIN BY 10 GIVING NUM10 REMAINDER RESTOREIN.
           MOVE RESTOREIN TO ENTREIN.
           DIVIDE ENTREIN BY 5 GIVING NUM5 REMAINDER RESTOREIN.

           *> El desglose queda para el arqueo y la sesion de caja.
           OPEN I-O DENOMINACIONFILE.
           MOVE MIDACT TO MIDMOV.
           MOVE NUM50 TO BILL50.
           MOVE NUM20 TO BILL20.
           MOVE NUM10 TO BILL10.
           MOVE NUM5 TO BILL5.
           IF TIPOSEL = "C"
               MOVE "K" TO TIPODEN
           ELSE
               MOVE "V" TO TIPODEN
           END-IF.
           MOVE FECHAACT TO FECHADEN.
           MOVE SESIONACT TO SESIONDEN.
           MOVE OFICINAACT TO OFICINADEN.
           WRITE DENOMINACIONREC.
           CLOSE DENOMINACIONFILE.

           OPEN I-O CAJAFILE.
           MOVE OFICINAACT TO OFICINACAJ.
           MOVE 050 TO DENOMCAJA.
           MOVE NUM50 TO NUMBILL.
           PERFORM AJUSTARCAJA.
           MOVE 020 TO DENOMCAJA.
           MOVE NUM20 TO NUMBILL.
           PERFORM AJUSTARCAJA.
           MOVE 010 TO DENOMCAJA.
           MOVE NUM10 TO NUMBILL.
           PERFORM AJUSTARCAJA.
           MOVE 005 TO DENOMCAJA.
           MOVE NUM5 TO NUMBILL.
           PERFORM AJUSTARCAJA.
           CLOSE CAJAFILE.
           PERFORM ANOTARSESION THRU FINANOTAR.

       AJUSTARCAJA.
           READ CAJAFILE
                KEY IS CAJAKEY
           END-READ.
           IF FSCA = "00"
               IF TIPOSEL = "C"
                   SUBTRACT NUMBILL FROM CANTCAJA GIVING CANTCAJA
               ELSE
                   ADD NUMBILL TO CANTCAJA GIVING CANTCAJA
               END-IF
               REWRITE CAJAREC
           END-IF.

       LEERSESION.
           *> Sesion de caja abierta del cajon; queda a 0 si el
           *> operador no abrio sesion en SESIONCAJA.
           MOVE 0 TO SESIONACT.
           OPEN INPUT SESIONESFILE.
           IF FSSE NOT = "00"
               GO TO FINSESION
           END-IF.
           MOVE 0 TO SESIONID.
           READ SESIONESFILE
                KEY IS SESIONID
                INVALID KEY MOVE 0 TO DATOSES
           END-READ.
           MOVE DATOSES TO SESIONACT.
       FINSESION.
           CLOSE SESIONESFILE.

       ANOTARSESION.
           *> Los euros de la operacion se apuntan a la sesion del
           *> operador para el cuadre de su cierre.
           OPEN I-O SESIONESFILE.
           MOVE SESIONACT TO SESIONID.
           READ SESIONESFILE
                KEY IS SESIONID
                INVALID KEY GO TO FINANOTAR
           END-READ.
           IF TIPOSEL = "C"
               ADD EUROSSEL TO SALSES GIVING SALSES
           ELSE
               ADD EUROSSEL TO ENTRSES GIVING ENTRSES
           END-IF.
           REWRITE SESIONESREC.
       FINANOTAR.
           CLOSE SESIONESFILE.

       END PROGRAM CAMBIOBILLETES.
