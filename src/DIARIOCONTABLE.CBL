       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIOCONTABLE.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           FILE STATUS IS FSMF.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           FILE STATUS IS FSCT.

           SELECT PLANCONTABLEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODCONT
           FILE STATUS IS FSPC.

           SELECT MAPACONTABLEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREFIJOMAP
           FILE STATUS IS FSMC.

           SELECT ASIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSAS.

           SELECT SORTFILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

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

               *> Plan de cuentas contable. Las cuentas de control
               *> recogen el saldo de las cuentas de clientes de cada
               *> tipo; la de espera recoge lo que no tiene regla.
               FD PLANCONTABLEFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PLANCONTABLE.DAT".
               01 PLANCONTABLEREC.
                 02 CODCONT    PIC X(8).
                 02 NOMBRECONT PIC X(30).
                 02 CLASECONT  PIC X(1). *> C control corrientes,
                                         *> A control ahorro,
                                         *> E espera, blanco resto
                 02 SALANTCONT PIC S9(9)V99. *> antes del ultimo dia
                 02 SALDOCONT  PIC S9(9)V99. *> debe menos haber
                 02 FECHACONT  PIC 9(6). *> ultimo diario aplicado

               *> Reglas de contabilizacion por el principio del
               *> concepto del movimiento: la cuenta del cliente va
               *> contra CONTRAMAP, al haber si es abono y al debe si
               *> es cargo.
               FD MAPACONTABLEFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MAPACONTABLE.DAT".
               01 MAPACONTABLEREC.
                 02 PREFIJOMAP PIC X(30).
                 02 LONGMAP    PIC 99. *> caracteres que se comparan
                 02 CONTRAMAP  PIC X(8). *> cuenta de contrapartida
                 02 TRATAMAP   PIC X(1). *> C contabiliza,
                                         *> N sin reflejo contable

               *> Diario contable del dia, ASIENTOS.Aaammdd: un
               *> asiento por oficina con una linea por cuenta.
               FD ASIENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMASI.
               01 ASIENTOREC.
                 02 FECHAASI   PIC 9(6).
                 02 NUMASI     PIC 9(5).
                 02 OFICINAASI PIC X(4).
                 02 LINEAASI   PIC 9(3).
                 02 CODCONTASI PIC X(8).
                 02 DEBEASI    PIC 9(9)V99.
                 02 HABERASI   PIC 9(9)V99.

               SD SORTFILE.
               01 SORTREC.
                 02 OFICINA-S  PIC X(4).
                 02 CODCONT-S  PIC X(8).
                 02 DEBE-S     PIC 9(9)V99.
                 02 HABER-S    PIC 9(9)V99.

       WORKING-STORAGE SECTION.
           77 FSMF        PIC XX.
           77 FSCT        PIC XX.
           77 FSPC        PIC XX.
           77 FSMC        PIC XX.
           77 FSAS        PIC XX.
           77 EOFMOV      PIC X VALUE "N".
           77 EOFCTA      PIC X VALUE "N".
           77 EOFPLAN     PIC X VALUE "N".
           77 EOFMAPA     PIC X VALUE "N".
           77 EOFSORT     PIC X VALUE "N".
           77 NOMASI      PIC X(16).
           77 FECHAACT    PIC 9(6).
           77 NOCTA       PIC 9.
           77 NUMPLAN     PIC 99 VALUE 0.
           77 NUMMAPA     PIC 99 VALUE 0.
           77 IDXPLAN     PIC 99.
           77 IDXMAPA     PIC 99.
           77 IDXMEJOR    PIC 99.
           77 LONGMEJOR   PIC 99.
           77 IDXESPERA   PIC 99 VALUE 0.
           77 CODBUSCA    PIC X(8).
           77 CODCLIENTE  PIC X(8).
           77 CODCONTRA   PIC X(8).
           77 IMPABS      PIC 9(9)V99.
           77 NUMMOVS     PIC 9(6) VALUE 0.
           77 NUMNOCONT   PIC 9(6) VALUE 0.
           77 NUMEXCEP    PIC 9(6) VALUE 0.
           77 TOTEXCEP    PIC 9(9)V99 VALUE 0.
           77 NETOCORR    PIC S9(9)V99 VALUE 0.
           77 NETOAHOR    PIC S9(9)V99 VALUE 0.
           77 SUMACORR    PIC S9(9)V99 VALUE 0.
           77 SUMAAHOR    PIC S9(9)V99 VALUE 0.
           77 SUMACTL     PIC S9(9)V99.
           77 SALDOCTL    PIC S9(9)V99.
           77 DIFERENCIA  PIC S9(9)V99.
           77 PRIMERA     PIC X VALUE "Y".
           77 OFICINAANT  PIC X(4) VALUE SPACES.
           77 CODANT      PIC X(8) VALUE SPACES.
           77 ACUMDEBE    PIC 9(9)V99 VALUE 0.
           77 ACUMHABER   PIC 9(9)V99 VALUE 0.
           77 ASIDEBE     PIC 9(9)V99 VALUE 0.
           77 ASIHABER    PIC 9(9)V99 VALUE 0.
           77 NUMASIACT   PIC 9(5) VALUE 0.
           77 LINEAACT    PIC 9(3) VALUE 0.
           77 NUMLINEAS   PIC 9(6) VALUE 0.
           77 TOTDEBE     PIC 9(9)V99 VALUE 0.
           77 TOTHABER    PIC 9(9)V99 VALUE 0.
           77 SALFINAL    PIC S9(9)V99.
           77 IMPFORMA    PIC ZZZ,ZZZ,ZZ9.99.
           77 DEBEFORMA   PIC ZZZ,ZZZ,ZZ9.99.
           77 HABERFORMA  PIC ZZZ,ZZZ,ZZ9.99.
           77 SALFORMA    PIC -ZZZ,ZZZ,ZZ9.99.
           77 ANTFORMA    PIC -ZZZ,ZZZ,ZZ9.99.
           77 CANTFORMA   PIC -Z,ZZZ,ZZ9.99.

       01 PLANTABLA.
         02 PLANTAB OCCURS 50 TIMES.
           03 CODTAB    PIC X(8).
           03 NOMTAB    PIC X(30).
           03 CLASETAB  PIC X(1).
           03 FECHATAB  PIC 9(6).
           03 SALANTTAB PIC S9(9)V99.
           03 DEBETAB   PIC 9(9)V99.
           03 HABERTAB  PIC 9(9)V99.

       01 MAPATABLA.
         02 MAPATAB OCCURS 50 TIMES.
           03 PREFTAB   PIC X(30).
           03 LONGTAB   PIC 99.
           03 CONTRATAB PIC X(8).
           03 TRATATAB  PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "DIARIOCONTABLE - Diario contable y balance".
           DISPLAY "==========================================".
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MOVE SPACES TO NOMASI.
           STRING "ASIENTOS.A" FECHAACT DELIMITED BY SIZE INTO NOMASI.
           DISPLAY "Dia " FECHAACT " sobre " NOMASI.

           *> Plan de cuentas en memoria: sobre la tabla se acumulan
           *> las sumas del dia y al final se reescriben los saldos.
           OPEN INPUT PLANCONTABLEFILE.
           IF FSPC NOT = "00"
               DISPLAY "No se ha encontrado PLANCONTABLE.DAT. Codigo: "
                    FSPC
               GO TO FINPROG
           END-IF.
       LEERPLAN.
           READ PLANCONTABLEFILE NEXT RECORD
                AT END MOVE "Y" TO EOFPLAN
           END-READ.
           IF EOFPLAN = "Y"
               GO TO FINPLAN
           END-IF.
           IF NUMPLAN >= 50
               DISPLAY "AVISO: tabla del plan de cuentas llena, se"
                    " ignora la cuenta " CODCONT
               GO TO LEERPLAN
           END-IF.
           ADD 1 TO NUMPLAN GIVING NUMPLAN.
           MOVE CODCONT TO CODTAB(NUMPLAN).
           MOVE NOMBRECONT TO NOMTAB(NUMPLAN).
           MOVE CLASECONT TO CLASETAB(NUMPLAN).
           MOVE FECHACONT TO FECHATAB(NUMPLAN).
           *> Si el diario de hoy ya se aplico en una ejecucion
           *> anterior se parte del saldo que habia antes de el,
           *> de modo que repetir el paso no duplica importes.
           IF FECHACONT = FECHAACT
               MOVE SALANTCONT TO SALANTTAB(NUMPLAN)
           ELSE
               MOVE SALDOCONT TO SALANTTAB(NUMPLAN)
           END-IF.
           MOVE 0 TO DEBETAB(NUMPLAN).
           MOVE 0 TO HABERTAB(NUMPLAN).
           IF CLASECONT = "E"
               MOVE NUMPLAN TO IDXESPERA
           END-IF.
           GO TO LEERPLAN.
       FINPLAN.
           CLOSE PLANCONTABLEFILE.
           IF IDXESPERA = 0
               DISPLAY "El plan de cuentas no tiene cuenta de espera;"
                    " no se genera el diario"
               GO TO FINPROG
           END-IF.

           *> Reglas de contabilizacion; las que apuntan a una
           *> cuenta que no esta en el plan no se cargan.
           OPEN INPUT MAPACONTABLEFILE.
           IF FSMC NOT = "00"
               DISPLAY "No se ha encontrado MAPACONTABLE.DAT. Codigo: "
                    FSMC
               GO TO FINPROG
           END-IF.
       LEERMAPA.
           READ MAPACONTABLEFILE NEXT RECORD
                AT END MOVE "Y" TO EOFMAPA
           END-READ.
           IF EOFMAPA = "Y"
               GO TO FINMAPA
           END-IF.
           IF LONGMAP = 0 OR LONGMAP > 30
               DISPLAY "AVISO: la regla " PREFIJOMAP " no tiene"
                    " longitud valida"
               GO TO LEERMAPA
           END-IF.
           IF TRATAMAP = "C"
               MOVE CONTRAMAP TO CODBUSCA
               PERFORM BUSCARPLAN THRU BUSCARPLAN-FIN
               IF IDXPLAN = 0
                   DISPLAY "AVISO: la regla " PREFIJOMAP " apunta a"
                        " la cuenta " CONTRAMAP " que no existe"
                   GO TO LEERMAPA
               END-IF
           END-IF.
           IF NUMMAPA >= 50
               DISPLAY "AVISO: tabla de reglas llena, se ignora "
                    PREFIJOMAP
               GO TO LEERMAPA
           END-IF.
           ADD 1 TO NUMMAPA GIVING NUMMAPA.
           MOVE PREFIJOMAP TO PREFTAB(NUMMAPA).
           MOVE LONGMAP TO LONGTAB(NUMMAPA).
           MOVE CONTRAMAP TO CONTRATAB(NUMMAPA).
           MOVE TRATAMAP TO TRATATAB(NUMMAPA).
           GO TO LEERMAPA.
       FINMAPA.
           CLOSE MAPACONTABLEFILE.

           OPEN OUTPUT ASIENTOSFILE.
           IF FSAS NOT = "00"
               DISPLAY "No puede abrirse " NOMASI ". Codigo: " FSAS
               GO TO FINPROG
           END-IF.

           *> Cada movimiento del dia da una linea al debe y otra al
           *> haber; ordenadas por oficina y cuenta se agrupan en un
           *> asiento por oficina.
           DISPLAY "Movimientos sin regla contable (a cuenta de espera"
                " " CODTAB(IDXESPERA) "):".
           SORT SORTFILE
               ON ASCENDING KEY OFICINA-S
               ON ASCENDING KEY CODCONT-S
               INPUT PROCEDURE IS SELECCIONAR THRU SELECCIONAR-FIN
               OUTPUT PROCEDURE IS ASENTAR THRU ASENTAR-FIN.
           CLOSE ASIENTOSFILE.
           DISPLAY "---------------------------------------------".
           DISPLAY "Movimientos contabilizados: " NUMMOVS.
           DISPLAY "Movimientos sin reflejo contable: " NUMNOCONT.
           DISPLAY "Movimientos a cuenta de espera: " NUMEXCEP.
           MOVE TOTEXCEP TO IMPFORMA.
           DISPLAY "Importe en cuenta de espera: " IMPFORMA "E".
           DISPLAY "Asientos generados: " NUMASIACT.
           DISPLAY "Lineas de diario: " NUMLINEAS.
           MOVE TOTDEBE TO DEBEFORMA.
           MOVE TOTHABER TO HABERFORMA.
           DISPLAY "Total debe: " DEBEFORMA "  Total haber: "
                HABERFORMA.
           IF TOTDEBE = TOTHABER
               DISPLAY "DIARIO CUADRADO"
           ELSE
               DISPLAY "DESCUADRE en el diario del dia"
           END-IF.

           *> Saldos de las cuentas de clientes por tipo, para cuadrar
           *> con las cuentas de control.
           OPEN INPUT CUENTASFILE.
       LEERCTAS.
           READ CUENTASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFCTA
           END-READ.
           IF EOFCTA = "Y"
               GO TO FINCTAS
           END-IF.
           IF TIPOCUENTA = "C"
               ADD SALDO TO SUMACORR GIVING SUMACORR
           END-IF.
           IF TIPOCUENTA = "A"
               ADD SALDO TO SUMAAHOR GIVING SUMAAHOR
           END-IF.
           GO TO LEERCTAS.
       FINCTAS.
           CLOSE CUENTASFILE.

           *> Primer diario: las cuentas de control arrancan con el
           *> saldo que tenian los clientes antes de los movimientos
           *> de hoy.
           MOVE 1 TO IDXPLAN.
       CARGAINICIAL.
           IF IDXPLAN > NUMPLAN
               GO TO BALANCE
           END-IF.
           IF FECHATAB(IDXPLAN) = 0 AND CLASETAB(IDXPLAN) = "C"
               COMPUTE SALANTTAB(IDXPLAN) = 0 - (SUMACORR - NETOCORR)
               DISPLAY "Carga inicial de la cuenta de control "
                    CODTAB(IDXPLAN)
           END-IF.
           IF FECHATAB(IDXPLAN) = 0 AND CLASETAB(IDXPLAN) = "A"
               COMPUTE SALANTTAB(IDXPLAN) = 0 - (SUMAAHOR - NETOAHOR)
               DISPLAY "Carga inicial de la cuenta de control "
                    CODTAB(IDXPLAN)
           END-IF.
           ADD 1 TO IDXPLAN GIVING IDXPLAN.
           GO TO CARGAINICIAL.

       BALANCE.
           DISPLAY " ".
           DISPLAY "BALANCE DE SUMAS Y SALDOS DEL DIA " FECHAACT.
           DISPLAY "Cuenta   Nombre                  Saldo anterior"
                "           Debe          Haber    Saldo final".
           MOVE 1 TO IDXPLAN.
       LINEABALANCE.
           IF IDXPLAN > NUMPLAN
               GO TO CUADRECONTROL
           END-IF.
           COMPUTE SALFINAL = SALANTTAB(IDXPLAN) + DEBETAB(IDXPLAN)
                - HABERTAB(IDXPLAN).
           MOVE SALANTTAB(IDXPLAN) TO ANTFORMA.
           MOVE DEBETAB(IDXPLAN) TO DEBEFORMA.
           MOVE HABERTAB(IDXPLAN) TO HABERFORMA.
           MOVE SALFINAL TO SALFORMA.
           DISPLAY CODTAB(IDXPLAN) " " NOMTAB(IDXPLAN)(1:20) " "
                ANTFORMA " " DEBEFORMA " " HABERFORMA " " SALFORMA.
           ADD 1 TO IDXPLAN GIVING IDXPLAN.
           GO TO LINEABALANCE.

       CUADRECONTROL.
           DISPLAY "---------------------------------------------".
           *> El saldo de clientes es de naturaleza acreedora: la
           *> cuenta de control debe tener saldo igual y de signo
           *> contrario a la suma de SALDO de su tipo de cuenta.
           MOVE 1 TO IDXPLAN.
       LINEACONTROL.
           IF IDXPLAN > NUMPLAN
               GO TO GUARDARPLAN
           END-IF.
           IF CLASETAB(IDXPLAN) NOT = "C"
                   AND CLASETAB(IDXPLAN) NOT = "A"
               ADD 1 TO IDXPLAN GIVING IDXPLAN
               GO TO LINEACONTROL
           END-IF.
           IF CLASETAB(IDXPLAN) = "C"
               MOVE SUMACORR TO SUMACTL
           ELSE
               MOVE SUMAAHOR TO SUMACTL
           END-IF.
           COMPUTE SALDOCTL = 0 - (SALANTTAB(IDXPLAN)
                + DEBETAB(IDXPLAN) - HABERTAB(IDXPLAN)).
           COMPUTE DIFERENCIA = SALDOCTL - SUMACTL.
           MOVE SALDOCTL TO SALFORMA.
           MOVE SUMACTL TO ANTFORMA.
           DISPLAY "Control " CODTAB(IDXPLAN) " tipo "
                CLASETAB(IDXPLAN) ": contable " SALFORMA
                "  CUENTAS.DAT " ANTFORMA.
           IF DIFERENCIA = 0
               DISPLAY "  CUADRE CORRECTO"
           ELSE
               MOVE DIFERENCIA TO SALFORMA
               DISPLAY "  DESCUADRE de " SALFORMA
           END-IF.
           ADD 1 TO IDXPLAN GIVING IDXPLAN.
           GO TO LINEACONTROL.

       GUARDARPLAN.
           OPEN I-O PLANCONTABLEFILE.
           MOVE 1 TO IDXPLAN.
       GRABARPLAN.
           IF IDXPLAN > NUMPLAN
               GO TO FINGRABAR
           END-IF.
           MOVE CODTAB(IDXPLAN) TO CODCONT.
           READ PLANCONTABLEFILE
                KEY IS CODCONT
           END-READ.
           MOVE SALANTTAB(IDXPLAN) TO SALANTCONT.
           COMPUTE SALDOCONT = SALANTTAB(IDXPLAN) + DEBETAB(IDXPLAN)
                - HABERTAB(IDXPLAN).
           MOVE FECHAACT TO FECHACONT.
           REWRITE PLANCONTABLEREC.
           ADD 1 TO IDXPLAN GIVING IDXPLAN.
           GO TO GRABARPLAN.
       FINGRABAR.
           CLOSE PLANCONTABLEFILE.
           GO TO FINPROG.

       SELECCIONAR.
           OPEN INPUT MOVIMIENTOSFILE.
           OPEN INPUT CUENTASFILE.
           MOVE "N" TO EOFMOV.
       SELECCIONAR-LOOP.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFMOV
           END-READ.
           IF EOFMOV = "Y"
               GO TO SELECCIONAR-ULT
           END-IF.
           IF FECHORA(1:6) NOT = FECHAACT OR CANTIDAD = 0
               GO TO SELECCIONAR-LOOP
           END-IF.

           *> Una retrocesion se contabiliza con la regla del
           *> concepto original que repite tras el prefijo; su signo
           *> contrario deshace el asiento de aquel.
           IF CONCEPTO(1:12) = "Retrocesion "
               MOVE CONCEPTO(13:28) TO CONCEPTO
           END-IF.

           *> Se aplica la regla de prefijo mas largo que case con
           *> el concepto, para que "Interes deudor" no se tome por
           *> "Interes".
           MOVE 0 TO IDXMEJOR.
           MOVE 0 TO LONGMEJOR.
           MOVE 1 TO IDXMAPA.
       BUSCARREGLA.
           IF IDXMAPA <= NUMMAPA
               IF LONGTAB(IDXMAPA) > LONGMEJOR
                   AND CONCEPTO(1:LONGTAB(IDXMAPA)) =
                       PREFTAB(IDXMAPA)(1:LONGTAB(IDXMAPA))
                   MOVE IDXMAPA TO IDXMEJOR
                   MOVE LONGTAB(IDXMAPA) TO LONGMEJOR
               END-IF
               ADD 1 TO IDXMAPA GIVING IDXMAPA
               GO TO BUSCARREGLA
           END-IF.
           IF IDXMEJOR NOT = 0
               IF TRATATAB(IDXMEJOR) = "N"
                   ADD 1 TO NUMNOCONT GIVING NUMNOCONT
                   GO TO SELECCIONAR-LOOP
               END-IF
           END-IF.

           MOVE CANTIDAD TO IMPABS.
           IF CANTIDAD < 0
               COMPUTE IMPABS = 0 - CANTIDAD
           END-IF.

           *> Lado del cliente: cuenta de control de su tipo.
           MOVE 0 TO NOCTA.
           MOVE CUENTAMOV TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           MOVE SPACES TO CODCLIENTE.
           IF NOCTA = 0
               MOVE 1 TO IDXPLAN
               PERFORM BUSCARCONTROL THRU BUSCARCONTROL-FIN
               IF IDXPLAN NOT = 0
                   MOVE CODTAB(IDXPLAN) TO CODCLIENTE
               END-IF
           END-IF.

           *> Lado de la contrapartida: la regla, o la cuenta de
           *> espera si no hay regla.
           IF IDXMEJOR = 0
               MOVE CODTAB(IDXESPERA) TO CODCONTRA
           ELSE
               MOVE CONTRATAB(IDXMEJOR) TO CODCONTRA
           END-IF.
           IF IDXMEJOR = 0 OR CODCLIENTE = SPACES
               MOVE CANTIDAD TO CANTFORMA
               DISPLAY "  EXCEPCION MID " MID " cuenta " CUENTAMOV
                    " " CONCEPTO(1:30) " " CANTFORMA
               ADD 1 TO NUMEXCEP GIVING NUMEXCEP
               ADD IMPABS TO TOTEXCEP GIVING TOTEXCEP
           END-IF.
           IF CODCLIENTE = SPACES
               MOVE CODTAB(IDXESPERA) TO CODCLIENTE
           ELSE
               IF TIPOCUENTA = "C"
                   ADD CANTIDAD TO NETOCORR GIVING NETOCORR
               ELSE
                   ADD CANTIDAD TO NETOAHOR GIVING NETOAHOR
               END-IF
           END-IF.

           ADD 1 TO NUMMOVS GIVING NUMMOVS.
           MOVE OFICINAMOV TO OFICINA-S.
           IF CANTIDAD > 0
               MOVE CODCONTRA TO CODCONT-S
           ELSE
               MOVE CODCLIENTE TO CODCONT-S
           END-IF.
           MOVE IMPABS TO DEBE-S.
           MOVE 0 TO HABER-S.
           RELEASE SORTREC.
           MOVE OFICINAMOV TO OFICINA-S.
           IF CANTIDAD > 0
               MOVE CODCLIENTE TO CODCONT-S
           ELSE
               MOVE CODCONTRA TO CODCONT-S
           END-IF.
           MOVE 0 TO DEBE-S.
           MOVE IMPABS TO HABER-S.
           RELEASE SORTREC.
           GO TO SELECCIONAR-LOOP.
       SELECCIONAR-ULT.
           CLOSE MOVIMIENTOSFILE.
           CLOSE CUENTASFILE.
       SELECCIONAR-FIN.
           EXIT.

       ASENTAR.
           MOVE "N" TO EOFSORT.
       ASENTAR-LOOP.
           RETURN SORTFILE
               AT END MOVE "Y" TO EOFSORT
           END-RETURN.
           IF EOFSORT = "Y"
               GO TO ASENTAR-ULT
           END-IF.
           IF PRIMERA = "N" AND OFICINA-S = OFICINAANT
                   AND CODCONT-S = CODANT
               GO TO ACUMULAR
           END-IF.
           IF PRIMERA = "N"
               PERFORM EMITIRLINEA
           END-IF.
           IF PRIMERA = "N" AND OFICINA-S NOT = OFICINAANT
               PERFORM CERRARASIENTO
           END-IF.
           IF PRIMERA = "Y" OR OFICINA-S NOT = OFICINAANT
               ADD 1 TO NUMASIACT GIVING NUMASIACT
               MOVE 0 TO LINEAACT
               MOVE 0 TO ASIDEBE
               MOVE 0 TO ASIHABER
               DISPLAY " "
               DISPLAY "Asiento " NUMASIACT " oficina " OFICINA-S
           END-IF.
           MOVE "N" TO PRIMERA.
           MOVE OFICINA-S TO OFICINAANT.
           MOVE CODCONT-S TO CODANT.
           MOVE 0 TO ACUMDEBE.
           MOVE 0 TO ACUMHABER.
       ACUMULAR.
           ADD DEBE-S TO ACUMDEBE GIVING ACUMDEBE.
           ADD HABER-S TO ACUMHABER GIVING ACUMHABER.
           GO TO ASENTAR-LOOP.
       ASENTAR-ULT.
           IF PRIMERA = "N"
               PERFORM EMITIRLINEA
               PERFORM CERRARASIENTO
           END-IF.
       ASENTAR-FIN.
           EXIT.

       EMITIRLINEA.
           ADD 1 TO LINEAACT GIVING LINEAACT.
           MOVE FECHAACT TO FECHAASI.
           MOVE NUMASIACT TO NUMASI.
           MOVE OFICINAANT TO OFICINAASI.
           MOVE LINEAACT TO LINEAASI.
           MOVE CODANT TO CODCONTASI.
           MOVE ACUMDEBE TO DEBEASI.
           MOVE ACUMHABER TO HABERASI.
           WRITE ASIENTOREC.
           ADD 1 TO NUMLINEAS GIVING NUMLINEAS.
           ADD ACUMDEBE TO ASIDEBE GIVING ASIDEBE.
           ADD ACUMHABER TO ASIHABER GIVING ASIHABER.
           ADD ACUMDEBE TO TOTDEBE GIVING TOTDEBE.
           ADD ACUMHABER TO TOTHABER GIVING TOTHABER.
           MOVE CODANT TO CODBUSCA.
           PERFORM BUSCARPLAN THRU BUSCARPLAN-FIN.
           IF IDXPLAN NOT = 0
               ADD ACUMDEBE TO DEBETAB(IDXPLAN)
                    GIVING DEBETAB(IDXPLAN)
               ADD ACUMHABER TO HABERTAB(IDXPLAN)
                    GIVING HABERTAB(IDXPLAN)
           END-IF.
           MOVE ACUMDEBE TO DEBEFORMA.
           MOVE ACUMHABER TO HABERFORMA.
           DISPLAY "  " LINEAACT " " CODANT " " DEBEFORMA " "
                HABERFORMA.

       CERRARASIENTO.
           MOVE ASIDEBE TO DEBEFORMA.
           MOVE ASIHABER TO HABERFORMA.
           DISPLAY "  Sumas        " DEBEFORMA " " HABERFORMA.
           IF ASIDEBE NOT = ASIHABER
               DISPLAY "  DESCUADRE en el asiento " NUMASIACT
           END-IF.

       BUSCARPLAN.
           *> Devuelve en IDXPLAN la posicion de CODBUSCA en el plan,
           *> o 0 si no esta.
           MOVE 1 TO IDXPLAN.
       BUSCARPLAN-LOOP.
           IF IDXPLAN > NUMPLAN
               MOVE 0 TO IDXPLAN
               GO TO BUSCARPLAN-FIN
           END-IF.
           IF CODTAB(IDXPLAN) = CODBUSCA
               GO TO BUSCARPLAN-FIN
           END-IF.
           ADD 1 TO IDXPLAN GIVING IDXPLAN.
           GO TO BUSCARPLAN-LOOP.
       BUSCARPLAN-FIN.
           EXIT.

       BUSCARCONTROL.
           *> Cuenta de control del tipo de la cuenta leida.
           IF IDXPLAN > NUMPLAN
               MOVE 0 TO IDXPLAN
               GO TO BUSCARCONTROL-FIN
           END-IF.
           IF CLASETAB(IDXPLAN) = TIPOCUENTA
               GO TO BUSCARCONTROL-FIN
           END-IF.
           ADD 1 TO IDXPLAN GIVING IDXPLAN.
           GO TO BUSCARCONTROL.
       BUSCARCONTROL-FIN.
           EXIT.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM DIARIOCONTABLE.
