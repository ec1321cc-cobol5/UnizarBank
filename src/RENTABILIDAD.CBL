       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILIDAD.
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
           FILE STATUS IS FSCT.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           FILE STATUS IS FSMF.

           SELECT PRESTAMOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRESTID
           FILE STATUS IS FSPE.

           SELECT PLAZOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAZOID
           FILE STATUS IS FSPL.

           SELECT OFICINASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFICINAID
           FILE STATUS IS FSOF.

           SELECT INFORMEFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSIN.

           SELECT RENTAWRKFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSWK.

           SELECT SORTFILE ASSIGN TO DISK.

           SELECT RANKFILE ASSIGN TO DISK.

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
                 02 ESTADOCTA PIC X(1). *> A activa, C cerrada,
                                        *> D dormida
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

               FD PRESTAMOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PRESTAMOS.DAT".
               01 PRESTAMOSREC.
                 02 PRESTID    PIC 9(9).
                 02 CUENTAPRE  PIC X(10).
                 02 DNIPRE     PIC X(9).
                 02 CAPITALPRE PIC 9(7)V99.
                 02 TIPOPRE    PIC V9(4). *> interes anual
                 02 MESESPRE   PIC 999.
                 02 CUOTAPRE   PIC 9(7)V99. *> cuota francesa
                 02 PAGADASPRE PIC 999.
                 02 IMPAGOSPRE PIC 999. *> cuotas en mora
                 02 FECHAFORM  PIC 9(6). *> AAMMDD formalizacion
                 02 ESTADOPRE  PIC X(1). *> V vigente, M en mora,
                                         *> L liquidado

               FD PLAZOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PLAZOS.DAT".
               01 PLAZOSREC.
                 02 PLAZOID    PIC 9(9).
                 02 CUENTAPLZ  PIC X(10).
                 02 DNIPLZ     PIC X(9).
                 02 IMPORTEPLZ PIC 9(7)V99.
                 02 TIPOPLZ    PIC V9(4). *> interes anual pactado
                 02 MESESPLZ   PIC 99.
                 02 FECHAAPER  PIC 9(6). *> AAMMDD
                 02 FECHAVENC  PIC 9(6). *> AAMMDD
                 02 ESTADOPLZ  PIC X(1). *> V vigente, L liquidado,
                                         *> C cancelado anticipado

               *> Maestro de oficinas: el registro 0000 guarda en
               *> DATOOFI el codigo de la oficina local del terminal.
               FD OFICINASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "OFICINAS.DAT".
               01 OFICINASREC.
                 02 OFICINAID PIC X(4).
                 02 NOMBREOFI PIC X(30).
                 02 ESTADOOFI PIC X(1). *> A activa, C cerrada
                 02 DATOOFI   PIC X(4). *> oficina local en el reg 0000

               *> Informe mensual de rentabilidad, RENTAB.Raamm: detalle
               *> por cliente, resumen por oficina y por producto y
               *> clasificacion de los clientes de mayor y menor margen.
               FD INFORMEFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMINF.
               01 INFORMEREC PIC X(80).

               *> Margen de cada cliente, de paso para clasificarlos.
               FD RENTAWRKFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RENTAWRK.DAT".
               01 RENTAWRKREC.
                 02 DNIW       PIC X(9).
                 02 NOMBREW    PIC X(40).
                 02 INGRESOW   PIC S9(9)V99.
                 02 COSTEW     PIC S9(9)V99.
                 02 NETOW      PIC S9(9)V99.

               SD SORTFILE.
               01 SORTREC.
                 02 DNI-S       PIC X(9).
                 02 OFICINA-S   PIC X(4).
                 02 TIPO-S      PIC X(1).
                 02 INGRESO-S   PIC S9(7)V99.
                 02 COSTE-S     PIC S9(7)V99.

               SD RANKFILE.
               01 RANKREC.
                 02 DNI-R       PIC X(9).
                 02 NOMBRE-R    PIC X(40).
                 02 INGRESO-R   PIC S9(9)V99.
                 02 COSTE-R     PIC S9(9)V99.
                 02 NETO-R      PIC S9(9)V99.

       WORKING-STORAGE SECTION.
           77 FSCF        PIC XX.
           77 FSCT        PIC XX.
           77 FSMF        PIC XX.
           77 FSPE        PIC XX.
           77 FSPL        PIC XX.
           77 FSOF        PIC XX.
           77 FSIN        PIC XX.
           77 FSWK        PIC XX.
           77 EOFMOV      PIC X VALUE "N".
           77 EOFPRE      PIC X VALUE "N".
           77 EOFPLZ      PIC X VALUE "N".
           77 EOFOFI      PIC X VALUE "N".
           77 EOFSORT     PIC X VALUE "N".
           77 EOFRANK     PIC X VALUE "N".
           77 NOMINF      PIC X(14).
           77 FECHAACT    PIC 9(6).
           77 MESINF      PIC 9(4).
           77 MESMOV      PIC 9(4).
           77 MESAPER     PIC 9(4).
           77 MESVENC     PIC 9(4).
           77 NOCTA       PIC 9.
           77 NOCLI       PIC 9.
           77 PRESTMOV    PIC 9(9).
           77 NUMPRE      PIC 999 VALUE 0.
           77 IDXPRE      PIC 999.
           77 PRIMERACUO  PIC 999.
           77 NUMCUO      PIC 999.
           77 TIPOMES     PIC V9(8). *> tipo mensual
           77 PENDIENTE   PIC S9(7)V99.
           77 INTCUOTA    PIC 9(7)V99.
           77 INTMES      PIC 9(7)V99.
           77 OFIBUS      PIC X(4).
           77 NUMOFI      PIC 99 VALUE 0.
           77 IDXOFI      PIC 99.
           77 PRIMERA     PIC X VALUE "Y".
           77 DNIANT      PIC X(9) VALUE SPACES.
           77 ACUMING     PIC S9(9)V99.
           77 ACUMCOS     PIC S9(9)V99.
           77 NETO        PIC S9(9)V99.
           77 NUMCLI      PIC 9(6) VALUE 0.
           77 NUMRANK     PIC 9(6) VALUE 0.
           77 LIMINF      PIC S9(6).
           *> Clientes que se listan arriba y abajo de la
           *> clasificacion.
           77 MAXRANK     PIC 99 VALUE 10.
           77 TOTCOMIS    PIC S9(9)V99 VALUE 0.
           77 TOTDEUDOR   PIC S9(9)V99 VALUE 0.
           77 TOTPREST    PIC S9(9)V99 VALUE 0.
           77 TOTAHORRO   PIC S9(9)V99 VALUE 0.
           77 TOTPLAZO    PIC S9(9)V99 VALUE 0.
           77 TOTING      PIC S9(9)V99 VALUE 0.
           77 TOTCOS      PIC S9(9)V99 VALUE 0.
           77 INGPRODC    PIC S9(9)V99 VALUE 0.
           77 COSPRODC    PIC S9(9)V99 VALUE 0.
           77 INGPRODA    PIC S9(9)V99 VALUE 0.
           77 COSPRODA    PIC S9(9)V99 VALUE 0.
           77 IMPFORMA    PIC -ZZ,ZZZ,ZZ9.99.
           77 IMPFORMA2   PIC -ZZ,ZZZ,ZZ9.99.
           77 IMPFORMA3   PIC -ZZ,ZZZ,ZZ9.99.
           77 NOMCORTO    PIC X(22).
           01 LINEAINF    PIC X(80).

       01 PRETABLA.
         02 PRETAB OCCURS 200 TIMES.
           03 PRESTTAB   PIC 9(9).
           03 CUOMESTAB  PIC 999. *> cuotas cobradas en el mes
           03 OFIPRETAB  PIC X(4). *> oficina del cobro

       01 OFITABLA.
         02 OFITAB OCCURS 50 TIMES.
           03 OFIIDTAB   PIC X(4).
           03 NOMOFITAB  PIC X(30).
           03 INGOFITAB  PIC S9(9)V99.
           03 COSOFITAB  PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "RENTABILIDAD - Rentabilidad mensual por cliente".
           DISPLAY "===============================================".
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MOVE FECHAACT(1:4) TO MESINF.
           MOVE SPACES TO NOMINF.
           STRING "RENTAB.R" MESINF DELIMITED BY SIZE INTO NOMINF.
           DISPLAY "Mes " MESINF " sobre " NOMINF.

           OPEN OUTPUT INFORMEFILE.
           IF FSIN NOT = "00"
               DISPLAY "No puede abrirse " NOMINF ". Codigo: " FSIN
               GO TO FINPROG
           END-IF.
           OPEN OUTPUT RENTAWRKFILE.

           *> Las oficinas del maestro salen en el resumen aunque no
           *> tengan actividad en el mes.
           OPEN INPUT OFICINASFILE.
           IF FSOF NOT = "00"
               GO TO FINOFI
           END-IF.
       LEEROFI.
           READ OFICINASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFOFI
           END-READ.
           IF EOFOFI = "Y"
               GO TO CERRAROFI
           END-IF.
           IF OFICINAID = "0000" OR NUMOFI >= 50
               GO TO LEEROFI
           END-IF.
           ADD 1 TO NUMOFI GIVING NUMOFI.
           MOVE OFICINAID TO OFIIDTAB(NUMOFI).
           MOVE NOMBREOFI TO NOMOFITAB(NUMOFI).
           MOVE 0 TO INGOFITAB(NUMOFI).
           MOVE 0 TO COSOFITAB(NUMOFI).
           GO TO LEEROFI.
       CERRAROFI.
           CLOSE OFICINASFILE.
       FINOFI.

           MOVE SPACES TO LINEAINF.
           STRING "RENTABILIDAD DE CLIENTES  MES " MESINF(3:2) "/"
                MESINF(1:2) DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE "DNI       NOMBRE                       INGRESOS"
                TO LINEAINF.
           MOVE "COSTES        MARGEN" TO LINEAINF(57:20).
           PERFORM ESCRIBIRLIN.
           OPEN INPUT CLIENTESFILE.

           SORT SORTFILE
               ON ASCENDING KEY DNI-S
               INPUT PROCEDURE IS SELECCIONAR THRU SELECCIONAR-FIN
               OUTPUT PROCEDURE IS AGREGAR THRU AGREGAR-FIN.

           CLOSE CLIENTESFILE.
           CLOSE RENTAWRKFILE.
           PERFORM RESUMENES THRU FINRESUMENES.

           *> Clasificacion por margen, de mayor a menor.
           MOVE SPACES TO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE "CLIENTES DE MAYOR MARGEN" TO LINEAINF.
           PERFORM ESCRIBIRLIN.
           COMPUTE LIMINF = NUMCLI - MAXRANK.
           IF LIMINF < MAXRANK
               MOVE MAXRANK TO LIMINF
           END-IF.
           SORT RANKFILE
               ON DESCENDING KEY NETO-R
               USING RENTAWRKFILE
               OUTPUT PROCEDURE IS CLASIFICAR THRU CLASIFICAR-FIN.

           CLOSE INFORMEFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Clientes con actividad: " NUMCLI.
           MOVE TOTCOMIS TO IMPFORMA.
           DISPLAY "Comisiones cobradas:       " IMPFORMA "E".
           MOVE TOTDEUDOR TO IMPFORMA.
           DISPLAY "Intereses deudores:        " IMPFORMA "E".
           MOVE TOTPREST TO IMPFORMA.
           DISPLAY "Intereses de prestamos:    " IMPFORMA "E".
           MOVE TOTAHORRO TO IMPFORMA.
           DISPLAY "Intereses pagados cuentas: " IMPFORMA "E".
           MOVE TOTPLAZO TO IMPFORMA.
           DISPLAY "Intereses de plazos fijos: " IMPFORMA "E".
           COMPUTE NETO = TOTING - TOTCOS.
           MOVE NETO TO IMPFORMA.
           DISPLAY "Margen total del mes:      " IMPFORMA "E".
           GO TO FINPROG.

       SELECCIONAR.
           OPEN INPUT CUENTASFILE.
           OPEN INPUT MOVIMIENTOSFILE.
       LEERMOV.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFMOV
           END-READ.
           IF EOFMOV = "Y"
               GO TO FINMOV
           END-IF.
           MOVE FECHORA(1:4) TO MESMOV.
           IF MESMOV NOT = MESINF
               GO TO LEERMOV
           END-IF.
           PERFORM CLASIFICARMOV THRU FINCLASIFMOV.
           GO TO LEERMOV.
       FINMOV.
           CLOSE MOVIMIENTOSFILE.

           *> Interes de prestamos: de cada cuota cobrada en el mes
           *> se toma la parte de interes del cuadro de amortizacion
           *> francesa.
           OPEN INPUT PRESTAMOSFILE.
           IF FSPE NOT = "00"
               GO TO FINPRE
           END-IF.
       LEERPRE.
           READ PRESTAMOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFPRE
           END-READ.
           IF EOFPRE = "Y"
               GO TO CERRARPRE
           END-IF.
           MOVE 1 TO IDXPRE.
       BUSCARPRE.
           IF IDXPRE > NUMPRE
               GO TO LEERPRE
           END-IF.
           IF PRESTTAB(IDXPRE) NOT = PRESTID
               ADD 1 TO IDXPRE GIVING IDXPRE
               GO TO BUSCARPRE
           END-IF.
           COMPUTE PRIMERACUO = PAGADASPRE - CUOMESTAB(IDXPRE) + 1.
           COMPUTE TIPOMES ROUNDED = TIPOPRE / 12.
           MOVE CAPITALPRE TO PENDIENTE.
           MOVE 0 TO INTMES.
           MOVE 1 TO NUMCUO.
       CUADROPRE.
           IF NUMCUO > PAGADASPRE
               GO TO FINCUADRO
           END-IF.
           COMPUTE INTCUOTA ROUNDED = PENDIENTE * TIPOMES.
           IF NUMCUO >= PRIMERACUO
               ADD INTCUOTA TO INTMES GIVING INTMES
           END-IF.
           COMPUTE PENDIENTE = PENDIENTE - (CUOTAPRE - INTCUOTA).
           ADD 1 TO NUMCUO GIVING NUMCUO.
           GO TO CUADROPRE.
       FINCUADRO.
           IF INTMES = 0
               GO TO LEERPRE
           END-IF.
           MOVE "C" TO TIPO-S.
           MOVE CUENTAPRE TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE TIPOCUENTA TO TIPO-S
           END-READ.
           MOVE DNIPRE TO DNI-S.
           MOVE OFIPRETAB(IDXPRE) TO OFICINA-S.
           MOVE INTMES TO INGRESO-S.
           MOVE 0 TO COSTE-S.
           ADD INTMES TO TOTPREST GIVING TOTPREST.
           RELEASE SORTREC.
           GO TO LEERPRE.
       CERRARPRE.
           CLOSE PRESTAMOSFILE.
       FINPRE.

           *> Coste de los plazos fijos: la doceava parte del interes
           *> anual pactado por cada mes en que el plazo esta vivo,
           *> aunque no se pague hasta el vencimiento.
           CALL "LEEROFICINA" USING OFIBUS.
           CANCEL "LEEROFICINA".
           OPEN INPUT PLAZOSFILE.
           IF FSPL NOT = "00"
               GO TO FINPLZ
           END-IF.
       LEERPLZ.
           READ PLAZOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFPLZ
           END-READ.
           IF EOFPLZ = "Y"
               GO TO CERRARPLZ
           END-IF.
           MOVE FECHAAPER(1:4) TO MESAPER.
           MOVE FECHAVENC(1:4) TO MESVENC.
           IF MESAPER > MESINF OR ESTADOPLZ = "C"
               GO TO LEERPLZ
           END-IF.
           IF ESTADOPLZ = "L" AND MESVENC < MESINF
               GO TO LEERPLZ
           END-IF.
           MOVE "A" TO TIPO-S.
           MOVE CUENTAPLZ TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE TIPOCUENTA TO TIPO-S
           END-READ.
           MOVE DNIPLZ TO DNI-S.
           MOVE OFIBUS TO OFICINA-S.
           MOVE 0 TO INGRESO-S.
           COMPUTE COSTE-S ROUNDED = IMPORTEPLZ * TIPOPLZ / 12.
           ADD COSTE-S TO TOTPLAZO GIVING TOTPLAZO.
           RELEASE SORTREC.
           GO TO LEERPLZ.
       CERRARPLZ.
           CLOSE PLAZOSFILE.
       FINPLZ.
           CLOSE CUENTASFILE.
       SELECCIONAR-FIN.
           EXIT.

       CLASIFICARMOV.
           *> Cuotas de prestamo: se cuentan para el cuadro de
           *> amortizacion, el interes se calcula despues.
           IF CONCEPTO(1:15) = "Cuota prestamo "
               MOVE CONCEPTO(16:9) TO PRESTMOV
               PERFORM CONTARCUOTA THRU FINCONTAR
               GO TO FINCLASIFMOV
           END-IF.
           *> Una retrocesion repite el concepto original tras el
           *> prefijo con el signo contrario, asi que resta sola.
           IF CONCEPTO(1:12) = "Retrocesion "
               MOVE CONCEPTO(13:28) TO CONCEPTO
           END-IF.
           MOVE 0 TO INGRESO-S.
           MOVE 0 TO COSTE-S.
           IF CONCEPTO(1:8) = "Comision"
               COMPUTE INGRESO-S = 0 - CANTIDAD
               ADD INGRESO-S TO TOTCOMIS GIVING TOTCOMIS
           END-IF.
           IF CONCEPTO(1:14) = "Interes deudor"
               COMPUTE INGRESO-S = 0 - CANTIDAD
               ADD INGRESO-S TO TOTDEUDOR GIVING TOTDEUDOR
           END-IF.
           *> El interes de los plazos se imputa por devengo desde
           *> PLAZOS.DAT; aqui solo el de las cuentas.
           IF CONCEPTO = "Interes"
               MOVE CANTIDAD TO COSTE-S
               ADD COSTE-S TO TOTAHORRO GIVING TOTAHORRO
           END-IF.
           IF INGRESO-S = 0 AND COSTE-S = 0
               GO TO FINCLASIFMOV
           END-IF.
           MOVE 0 TO NOCTA.
           MOVE CUENTAMOV TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           IF NOCTA = 1
               DISPLAY "AVISO: movimiento " MID " de la cuenta "
                    CUENTAMOV " sin cuenta en CUENTAS.DAT"
               GO TO FINCLASIFMOV
           END-IF.
           MOVE DNITIT TO DNI-S.
           MOVE OFICINAMOV TO OFICINA-S.
           MOVE TIPOCUENTA TO TIPO-S.
           RELEASE SORTREC.
       FINCLASIFMOV.
           EXIT.

       CONTARCUOTA.
           MOVE 1 TO IDXPRE.
       BUSCARCUOTA.
           IF IDXPRE <= NUMPRE
               IF PRESTTAB(IDXPRE) = PRESTMOV
                   GO TO SUMARCUOTA
               END-IF
               ADD 1 TO IDXPRE GIVING IDXPRE
               GO TO BUSCARCUOTA
           END-IF.
           IF NUMPRE >= 200
               DISPLAY "AVISO: tabla de prestamos llena, revise el"
                    " prestamo " PRESTMOV " a mano"
               GO TO FINCONTAR
           END-IF.
           ADD 1 TO NUMPRE GIVING NUMPRE.
           MOVE NUMPRE TO IDXPRE.
           MOVE PRESTMOV TO PRESTTAB(IDXPRE).
           MOVE 0 TO CUOMESTAB(IDXPRE).
       SUMARCUOTA.
           ADD 1 TO CUOMESTAB(IDXPRE) GIVING CUOMESTAB(IDXPRE).
           MOVE OFICINAMOV TO OFIPRETAB(IDXPRE).
       FINCONTAR.
           EXIT.

       AGREGAR.
           MOVE "N" TO EOFSORT.
       AGREGAR-LOOP.
           RETURN SORTFILE
               AT END MOVE "Y" TO EOFSORT
           END-RETURN.
           IF EOFSORT = "Y"
               GO TO AGREGAR-ULT
           END-IF.
           *> Oficina y producto se acumulan apunte a apunte.
           MOVE OFICINA-S TO OFIBUS.
           PERFORM BUSCAROFI THRU FINBUSCAROFI.
           IF IDXOFI > 0
               ADD INGRESO-S TO INGOFITAB(IDXOFI)
                    GIVING INGOFITAB(IDXOFI)
               ADD COSTE-S TO COSOFITAB(IDXOFI)
                    GIVING COSOFITAB(IDXOFI)
           END-IF.
           IF TIPO-S = "C"
               ADD INGRESO-S TO INGPRODC GIVING INGPRODC
               ADD COSTE-S TO COSPRODC GIVING COSPRODC
           ELSE
               ADD INGRESO-S TO INGPRODA GIVING INGPRODA
               ADD COSTE-S TO COSPRODA GIVING COSPRODA
           END-IF.
           ADD INGRESO-S TO TOTING GIVING TOTING.
           ADD COSTE-S TO TOTCOS GIVING TOTCOS.
           IF PRIMERA = "N" AND DNI-S = DNIANT
               GO TO ACUMULAR
           END-IF.
           IF PRIMERA = "N"
               PERFORM EMITIRCLI
           END-IF.
           MOVE "N" TO PRIMERA.
           MOVE DNI-S TO DNIANT.
           MOVE 0 TO ACUMING.
           MOVE 0 TO ACUMCOS.
       ACUMULAR.
           ADD INGRESO-S TO ACUMING GIVING ACUMING.
           ADD COSTE-S TO ACUMCOS GIVING ACUMCOS.
           GO TO AGREGAR-LOOP.
       AGREGAR-ULT.
           IF PRIMERA = "N"
               PERFORM EMITIRCLI
           END-IF.
       AGREGAR-FIN.
           EXIT.

       EMITIRCLI.
           MOVE 0 TO NOCLI.
           MOVE DNIANT TO DNI.
           READ CLIENTESFILE
                KEY IS DNI
                INVALID KEY MOVE 1 TO NOCLI
           END-READ.
           IF NOCLI = 1
               MOVE SPACES TO NOMBAPE
           END-IF.
           COMPUTE NETO = ACUMING - ACUMCOS.
           MOVE DNIANT TO DNIW.
           MOVE NOMBAPE TO NOMBREW.
           MOVE ACUMING TO INGRESOW.
           MOVE ACUMCOS TO COSTEW.
           MOVE NETO TO NETOW.
           WRITE RENTAWRKREC.
           ADD 1 TO NUMCLI GIVING NUMCLI.
           MOVE NOMBAPE TO NOMCORTO.
           MOVE ACUMING TO IMPFORMA.
           MOVE ACUMCOS TO IMPFORMA2.
           MOVE NETO TO IMPFORMA3.
           MOVE SPACES TO LINEAINF.
           STRING DNIANT " " NOMCORTO " " IMPFORMA " " IMPFORMA2
                " " IMPFORMA3 DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.

       BUSCAROFI.
           *> Un apunte de una oficina que no esta en el maestro se
           *> anade al final para que el resumen cuadre.
           MOVE 1 TO IDXOFI.
       BUSCAROFI-LOOP.
           IF IDXOFI <= NUMOFI
               IF OFIIDTAB(IDXOFI) = OFIBUS
                   GO TO FINBUSCAROFI
               END-IF
               ADD 1 TO IDXOFI GIVING IDXOFI
               GO TO BUSCAROFI-LOOP
           END-IF.
           IF NUMOFI >= 50
               MOVE 0 TO IDXOFI
               GO TO FINBUSCAROFI
           END-IF.
           ADD 1 TO NUMOFI GIVING NUMOFI.
           MOVE NUMOFI TO IDXOFI.
           MOVE OFIBUS TO OFIIDTAB(IDXOFI).
           MOVE "(no esta en el maestro)" TO NOMOFITAB(IDXOFI).
           MOVE 0 TO INGOFITAB(IDXOFI).
           MOVE 0 TO COSOFITAB(IDXOFI).
       FINBUSCAROFI.
           EXIT.

       RESUMENES.
           MOVE SPACES TO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE "RESUMEN POR OFICINA" TO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE 1 TO IDXOFI.
       RESUMENOFI.
           IF IDXOFI > NUMOFI
               GO TO RESUMENPROD
           END-IF.
           MOVE NOMOFITAB(IDXOFI) TO NOMCORTO.
           MOVE INGOFITAB(IDXOFI) TO IMPFORMA.
           MOVE COSOFITAB(IDXOFI) TO IMPFORMA2.
           COMPUTE NETO = INGOFITAB(IDXOFI) - COSOFITAB(IDXOFI).
           MOVE NETO TO IMPFORMA3.
           MOVE SPACES TO LINEAINF.
           STRING OFIIDTAB(IDXOFI) "      " NOMCORTO " " IMPFORMA
                " " IMPFORMA2 " " IMPFORMA3
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           ADD 1 TO IDXOFI GIVING IDXOFI.
           GO TO RESUMENOFI.
       RESUMENPROD.
           MOVE SPACES TO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE "RESUMEN POR PRODUCTO" TO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE INGPRODC TO IMPFORMA.
           MOVE COSPRODC TO IMPFORMA2.
           COMPUTE NETO = INGPRODC - COSPRODC.
           MOVE NETO TO IMPFORMA3.
           MOVE SPACES TO LINEAINF.
           STRING "C         Cuentas corrientes     " IMPFORMA " "
                IMPFORMA2 " " IMPFORMA3
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE INGPRODA TO IMPFORMA.
           MOVE COSPRODA TO IMPFORMA2.
           COMPUTE NETO = INGPRODA - COSPRODA.
           MOVE NETO TO IMPFORMA3.
           MOVE SPACES TO LINEAINF.
           STRING "A         Cuentas de ahorro      " IMPFORMA " "
                IMPFORMA2 " " IMPFORMA3
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE TOTING TO IMPFORMA.
           MOVE TOTCOS TO IMPFORMA2.
           COMPUTE NETO = TOTING - TOTCOS.
           MOVE NETO TO IMPFORMA3.
           MOVE SPACES TO LINEAINF.
           STRING "          TOTAL                  " IMPFORMA " "
                IMPFORMA2 " " IMPFORMA3
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
       FINRESUMENES.
           EXIT.

       CLASIFICAR.
           *> Los MAXRANK primeros son los de mayor margen; los de
           *> la cola, los de menor, sin repetir ninguno.
           MOVE "N" TO EOFRANK.
       CLASIFICAR-LOOP.
           RETURN RANKFILE
               AT END MOVE "Y" TO EOFRANK
           END-RETURN.
           IF EOFRANK = "Y"
               GO TO CLASIFICAR-FIN
           END-IF.
           ADD 1 TO NUMRANK GIVING NUMRANK.
           IF NUMRANK > MAXRANK AND NUMRANK NOT > LIMINF
               GO TO CLASIFICAR-LOOP
           END-IF.
           IF NUMRANK = LIMINF + 1
               MOVE SPACES TO LINEAINF
               PERFORM ESCRIBIRLIN
               MOVE "CLIENTES DE MENOR MARGEN" TO LINEAINF
               PERFORM ESCRIBIRLIN
           END-IF.
           MOVE NOMBRE-R TO NOMCORTO.
           MOVE INGRESO-R TO IMPFORMA.
           MOVE COSTE-R TO IMPFORMA2.
           MOVE NETO-R TO IMPFORMA3.
           MOVE SPACES TO LINEAINF.
           STRING DNI-R " " NOMCORTO " " IMPFORMA " " IMPFORMA2
                " " IMPFORMA3 DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           GO TO CLASIFICAR-LOOP.
       CLASIFICAR-FIN.
           EXIT.

       ESCRIBIRLIN.
           MOVE LINEAINF TO INFORMEREC.
           WRITE INFORMEREC.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM RENTABILIDAD.
