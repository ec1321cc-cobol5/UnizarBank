       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADOFISCAL.
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

           SELECT HISTORICOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDH
           FILE STATUS IS FSHI.

           SELECT PRESTAMOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRESTID
           FILE STATUS IS FSPE.

           SELECT CERTIFICADOFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSCE.

           SELECT RESUMENFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSRS.

           SELECT SORTFILE ASSIGN TO DISK.

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

               *> Historico anual HISTMOVaa.DAT que genera el
               *> archivado de movimientos.
               FD HISTORICOFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMHIST.
               01 HISTORICOREC.
                 02 MIDH      PIC 9(9).
                 02 FECHORAH  PIC 9999999999.
                 02 CUENTAMOVH PIC X(10).
                 02 CONCEPTOH PIC X(40).
                 02 CANTIDADH PIC S9999999V99.
                 02 DESTINOH  PIC X(10).
                 02 SALDOCUENTAH PIC S9999999V99.
                 02 OFICINAMOVH PIC X(4).
                 02 FECHAVALORH PIC 9(6).

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

               *> Certificados imprimibles del ejercicio, CERTFISC.Faa:
               *> un bloque por cliente listo para ensobrar.
               FD CERTIFICADOFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMCERT.
               01 CERTIFICADOREC PIC X(80).

               *> Resumen anual de retenciones para la declaracion a
               *> Hacienda, RETFISC.Raa: cabecera C, un registro D por
               *> cliente y registro T con los totales de control.
               FD RESUMENFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMRES.
               01 RESUMENREC.
                 02 TIPORES    PIC X(1). *> C cabecera, D detalle,
                                         *> T totales
                 02 DETALLERES.
                   03 DNIRES      PIC X(9).
                   03 NOMBRERES   PIC X(40).
                   03 BRUTORES    PIC 9(9)V99.
                   03 RETENRES    PIC 9(9)V99.
                 02 CABECERARES REDEFINES DETALLERES.
                   03 EJERCICIORES PIC 9(4).
                   03 FECHAGENRES PIC 9(6).
                   03 FILLER      PIC X(61).
                 02 TOTALESRES REDEFINES DETALLERES.
                   03 NUMDETRES   PIC 9(7).
                   03 TOTBRUTORES PIC 9(11)V99.
                   03 TOTRETENRES PIC 9(11)V99.
                   03 FILLER      PIC X(38).

               SD SORTFILE.
               01 SORTREC.
                 02 DNI-S       PIC X(9).
                 02 BRUTO-S     PIC S9(7)V99.
                 02 RETEN-S     PIC S9(7)V99.
                 02 DEUDOR-S    PIC S9(7)V99.
                 02 PRESTINT-S  PIC 9(7)V99.

       WORKING-STORAGE SECTION.
           77 FSCF        PIC XX.
           77 FSCT        PIC XX.
           77 FSMF        PIC XX.
           77 FSHI        PIC XX.
           77 FSPE        PIC XX.
           77 FSCE        PIC XX.
           77 FSRS        PIC XX.
           77 EOFMOV      PIC X VALUE "N".
           77 EOFHIS      PIC X VALUE "N".
           77 EOFPRE      PIC X VALUE "N".
           77 EOFSORT     PIC X VALUE "N".
           77 NOMHIST     PIC X(14).
           77 NOMCERT     PIC X(14).
           77 NOMRES      PIC X(14).
           77 FECHAACT    PIC 9(6).
           77 ANYOFIS     PIC 99.
           77 ANYONEG     PIC 99.
           77 ANYOLEE     PIC 99.
           77 MESNEG      PIC 99.
           77 NOCTA       PIC 9.
           77 NOCLI       PIC 9.
           77 PRESTMOV    PIC 9(9).
           77 NUMPRE      PIC 999 VALUE 0.
           77 IDXPRE      PIC 999.
           77 PRIMERACUO  PIC 999.
           77 ULTIMACUO   PIC 999.
           77 NUMCUO      PIC 999.
           77 TIPOMES     PIC V9(8). *> tipo mensual
           77 PENDIENTE   PIC S9(7)V99.
           77 INTCUOTA    PIC 9(7)V99.
           77 INTANYO     PIC 9(7)V99.
           77 PRIMERA     PIC X VALUE "Y".
           77 ESRETRO     PIC X.
           77 DNIANT      PIC X(9) VALUE SPACES.
           77 ACUMBRUTO   PIC S9(9)V99.
           77 ACUMRETEN   PIC S9(9)V99.
           77 ACUMDEUDOR  PIC S9(9)V99.
           77 ACUMPREST   PIC 9(9)V99.
           77 NETO        PIC S9(9)V99.
           77 NUMCERT     PIC 9(6) VALUE 0.
           77 NUMDET      PIC 9(7) VALUE 0.
           77 TOTBRUTO    PIC 9(11)V99 VALUE 0.
           77 TOTRETEN    PIC 9(11)V99 VALUE 0.
           77 TOTDEUDOR   PIC 9(11)V99 VALUE 0.
           77 TOTPREST    PIC 9(11)V99 VALUE 0.
           77 IMPFORMA    PIC ZZZ,ZZZ,ZZ9.99.
           77 NETOFORMA   PIC -ZZ,ZZZ,ZZ9.99.
           77 TOTFORMA    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 LINEACERT   PIC X(80).

       01 PRETABLA.
         02 PRETAB OCCURS 200 TIMES.
           03 PRESTTAB   PIC 9(9).
           03 CUOANYOTAB PIC 999. *> cuotas cobradas en el ejercicio
           03 CUODESPTAB PIC 999. *> cuotas cobradas despues

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CERTIFICADOFISCAL - Certificado fiscal anual".
           DISPLAY "============================================".
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MOVE FECHAACT(1:2) TO ANYONEG.
           MOVE FECHAACT(3:2) TO MESNEG.
           DISPLAY "Ejercicio (AA, 0 = el que acaba de cerrar): "
                WITH NO ADVANCING.
           ACCEPT ANYOFIS.
           *> En diciembre el ejercicio es el propio anyo; el resto
           *> del anyo se certifica el anterior.
           IF ANYOFIS = 0
               IF MESNEG = 12
                   MOVE ANYONEG TO ANYOFIS
               ELSE
                   IF ANYONEG = 0
                       MOVE 99 TO ANYOFIS
                   ELSE
                       COMPUTE ANYOFIS = ANYONEG - 1
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO NOMCERT.
           STRING "CERTFISC.F" ANYOFIS DELIMITED BY SIZE INTO NOMCERT.
           MOVE SPACES TO NOMRES.
           STRING "RETFISC.R" ANYOFIS DELIMITED BY SIZE INTO NOMRES.
           DISPLAY "Ejercicio 20" ANYOFIS " sobre " NOMCERT " y "
                NOMRES.

           OPEN OUTPUT CERTIFICADOFILE.
           IF FSCE NOT = "00"
               DISPLAY "No puede abrirse " NOMCERT ". Codigo: " FSCE
               GO TO FINPROG
           END-IF.
           OPEN OUTPUT RESUMENFILE.
           IF FSRS NOT = "00"
               DISPLAY "No puede abrirse " NOMRES ". Codigo: " FSRS
               CLOSE CERTIFICADOFILE
               GO TO FINPROG
           END-IF.
           MOVE SPACES TO RESUMENREC.
           MOVE "C" TO TIPORES.
           COMPUTE EJERCICIORES = 2000 + ANYOFIS.
           MOVE FECHAACT TO FECHAGENRES.
           WRITE RESUMENREC.
           OPEN INPUT CLIENTESFILE.

           SORT SORTFILE
               ON ASCENDING KEY DNI-S
               INPUT PROCEDURE IS SELECCIONAR THRU SELECCIONAR-FIN
               OUTPUT PROCEDURE IS CERTIFICAR THRU CERTIFICAR-FIN.

           CLOSE CLIENTESFILE.
           MOVE SPACES TO RESUMENREC.
           MOVE "T" TO TIPORES.
           MOVE NUMDET TO NUMDETRES.
           MOVE TOTBRUTO TO TOTBRUTORES.
           MOVE TOTRETEN TO TOTRETENRES.
           WRITE RESUMENREC.
           CLOSE RESUMENFILE.
           CLOSE CERTIFICADOFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Certificados emitidos: " NUMCERT.
           DISPLAY "Registros de retencion declarados: " NUMDET.
           MOVE TOTBRUTO TO TOTFORMA.
           DISPLAY "Total intereses brutos: " TOTFORMA "E".
           MOVE TOTRETEN TO TOTFORMA.
           DISPLAY "Total retenido: " TOTFORMA "E".
           MOVE TOTDEUDOR TO TOTFORMA.
           DISPLAY "Total intereses deudores: " TOTFORMA "E".
           MOVE TOTPREST TO TOTFORMA.
           DISPLAY "Total intereses de prestamos: " TOTFORMA "E".
           GO TO FINPROG.

       SELECCIONAR.
           OPEN INPUT CUENTASFILE.
           *> Movimientos archivados del ejercicio y de los anyos
           *> siguientes, por si ya se paso el archivado anual.
           MOVE ANYOFIS TO ANYOLEE.
       ABRIRHIST.
           MOVE SPACES TO NOMHIST.
           STRING "HISTMOV" ANYOLEE ".DAT"
                DELIMITED BY SIZE INTO NOMHIST.
           OPEN INPUT HISTORICOFILE.
           IF FSHI NOT = "00"
               GO TO SIGHIST
           END-IF.
           MOVE "N" TO EOFHIS.
       LEERHIST.
           READ HISTORICOFILE NEXT RECORD
                AT END MOVE "Y" TO EOFHIS
           END-READ.
           IF EOFHIS = "Y"
               CLOSE HISTORICOFILE
               GO TO SIGHIST
           END-IF.
           MOVE HISTORICOREC TO MOVIMIENTOSREC.
           PERFORM CLASIFICAR THRU FINCLASIFICAR.
           GO TO LEERHIST.
       SIGHIST.
           IF ANYOLEE = ANYONEG
               GO TO MOVVIVOS
           END-IF.
           IF ANYOLEE = 99
               MOVE 0 TO ANYOLEE
           ELSE
               ADD 1 TO ANYOLEE GIVING ANYOLEE
           END-IF.
           GO TO ABRIRHIST.

       MOVVIVOS.
           OPEN INPUT MOVIMIENTOSFILE.
           MOVE "N" TO EOFMOV.
       LEERMOV.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFMOV
           END-READ.
           IF EOFMOV = "Y"
               GO TO FINMOV
           END-IF.
           PERFORM CLASIFICAR THRU FINCLASIFICAR.
           GO TO LEERMOV.
       FINMOV.
           CLOSE MOVIMIENTOSFILE.
           CLOSE CUENTASFILE.

           *> Interes de prestamos: de cada cuota cobrada en el
           *> ejercicio se toma la parte de interes del cuadro de
           *> amortizacion francesa.
           OPEN INPUT PRESTAMOSFILE.
           IF FSPE NOT = "00"
               GO TO SELECCIONAR-FIN
           END-IF.
       LEERPRE.
           READ PRESTAMOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFPRE
           END-READ.
           IF EOFPRE = "Y"
               GO TO FINPRE
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
           IF CUOANYOTAB(IDXPRE) = 0
               GO TO LEERPRE
           END-IF.
           COMPUTE ULTIMACUO = PAGADASPRE - CUODESPTAB(IDXPRE).
           COMPUTE PRIMERACUO = ULTIMACUO - CUOANYOTAB(IDXPRE) + 1.
           COMPUTE TIPOMES ROUNDED = TIPOPRE / 12.
           MOVE CAPITALPRE TO PENDIENTE.
           MOVE 0 TO INTANYO.
           MOVE 1 TO NUMCUO.
       CUADROPRE.
           IF NUMCUO > ULTIMACUO
               GO TO FINCUADRO
           END-IF.
           COMPUTE INTCUOTA ROUNDED = PENDIENTE * TIPOMES.
           IF NUMCUO >= PRIMERACUO
               ADD INTCUOTA TO INTANYO GIVING INTANYO
           END-IF.
           COMPUTE PENDIENTE = PENDIENTE - (CUOTAPRE - INTCUOTA).
           ADD 1 TO NUMCUO GIVING NUMCUO.
           GO TO CUADROPRE.
       FINCUADRO.
           IF INTANYO > 0
               MOVE DNIPRE TO DNI-S
               MOVE 0 TO BRUTO-S
               MOVE 0 TO RETEN-S
               MOVE 0 TO DEUDOR-S
               MOVE INTANYO TO PRESTINT-S
               RELEASE SORTREC
           END-IF.
           GO TO LEERPRE.
       FINPRE.
           CLOSE PRESTAMOSFILE.
       SELECCIONAR-FIN.
           EXIT.

       CLASIFICAR.
           *> Cuotas de prestamo: se cuentan las del ejercicio y las
           *> posteriores para situarlas en el cuadro de amortizacion.
           IF CONCEPTO(1:15) = "Cuota prestamo "
                   AND FECHORA(1:2) >= ANYOFIS
               MOVE CONCEPTO(16:9) TO PRESTMOV
               PERFORM CONTARCUOTA THRU FINCONTAR
               GO TO FINCLASIFICAR
           END-IF.
           IF FECHORA(1:2) NOT = ANYOFIS
               GO TO FINCLASIFICAR
           END-IF.
           MOVE 0 TO BRUTO-S.
           MOVE 0 TO RETEN-S.
           MOVE 0 TO DEUDOR-S.
           MOVE 0 TO PRESTINT-S.
           *> Una retrocesion resta de la partida del concepto
           *> original que repite tras el prefijo.
           MOVE "N" TO ESRETRO.
           IF CONCEPTO(1:12) = "Retrocesion "
               MOVE "Y" TO ESRETRO
               MOVE CONCEPTO(13:28) TO CONCEPTO
           END-IF.
           IF CONCEPTO(1:14) = "Interes deudor"
               COMPUTE DEUDOR-S = 0 - CANTIDAD
           ELSE
               IF CONCEPTO(1:7) = "Interes"
                       AND (CANTIDAD > 0 OR ESRETRO = "Y")
                   MOVE CANTIDAD TO BRUTO-S
               END-IF
           END-IF.
           IF CONCEPTO(1:16) = "Retencion fiscal"
                   AND (CANTIDAD < 0 OR ESRETRO = "Y")
               COMPUTE RETEN-S = 0 - CANTIDAD
           END-IF.
           IF BRUTO-S = 0 AND RETEN-S = 0 AND DEUDOR-S = 0
               GO TO FINCLASIFICAR
           END-IF.
           *> El certificado va a nombre del titular de la cuenta.
           MOVE 0 TO NOCTA.
           MOVE CUENTAMOV TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           IF NOCTA = 1
               DISPLAY "AVISO: movimiento " MID " de la cuenta "
                    CUENTAMOV " sin cuenta en CUENTAS.DAT"
               GO TO FINCLASIFICAR
           END-IF.
           MOVE DNITIT TO DNI-S.
           RELEASE SORTREC.
       FINCLASIFICAR.
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
           MOVE 0 TO CUOANYOTAB(IDXPRE).
           MOVE 0 TO CUODESPTAB(IDXPRE).
       SUMARCUOTA.
           IF FECHORA(1:2) = ANYOFIS
               ADD 1 TO CUOANYOTAB(IDXPRE) GIVING CUOANYOTAB(IDXPRE)
           ELSE
               ADD 1 TO CUODESPTAB(IDXPRE) GIVING CUODESPTAB(IDXPRE)
           END-IF.
       FINCONTAR.
           EXIT.

       CERTIFICAR.
           MOVE "N" TO EOFSORT.
       CERTIFICAR-LOOP.
           RETURN SORTFILE
               AT END MOVE "Y" TO EOFSORT
           END-RETURN.
           IF EOFSORT = "Y"
               GO TO CERTIFICAR-ULT
           END-IF.
           IF PRIMERA = "N" AND DNI-S = DNIANT
               GO TO ACUMULAR
           END-IF.
           IF PRIMERA = "N"
               PERFORM EMITIRCERT THRU FINEMITIR
           END-IF.
           MOVE "N" TO PRIMERA.
           MOVE DNI-S TO DNIANT.
           MOVE 0 TO ACUMBRUTO.
           MOVE 0 TO ACUMRETEN.
           MOVE 0 TO ACUMDEUDOR.
           MOVE 0 TO ACUMPREST.
       ACUMULAR.
           ADD BRUTO-S TO ACUMBRUTO GIVING ACUMBRUTO.
           ADD RETEN-S TO ACUMRETEN GIVING ACUMRETEN.
           ADD DEUDOR-S TO ACUMDEUDOR GIVING ACUMDEUDOR.
           ADD PRESTINT-S TO ACUMPREST GIVING ACUMPREST.
           GO TO CERTIFICAR-LOOP.
       CERTIFICAR-ULT.
           IF PRIMERA = "N"
               PERFORM EMITIRCERT THRU FINEMITIR
           END-IF.
       CERTIFICAR-FIN.
           EXIT.

       EMITIRCERT.
           MOVE 0 TO NOCLI.
           MOVE DNIANT TO DNI.
           READ CLIENTESFILE
                KEY IS DNI
                INVALID KEY MOVE 1 TO NOCLI
           END-READ.
           IF NOCLI = 1
               MOVE SPACES TO NOMBAPE
               MOVE SPACES TO DIR
           END-IF.
           IF ACUMBRUTO < 0
               MOVE 0 TO ACUMBRUTO
           END-IF.
           IF ACUMRETEN < 0
               MOVE 0 TO ACUMRETEN
           END-IF.
           IF ACUMDEUDOR < 0
               MOVE 0 TO ACUMDEUDOR
           END-IF.
           COMPUTE NETO = ACUMBRUTO - ACUMRETEN.

           MOVE SPACES TO LINEACERT.
           STRING "CERTIFICADO FISCAL  EJERCICIO 20" ANYOFIS
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACERT.
           STRING "TITULAR " DNIANT "  " NOMBAPE
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACERT.
           STRING "        " DIR DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE ACUMBRUTO TO IMPFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "  INTERESES BRUTOS ABONADOS      " IMPFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE ACUMRETEN TO IMPFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "  RETENCION PRACTICADA           " IMPFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE NETO TO NETOFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "  INTERESES NETOS                " NETOFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE ACUMDEUDOR TO IMPFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "  INTERESES DEUDORES PAGADOS     " IMPFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE ACUMPREST TO IMPFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "  INTERESES DE PRESTAMOS PAGADOS " IMPFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACERT.
           PERFORM ESCRIBIRLIN.
           ADD 1 TO NUMCERT GIVING NUMCERT.
           ADD ACUMDEUDOR TO TOTDEUDOR GIVING TOTDEUDOR.
           ADD ACUMPREST TO TOTPREST GIVING TOTPREST.

           *> A Hacienda solo van los clientes con rendimientos o
           *> retenciones del ejercicio.
           IF ACUMBRUTO = 0 AND ACUMRETEN = 0
               GO TO FINEMITIR
           END-IF.
           MOVE SPACES TO RESUMENREC.
           MOVE "D" TO TIPORES.
           MOVE DNIANT TO DNIRES.
           MOVE NOMBAPE TO NOMBRERES.
           MOVE ACUMBRUTO TO BRUTORES.
           MOVE ACUMRETEN TO RETENRES.
           WRITE RESUMENREC.
           ADD 1 TO NUMDET GIVING NUMDET.
           ADD ACUMBRUTO TO TOTBRUTO GIVING TOTBRUTO.
           ADD ACUMRETEN TO TOTRETEN GIVING TOTRETEN.
       FINEMITIR.
           EXIT.

       ESCRIBIRLIN.
           MOVE LINEACERT TO CERTIFICADOREC.
           WRITE CERTIFICADOREC.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM CERTIFICADOFISCAL.
