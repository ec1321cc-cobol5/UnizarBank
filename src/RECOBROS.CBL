       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOBROS.
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

           SELECT PRESTAMOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRESTID
           FILE STATUS IS FSPE.

           SELECT RECIMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIKEY
           ALTERNATE RECORD KEY IS DNIRI WITH DUPLICATES
           FILE STATUS IS FSRM.

           SELECT RECOBROSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNIRB
           FILE STATUS IS FSRB.

           SELECT GESTIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GESTIONID
           ALTERNATE RECORD KEY IS DNIGES WITH DUPLICATES
           FILE STATUS IS FSGE.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPOID
           LOCK MODE IS MANUAL
           FILE STATUS IS FSNI.

           SELECT CARTASFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSCR.

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

               *> Expediente de recobro por cliente: deuda vencida de
               *> prestamos, descubiertos y recibos devueltos, con su
               *> antiguedad y la ultima promesa de pago.
               FD RECOBROSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECOBROS.DAT".
               01 RECOBROSREC.
                 02 DNIRB       PIC X(9).
                 02 FECHAINIRB  PIC 9(6). *> AAMMDD entrada en mora
                 02 FECHAANTRB  PIC 9(6). *> AAMMDD deuda mas antigua
                                          *> conocida en origen
                 02 DEUDAPRERB  PIC 9(7)V99. *> cuotas impagadas
                 02 EXCESORB    PIC 9(7)V99. *> exceso de descubierto
                 02 RECIBOSRB   PIC 9(7)V99. *> recibos devueltos
                 02 TOTALRB     PIC 9(7)V99.
                 02 DIASRB      PIC 9(5).
                 02 TRAMORB     PIC 9. *> 1 1-30, 2 31-60, 3 61-90,
                                       *> 4 mas de 90 dias
                 02 TRAMOCARRB  PIC 9. *> ultimo tramo reclamado
                 02 FECHACARRB  PIC 9(6). *> AAMMDD ultima carta
                 02 ESTADORB    PIC X(1). *> A en mora, S saldado
                 02 FECHAPROMRB PIC 9(6). *> AAMMDD pago prometido
                 02 IMPPROMRB   PIC 9(7)V99.
                 02 BASEPROMRB  PIC 9(7)V99. *> deuda al prometer
                 02 ESTPROMRB   PIC X(1). *> P pendiente, C cumplida,
                                          *> R rota, blanco sin promesa
                 02 FECHAGESRB  PIC 9(6). *> AAMMDD ultima gestion

               *> Gestiones de recobro: contactos del gestor, promesas
               *> de pago y cartas o incumplimientos del proceso
               *> nocturno.
               FD GESTIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "GESTIONES.DAT".
               01 GESTIONESREC.
                 02 GESTIONID  PIC 9(9).
                 02 DNIGES     PIC X(9).
                 02 FECHAGES   PIC 9999999999. *> AAMMDDHHMM
                 02 TIPOGES    PIC X(1). *> L llamada, V visita,
                                         *> E escrito, P promesa,
                                         *> C carta, R promesa rota
                 02 NOTAGES    PIC X(40).
                 02 OPERGES    PIC X(8).

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NEXTID.DAT".
               01 NEXTIDREC.
                 02 TIPOID     PIC X(10).
                 02 SIGUIENTE  PIC 9(9).

               *> Cartas de reclamacion del dia, RECLAMA.Raammdd: una
               *> por cliente que cambia de tramo, lista para ensobrar.
               FD CARTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMCAR.
               01 CARTASREC PIC X(80).

       WORKING-STORAGE SECTION.
           77 FSCF        PIC XX.
           77 FSCT        PIC XX.
           77 FSPE        PIC XX.
           77 FSRM        PIC XX.
           77 FSRB        PIC XX.
           77 FSGE        PIC XX.
           77 FSNI        PIC XX.
           77 FSCR        PIC XX.
           77 NOMCAR      PIC X(15).
           77 EOFRB       PIC X.
           77 EOFPRE      PIC X.
           77 EOFCTA      PIC X.
           77 EOFRI       PIC X.
           77 NORB        PIC X.
           77 NOCLI       PIC 9.
           77 FECHAACT    PIC 9(6).
           77 HORA        PIC 9999.
           77 FECHORAACT  PIC 9999999999.
           77 HORAACT     PIC 9(8).
           77 FECHA8      PIC 9(8).
           77 DIAHOY      PIC 9(7).
           77 DIAINI      PIC 9(7).
           77 DIASINT     PIC 9(7).
           77 DNIACU      PIC X(9).
           77 IMPORTEACU  PIC 9(7)V99.
           77 ORIGENACU   PIC X(1). *> P prestamo, D descubierto,
                                    *> R recibo
           77 FECHAACU    PIC 9(6).
           77 EXCESOACT   PIC S9(7)V99.
           77 OBJETIVOPROM PIC S9(7)V99.
           77 GESTIONACT  PIC 9(9).
           77 TIPOGESACT  PIC X(1).
           77 NOTAGESACT  PIC X(40).
           77 NUMENMORA   PIC 9(5) VALUE 0.
           77 NUMNUEVOS   PIC 9(5) VALUE 0.
           77 NUMSALDADOS PIC 9(5) VALUE 0.
           77 NUMCARTAS   PIC 9(5) VALUE 0.
           77 NUMROTAS    PIC 9(5) VALUE 0.
           77 NUMCUMPLIDAS PIC 9(5) VALUE 0.
           77 TOTALMORA   PIC 9(9)V99 VALUE 0.
           77 IDXTRAMO    PIC 9.
           77 IMPFORMA    PIC ZZZ,ZZZ,ZZ9.99.
           77 FECHAINT    PIC 9(6).
           77 FECHAFORMA  PIC 99/99/99.
           77 LINEACAR    PIC X(80).
       01 TRAMOSTABLA.
         02 TRAMOTAB OCCURS 4 TIMES.
           03 NUMTRAMO    PIC 9(5).
           03 IMPTRAMO    PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "RECOBROS - Deuda vencida por cliente".
           DISPLAY "====================================".
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           COMPUTE FECHA8 = 20000000 + FECHAACT.
           COMPUTE DIAHOY = FUNCTION INTEGER-OF-DATE (FECHA8).
           INITIALIZE TRAMOSTABLA.

           OPEN I-O RECOBROSFILE.
           IF FSRB NOT = "00"
               DISPLAY "No se ha encontrado RECOBROS.DAT. Codigo: "
                    FSRB
               GO TO FINPROG
           END-IF.

           *> La deuda se recalcula entera cada noche: primero se
           *> ponen a cero los importes de todos los expedientes.
           MOVE "N" TO EOFRB.
       LIMPIAR.
           READ RECOBROSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFRB
           END-READ.
           IF EOFRB = "Y"
               GO TO FINLIMPIAR
           END-IF.
           MOVE 0 TO DEUDAPRERB.
           MOVE 0 TO EXCESORB.
           MOVE 0 TO RECIBOSRB.
           MOVE 0 TO FECHAANTRB.
           REWRITE RECOBROSREC.
           GO TO LIMPIAR.
       FINLIMPIAR.

           *> Cuotas de prestamo en mora: la mas antigua vencio
           *> hace tantos meses como cuotas impagadas menos una.
           OPEN INPUT PRESTAMOSFILE.
           IF FSPE NOT = "00"
               GO TO FINPRE
           END-IF.
           MOVE "N" TO EOFPRE.
       LEERPRE.
           READ PRESTAMOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFPRE
           END-READ.
           IF EOFPRE = "Y"
               GO TO CERRARPRE
           END-IF.
           IF ESTADOPRE NOT = "M" OR IMPAGOSPRE = 0
               GO TO LEERPRE
           END-IF.
           MOVE DNIPRE TO DNIACU.
           COMPUTE IMPORTEACU = IMPAGOSPRE * CUOTAPRE.
           MOVE "P" TO ORIGENACU.
           COMPUTE DIASINT = DIAHOY - 30 * (IMPAGOSPRE - 1).
           COMPUTE FECHA8 = FUNCTION DATE-OF-INTEGER (DIASINT).
           COMPUTE FECHAACU = FECHA8 - 20000000.
           PERFORM ACUMULAR.
           GO TO LEERPRE.
       CERRARPRE.
           CLOSE PRESTAMOSFILE.
       FINPRE.

           *> Descubiertos por encima del limite autorizado: lo que
           *> pasa del limite es deuda vencida.
           OPEN INPUT CUENTASFILE.
           MOVE "N" TO EOFCTA.
       LEERCTA.
           READ CUENTASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFCTA
           END-READ.
           IF EOFCTA = "Y"
               GO TO FINCTA
           END-IF.
           IF ESTADOCTA = "C"
               GO TO LEERCTA
           END-IF.
           COMPUTE EXCESOACT = 0 - SALDO - DESCUBIERTO.
           IF EXCESOACT NOT > 0
               GO TO LEERCTA
           END-IF.
           MOVE DNITIT TO DNIACU.
           MOVE EXCESOACT TO IMPORTEACU.
           MOVE "D" TO ORIGENACU.
           MOVE 0 TO FECHAACU.
           PERFORM ACUMULAR.
           GO TO LEERCTA.
       FINCTA.
           CLOSE CUENTASFILE.

           *> Recibos devueltos por falta de saldo aun sin atender.
           OPEN INPUT RECIMPFILE.
           IF FSRM NOT = "00"
               GO TO FINRI
           END-IF.
           MOVE "N" TO EOFRI.
       LEERRI.
           READ RECIMPFILE NEXT RECORD
                AT END MOVE "Y" TO EOFRI
           END-READ.
           IF EOFRI = "Y"
               GO TO CERRARRI
           END-IF.
           IF ESTADORI NOT = "P"
               GO TO LEERRI
           END-IF.
           MOVE DNIRI TO DNIACU.
           MOVE IMPORTERI TO IMPORTEACU.
           MOVE "R" TO ORIGENACU.
           MOVE FECHARI TO FECHAACU.
           PERFORM ACUMULAR.
           GO TO LEERRI.
       CERRARRI.
           CLOSE RECIMPFILE.
       FINRI.

           *> Con la deuda de cada cliente ya sumada se calcula su
           *> antiguedad, se revisan las promesas y se emiten las
           *> cartas de los que cambian de tramo.
           MOVE SPACES TO NOMCAR.
           STRING "RECLAMA.R" FECHAACT DELIMITED BY SIZE INTO NOMCAR.
           OPEN OUTPUT CARTASFILE.
           IF FSCR NOT = "00"
               DISPLAY "No puede abrirse " NOMCAR ". Codigo: " FSCR
               CLOSE RECOBROSFILE
               GO TO FINPROG
           END-IF.
           OPEN INPUT CLIENTESFILE.
           OPEN I-O GESTIONESFILE.
           DISPLAY "DNI       Deuda            Dias  Tramo Promesa".
           MOVE "N" TO EOFRB.
           MOVE LOW-VALUES TO DNIRB.
           START RECOBROSFILE
                KEY NOT < DNIRB
                INVALID KEY MOVE "Y" TO EOFRB
           END-START.
       LEERRB.
           IF EOFRB = "Y"
               GO TO FINRB
           END-IF.
           READ RECOBROSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFRB
           END-READ.
           IF EOFRB = "Y"
               GO TO FINRB
           END-IF.
           COMPUTE TOTALRB = DEUDAPRERB + EXCESORB + RECIBOSRB.
           IF TOTALRB = 0
               GO TO SALDADO
           END-IF.
           IF ESTADORB NOT = "A"
               MOVE "A" TO ESTADORB
               MOVE FECHAACT TO FECHAINIRB
               MOVE 0 TO TRAMOCARRB
               MOVE SPACE TO ESTPROMRB
               ADD 1 TO NUMNUEVOS GIVING NUMNUEVOS
           END-IF.
           IF FECHAANTRB NOT = 0 AND FECHAANTRB < FECHAINIRB
               MOVE FECHAANTRB TO FECHAINIRB
           END-IF.
           COMPUTE FECHA8 = 20000000 + FECHAINIRB.
           COMPUTE DIAINI = FUNCTION INTEGER-OF-DATE (FECHA8).
           COMPUTE DIASRB = DIAHOY - DIAINI.
           MOVE 1 TO TRAMORB.
           IF DIASRB > 30
               MOVE 2 TO TRAMORB
           END-IF.
           IF DIASRB > 60
               MOVE 3 TO TRAMORB
           END-IF.
           IF DIASRB > 90
               MOVE 4 TO TRAMORB
           END-IF.

           *> Promesa cumplida si la deuda ha bajado al menos lo
           *> prometido; rota si el dia del pago ya paso sin ello.
           IF ESTPROMRB = "P"
               COMPUTE OBJETIVOPROM = BASEPROMRB - IMPPROMRB
               IF TOTALRB NOT > OBJETIVOPROM
                   MOVE "C" TO ESTPROMRB
                   ADD 1 TO NUMCUMPLIDAS GIVING NUMCUMPLIDAS
               ELSE
                   IF FECHAPROMRB < FECHAACT
                       MOVE "R" TO ESTPROMRB
                       ADD 1 TO NUMROTAS GIVING NUMROTAS
                       MOVE "R" TO TIPOGESACT
                       MOVE FECHAPROMRB(5:2) TO FECHAINT(1:2)
                       MOVE FECHAPROMRB(3:2) TO FECHAINT(3:2)
                       MOVE FECHAPROMRB(1:2) TO FECHAINT(5:2)
                       MOVE FECHAINT TO FECHAFORMA
                       MOVE SPACES TO NOTAGESACT
                       STRING "Promesa incumplida del " FECHAFORMA
                            DELIMITED BY SIZE INTO NOTAGESACT
                       PERFORM ANOTARGESTION
                       DISPLAY "Promesa rota: " DNIRB
                   END-IF
               END-IF
           END-IF.

           IF TRAMORB > TRAMOCARRB
               PERFORM EMITIRCARTA
               MOVE TRAMORB TO TRAMOCARRB
               MOVE FECHAACT TO FECHACARRB
               ADD 1 TO NUMCARTAS GIVING NUMCARTAS
               MOVE "C" TO TIPOGESACT
               MOVE SPACES TO NOTAGESACT
               STRING "Carta de reclamacion tramo " TRAMORB
                    DELIMITED BY SIZE INTO NOTAGESACT
               PERFORM ANOTARGESTION
           END-IF.
           REWRITE RECOBROSREC.

           ADD 1 TO NUMENMORA GIVING NUMENMORA.
           ADD TOTALRB TO TOTALMORA GIVING TOTALMORA.
           MOVE TRAMORB TO IDXTRAMO.
           ADD 1 TO NUMTRAMO(IDXTRAMO) GIVING NUMTRAMO(IDXTRAMO).
           ADD TOTALRB TO IMPTRAMO(IDXTRAMO)
                GIVING IMPTRAMO(IDXTRAMO).
           MOVE TOTALRB TO IMPFORMA.
           DISPLAY DNIRB " " IMPFORMA " " DIASRB "   " TRAMORB
                "     " ESTPROMRB.
           GO TO LEERRB.

       SALDADO.
           *> Sin deuda: el expediente se cierra y una promesa aun
           *> pendiente se da por cumplida.
           IF ESTADORB = "A"
               MOVE "S" TO ESTADORB
               ADD 1 TO NUMSALDADOS GIVING NUMSALDADOS
               DISPLAY "Deuda saldada: " DNIRB
               IF ESTPROMRB = "P"
                   MOVE "C" TO ESTPROMRB
                   ADD 1 TO NUMCUMPLIDAS GIVING NUMCUMPLIDAS
               END-IF
           END-IF.
           MOVE 0 TO DIASRB.
           MOVE 0 TO TRAMORB.
           MOVE 0 TO TRAMOCARRB.
           REWRITE RECOBROSREC.
           GO TO LEERRB.

       FINRB.
           CLOSE RECOBROSFILE.
           CLOSE CLIENTESFILE.
           CLOSE GESTIONESFILE.
           CLOSE CARTASFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Clientes en mora: " NUMENMORA.
           MOVE TOTALMORA TO IMPFORMA.
           DISPLAY "Deuda vencida total: " IMPFORMA "E".
           MOVE 1 TO IDXTRAMO.
       RESUMENTRAMO.
           MOVE IMPTRAMO(IDXTRAMO) TO IMPFORMA.
           IF IDXTRAMO = 1
               DISPLAY "  De 1 a 30 dias:   " NUMTRAMO(IDXTRAMO)
                    " clientes " IMPFORMA "E"
           END-IF.
           IF IDXTRAMO = 2
               DISPLAY "  De 31 a 60 dias:  " NUMTRAMO(IDXTRAMO)
                    " clientes " IMPFORMA "E"
           END-IF.
           IF IDXTRAMO = 3
               DISPLAY "  De 61 a 90 dias:  " NUMTRAMO(IDXTRAMO)
                    " clientes " IMPFORMA "E"
           END-IF.
           IF IDXTRAMO = 4
               DISPLAY "  Mas de 90 dias:   " NUMTRAMO(IDXTRAMO)
                    " clientes " IMPFORMA "E"
           END-IF.
           IF IDXTRAMO < 4
               ADD 1 TO IDXTRAMO GIVING IDXTRAMO
               GO TO RESUMENTRAMO
           END-IF.
           DISPLAY "Nuevos en mora: " NUMNUEVOS.
           DISPLAY "Deudas saldadas: " NUMSALDADOS.
           DISPLAY "Cartas emitidas en " NOMCAR ": " NUMCARTAS.
           DISPLAY "Promesas cumplidas: " NUMCUMPLIDAS.
           DISPLAY "Promesas rotas: " NUMROTAS.
           GO TO FINPROG.

       ACUMULAR.
           *> Suma el importe al expediente del cliente, dandolo de
           *> alta si no lo tenia.
           MOVE "N" TO NORB.
           MOVE DNIACU TO DNIRB.
           READ RECOBROSFILE
                KEY IS DNIRB
                INVALID KEY MOVE "Y" TO NORB
           END-READ.
           IF NORB = "Y"
               INITIALIZE RECOBROSREC
               MOVE DNIACU TO DNIRB
               MOVE "S" TO ESTADORB
               MOVE SPACE TO ESTPROMRB
           END-IF.
           IF ORIGENACU = "P"
               ADD IMPORTEACU TO DEUDAPRERB GIVING DEUDAPRERB
           END-IF.
           IF ORIGENACU = "D"
               ADD IMPORTEACU TO EXCESORB GIVING EXCESORB
           END-IF.
           IF ORIGENACU = "R"
               ADD IMPORTEACU TO RECIBOSRB GIVING RECIBOSRB
           END-IF.
           IF FECHAACU NOT = 0
                   AND (FECHAANTRB = 0 OR FECHAACU < FECHAANTRB)
               MOVE FECHAACU TO FECHAANTRB
           END-IF.
           IF NORB = "Y"
               WRITE RECOBROSREC
           ELSE
               REWRITE RECOBROSREC
           END-IF.

       ANOTARGESTION.
           OPEN I-O NEXTIDFILE.
           MOVE "GESTION" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO GESTIONACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           MOVE GESTIONACT TO GESTIONID.
           MOVE DNIRB TO DNIGES.
           MOVE FECHORAACT TO FECHAGES.
           MOVE TIPOGESACT TO TIPOGES.
           MOVE NOTAGESACT TO NOTAGES.
           MOVE "RECOBROS" TO OPERGES.
           WRITE GESTIONESREC.
           MOVE FECHAACT TO FECHAGESRB.

       EMITIRCARTA.
           *> El tono de la carta sube con el tramo de antiguedad.
           MOVE 0 TO NOCLI.
           MOVE DNIRB TO DNI.
           READ CLIENTESFILE
                KEY IS DNI
                INVALID KEY MOVE 1 TO NOCLI
           END-READ.
           IF NOCLI = 1
               MOVE SPACES TO NOMBAPE
               MOVE SPACES TO DIR
           END-IF.
           MOVE FECHAACT(5:2) TO FECHAINT(1:2).
           MOVE FECHAACT(3:2) TO FECHAINT(3:2).
           MOVE FECHAACT(1:2) TO FECHAINT(5:2).
           MOVE FECHAINT TO FECHAFORMA.
           MOVE SPACES TO LINEACAR.
           STRING "RECLAMACION DE DEUDA VENCIDA      FECHA " FECHAFORMA
                DELIMITED BY SIZE INTO LINEACAR.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACAR.
           STRING "TITULAR " DNIRB "  " NOMBAPE
                DELIMITED BY SIZE INTO LINEACAR.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACAR.
           STRING "        " DIR DELIMITED BY SIZE INTO LINEACAR.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACAR.
           PERFORM ESCRIBIRLIN.
           IF TRAMORB = 1
               MOVE "  Le recordamos que tiene importes vencidos y no"
                    TO LINEACAR
               PERFORM ESCRIBIRLIN
               MOVE "  pagados. Le rogamos que los regularice cuanto"
                    TO LINEACAR
               PERFORM ESCRIBIRLIN
               MOVE "  antes en su oficina."
                    TO LINEACAR
               PERFORM ESCRIBIRLIN
           END-IF.
           IF TRAMORB = 2
               MOVE "  Pese a nuestro aviso anterior la deuda sigue"
                    TO LINEACAR
               PERFORM ESCRIBIRLIN
               MOVE "  pendiente despues de 30 dias. Le rogamos que se"
                    TO LINEACAR
               PERFORM ESCRIBIRLIN
               MOVE "  ponga en contacto con su oficina."
                    TO LINEACAR
               PERFORM ESCRIBIRLIN
           END-IF.
           IF TRAMORB = 3
               MOVE "  La deuda lleva mas de 60 dias sin atenderse."
                    TO LINEACAR
               PERFORM ESCRIBIRLIN
               MOVE "  De no regularizarla podremos dar por vencidos"
                    TO LINEACAR
               PERFORM ESCRIBIRLIN
               MOVE "  los contratos afectados."
                    TO LINEACAR
               PERFORM ESCRIBIRLIN
           END-IF.
           IF TRAMORB = 4
               MOVE "  ULTIMO AVISO: la deuda supera los 90 dias."
                    TO LINEACAR
               PERFORM ESCRIBIRLIN
               MOVE "  Si no la atiende en diez dias su expediente"
                    TO LINEACAR
               PERFORM ESCRIBIRLIN
               MOVE "  pasara a reclamacion judicial."
                    TO LINEACAR
               PERFORM ESCRIBIRLIN
           END-IF.
           MOVE SPACES TO LINEACAR.
           PERFORM ESCRIBIRLIN.
           IF DEUDAPRERB > 0
               MOVE DEUDAPRERB TO IMPFORMA
               MOVE SPACES TO LINEACAR
               STRING "  CUOTAS DE PRESTAMO IMPAGADAS   " IMPFORMA
                    DELIMITED BY SIZE INTO LINEACAR
               PERFORM ESCRIBIRLIN
           END-IF.
           IF EXCESORB > 0
               MOVE EXCESORB TO IMPFORMA
               MOVE SPACES TO LINEACAR
               STRING "  EXCESO SOBRE EL DESCUBIERTO    " IMPFORMA
                    DELIMITED BY SIZE INTO LINEACAR
               PERFORM ESCRIBIRLIN
           END-IF.
           IF RECIBOSRB > 0
               MOVE RECIBOSRB TO IMPFORMA
               MOVE SPACES TO LINEACAR
               STRING "  RECIBOS DEVUELTOS SIN ATENDER  " IMPFORMA
                    DELIMITED BY SIZE INTO LINEACAR
               PERFORM ESCRIBIRLIN
           END-IF.
           MOVE TOTALRB TO IMPFORMA.
           MOVE SPACES TO LINEACAR.
           STRING "  TOTAL VENCIDO                  " IMPFORMA
                "   DIAS " DIASRB
                DELIMITED BY SIZE INTO LINEACAR.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACAR.
           PERFORM ESCRIBIRLIN.

       ESCRIBIRLIN.
           MOVE LINEACAR TO CARTASREC.
           WRITE CARTASREC.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM RECOBROS.
