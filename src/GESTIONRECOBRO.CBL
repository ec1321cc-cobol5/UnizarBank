       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONRECOBRO.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNI
           FILE STATUS IS FSCF.

           SELECT RECOBROSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNIRB
           LOCK MODE IS MANUAL *> serializa terminales
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
           77 FSRB      PIC XX.
           77 FSGE      PIC XX.
           77 FSNI      PIC XX.
           77 FSAD      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 MSGREC    PIC 9 VALUE 0.
           77 NORB      PIC 9.
           77 NOCLI     PIC 9.
           77 EOFGE     PIC X.
           77 DNISEL    PIC X(9).
           77 OPCIONREC PIC X(1).
           77 TIPOSEL   PIC X(1).
           77 NOTASEL   PIC X(40).
           77 IMPPROMSEL PIC 9(7)V99.
           77 FECHAPROMSEL PIC 9(6).
           77 MESPROM   PIC 99.
           77 DIAPROM   PIC 99.
           77 GESTIONACT PIC 9(9).
           77 NUMGES    PIC 9(5).
           77 SALTARGES PIC 9(5).
           77 LINEAGES  PIC 99.
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
           77 FECHAACT  PIC 9(6).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9999999999.
           77 HORAACT   PIC 9(8).
           77 FECHAINT  PIC 9(6).
           77 FECHAFORMA PIC 99/99/99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           *> Contactos recientes que se muestran en la ficha.
           77 MAXGES    PIC 9 VALUE 5.

       PROCEDURE DIVISION.
       IDENTIFICAR.
           *> El gestor de recobro consulta la deuda vencida de un
           *> cliente, anota los contactos que hace con el y las
           *> promesas de pago que obtiene.
           CALL "IDENTIFICAOPERADOR" USING OPERACT, ROLACT, EXITOOP.
           CANCEL "IDENTIFICAOPERADOR".
           IF EXITOOP NOT = "Y"
               EXIT PROGRAM
           END-IF.
       PANTALLA310.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Gestion de recobro"
                LINE 3 COLUMN 31 UNDERLINE.
           DISPLAY "DNI del cliente: _________"
                LINE 9 COLUMN 20.
           DISPLAY "Enter - Continuar    F1 - Salir"
                LINE 22 COLUMN 20.
           ACCEPT DNISEL LINE 9 COLUMN 37.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           PERFORM LEEREXPEDIENTE.
           IF NORB = 1 OR ESTADORB NOT = "A"
               MOVE 1 TO MSGREC
               GO TO PANTALLA319
           END-IF.

       PANTALLA311.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Gestion de recobro"
                LINE 3 COLUMN 31 UNDERLINE.
           MOVE 0 TO NOCLI.
           OPEN INPUT CLIENTESFILE.
           MOVE DNISEL TO DNI.
           READ CLIENTESFILE
                KEY IS DNI
                INVALID KEY MOVE 1 TO NOCLI
           END-READ.
           CLOSE CLIENTESFILE.
           IF NOCLI = 1
               MOVE SPACES TO NOMBAPE
               MOVE SPACES TO TEL
           END-IF.
           DISPLAY "Cliente: " DNISEL " " NOMBAPE
                LINE 5 COLUMN 5.
           DISPLAY "Telefono: " TEL
                LINE 6 COLUMN 5.
           MOVE DEUDAPRERB TO SALDOFORMA.
           DISPLAY "Cuotas impagadas:    " SALDOFORMA "E"
                LINE 8 COLUMN 5.
           MOVE EXCESORB TO SALDOFORMA.
           DISPLAY "Exceso descubierto:  " SALDOFORMA "E"
                LINE 9 COLUMN 5.
           MOVE RECIBOSRB TO SALDOFORMA.
           DISPLAY "Recibos devueltos:   " SALDOFORMA "E"
                LINE 10 COLUMN 5.
           MOVE TOTALRB TO SALDOFORMA.
           DISPLAY "Total vencido:       " SALDOFORMA "E"
                LINE 11 COLUMN 5.
           DISPLAY "Dias: " DIASRB "   Tramo: " TRAMORB
                "   Ultima carta tramo: " TRAMOCARRB
                LINE 12 COLUMN 5.
           IF ESTPROMRB NOT = SPACE
               MOVE FECHAPROMRB(5:2) TO FECHAINT(1:2)
               MOVE FECHAPROMRB(3:2) TO FECHAINT(3:2)
               MOVE FECHAPROMRB(1:2) TO FECHAINT(5:2)
               MOVE FECHAINT TO FECHAFORMA
               MOVE IMPPROMRB TO SALDOFORMA
               DISPLAY "Promesa: " SALDOFORMA "E el " FECHAFORMA
                    " (" ESTPROMRB ")"
                    LINE 13 COLUMN 5
           END-IF.
           DISPLAY "Ultimas gestiones:"
                LINE 15 COLUMN 5.
           PERFORM MOSTRARGESTIONES THRU FINMOSTRAR.
           DISPLAY "1 - Anotar contacto   2 - Promesa de pago"
                LINE 21 COLUMN 20.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 20.
           ACCEPT OPCIONREC LINE 21 COLUMN 62.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA310
           END-IF.
           IF OPCIONREC = "1"
               GO TO PANTALLA312
           END-IF.
           IF OPCIONREC = "2"
               GO TO PANTALLA313
           END-IF.
           GO TO PANTALLA311.

       PANTALLA312.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Gestion de recobro"
                LINE 3 COLUMN 31 UNDERLINE.
           DISPLAY "Cliente: " DNISEL
                LINE 6 COLUMN 15.
           DISPLAY "Tipo (L llamada, V visita, E escrito): _"
                LINE 9 COLUMN 15.
           DISPLAY "Resultado:"
                LINE 11 COLUMN 15.
           DISPLAY "________________________________________"
                LINE 12 COLUMN 15.
           DISPLAY "Enter - Grabar    F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT TIPOSEL LINE 9 COLUMN 54.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA311
           END-IF.
           ACCEPT NOTASEL LINE 12 COLUMN 15.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA311
           END-IF.
           IF TIPOSEL = "l"
               MOVE "L" TO TIPOSEL
           END-IF.
           IF TIPOSEL = "v"
               MOVE "V" TO TIPOSEL
           END-IF.
           IF TIPOSEL = "e"
               MOVE "E" TO TIPOSEL
           END-IF.
           IF TIPOSEL NOT = "L" AND TIPOSEL NOT = "V"
                   AND TIPOSEL NOT = "E"
               MOVE 2 TO MSGREC
               GO TO PANTALLA319
           END-IF.
           IF NOTASEL = SPACES
               MOVE 3 TO MSGREC
               GO TO PANTALLA319
           END-IF.
           PERFORM ANOTARGESTION.
           MOVE "Contacto de recobro" TO ACCIONAUD.
           MOVE NOTASEL TO RESULTADOAUD.
           PERFORM ANOTARAUD.
           PERFORM LEEREXPEDIENTE.
           GO TO PANTALLA311.

       PANTALLA313.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Gestion de recobro"
                LINE 3 COLUMN 31 UNDERLINE.
           MOVE TOTALRB TO SALDOFORMA.
           DISPLAY "Cliente: " DNISEL "   Deuda: " SALDOFORMA "E"
                LINE 6 COLUMN 15.
           DISPLAY "Importe prometido:   __________E"
                LINE 9 COLUMN 15.
           DISPLAY "Fecha de pago (AAMMDD): ______"
                LINE 11 COLUMN 15.
           DISPLAY "Enter - Grabar    F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT IMPPROMSEL LINE 9 COLUMN 36.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA311
           END-IF.
           ACCEPT FECHAPROMSEL LINE 11 COLUMN 39.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA311
           END-IF.
           IF IMPPROMSEL = 0 OR IMPPROMSEL > TOTALRB
               MOVE 4 TO MSGREC
               GO TO PANTALLA319
           END-IF.
           *> La fecha prometida ha de ser posterior a hoy.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MOVE FECHAPROMSEL(3:2) TO MESPROM.
           MOVE FECHAPROMSEL(5:2) TO DIAPROM.
           IF MESPROM < 1 OR MESPROM > 12 OR DIAPROM < 1
                   OR DIAPROM > 31 OR FECHAPROMSEL NOT > FECHAACT
               MOVE 5 TO MSGREC
               GO TO PANTALLA319
           END-IF.

           *> La promesa guarda la deuda del momento: el cierre la
           *> da por cumplida cuando la deuda baja lo prometido.
           OPEN I-O RECOBROSFILE.
           MOVE DNISEL TO DNIRB.
           READ RECOBROSFILE WITH LOCK
                KEY IS DNIRB
           END-READ.
           MOVE "P" TO ESTPROMRB.
           MOVE FECHAPROMSEL TO FECHAPROMRB.
           MOVE IMPPROMSEL TO IMPPROMRB.
           MOVE TOTALRB TO BASEPROMRB.
           REWRITE RECOBROSREC.
           CLOSE RECOBROSFILE.
           MOVE "P" TO TIPOSEL.
           MOVE FECHAPROMSEL(5:2) TO FECHAINT(1:2).
           MOVE FECHAPROMSEL(3:2) TO FECHAINT(3:2).
           MOVE FECHAPROMSEL(1:2) TO FECHAINT(5:2).
           MOVE FECHAINT TO FECHAFORMA.
           MOVE IMPPROMSEL TO SALDOFORMA.
           MOVE SPACES TO NOTASEL.
           STRING "Promete " SALDOFORMA "E el " FECHAFORMA
                DELIMITED BY SIZE INTO NOTASEL.
           PERFORM ANOTARGESTION.
           MOVE "Promesa de pago" TO ACCIONAUD.
           MOVE NOTASEL TO RESULTADOAUD.
           PERFORM ANOTARAUD.
           PERFORM LEEREXPEDIENTE.
           GO TO PANTALLA311.

       PANTALLA319.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Gestion de recobro"
                LINE 3 COLUMN 31 UNDERLINE.
           IF MSGREC = 1
               DISPLAY "Ese cliente no tiene deuda vencida"
                    LINE 9 COLUMN 21
           END-IF.
           IF MSGREC = 2
               DISPLAY "El tipo de contacto debe ser L, V o E"
                    LINE 9 COLUMN 20
           END-IF.
           IF MSGREC = 3
               DISPLAY "Debe indicar el resultado del contacto"
                    LINE 9 COLUMN 19
           END-IF.
           IF MSGREC = 4
               DISPLAY "El importe debe estar entre cero y la deuda"
                    LINE 9 COLUMN 17
           END-IF.
           IF MSGREC = 5
               DISPLAY "La fecha de pago debe ser valida y futura"
                    LINE 9 COLUMN 18
           END-IF.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATKO.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATKO
           END-IF.
           IF MSGREC = 1
               MOVE 0 TO MSGREC
               GO TO PANTALLA310
           END-IF.
           MOVE 0 TO MSGREC.
           GO TO PANTALLA311.

       LEEREXPEDIENTE.
           MOVE 0 TO NORB.
           OPEN INPUT RECOBROSFILE.
           IF FSRB NOT = "00"
               MOVE 1 TO NORB
           ELSE
               MOVE DNISEL TO DNIRB
               READ RECOBROSFILE
                    KEY IS DNIRB
                    INVALID KEY MOVE 1 TO NORB
               END-READ
               CLOSE RECOBROSFILE
           END-IF.

       MOSTRARGESTIONES.
           *> Primero se cuentan las gestiones del cliente para
           *> mostrar solo las MAXGES mas recientes.
           MOVE 0 TO NUMGES.
           OPEN INPUT GESTIONESFILE.
           IF FSGE NOT = "00"
               GO TO FINMOSTRAR
           END-IF.
           MOVE "N" TO EOFGE.
           MOVE DNISEL TO DNIGES.
           START GESTIONESFILE
                KEY = DNIGES
                INVALID KEY MOVE "Y" TO EOFGE
           END-START.
       CONTARGES.
           IF EOFGE = "Y"
               GO TO FINCONTAR
           END-IF.
           READ GESTIONESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFGE
           END-READ.
           IF EOFGE = "Y" OR DNIGES NOT = DNISEL
               GO TO FINCONTAR
           END-IF.
           ADD 1 TO NUMGES GIVING NUMGES.
           GO TO CONTARGES.
       FINCONTAR.
           MOVE 0 TO SALTARGES.
           IF NUMGES > MAXGES
               COMPUTE SALTARGES = NUMGES - MAXGES
           END-IF.
           MOVE 16 TO LINEAGES.
           MOVE "N" TO EOFGE.
           MOVE DNISEL TO DNIGES.
           START GESTIONESFILE
                KEY = DNIGES
                INVALID KEY MOVE "Y" TO EOFGE
           END-START.
       LISTARGES.
           IF EOFGE = "Y"
               GO TO CERRARGES
           END-IF.
           READ GESTIONESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFGE
           END-READ.
           IF EOFGE = "Y" OR DNIGES NOT = DNISEL
               GO TO CERRARGES
           END-IF.
           IF SALTARGES > 0
               SUBTRACT 1 FROM SALTARGES GIVING SALTARGES
               GO TO LISTARGES
           END-IF.
           MOVE FECHAGES(5:2) TO FECHAINT(1:2).
           MOVE FECHAGES(3:2) TO FECHAINT(3:2).
           MOVE FECHAGES(1:2) TO FECHAINT(5:2).
           MOVE FECHAINT TO FECHAFORMA.
           DISPLAY FECHAFORMA " " TIPOGES " " NOTAGES " " OPERGES
                LINE LINEAGES COLUMN 5.
           ADD 1 TO LINEAGES GIVING LINEAGES.
           GO TO LISTARGES.
       CERRARGES.
           CLOSE GESTIONESFILE.
       FINMOSTRAR.
           EXIT.

       ANOTARGESTION.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           OPEN I-O NEXTIDFILE.
           MOVE "GESTION" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO GESTIONACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           OPEN I-O GESTIONESFILE.
           MOVE GESTIONACT TO GESTIONID.
           MOVE DNISEL TO DNIGES.
           MOVE FECHORAACT TO FECHAGES.
           MOVE TIPOSEL TO TIPOGES.
           MOVE NOTASEL TO NOTAGES.
           MOVE OPERACT TO OPERGES.
           WRITE GESTIONESREC.
           CLOSE GESTIONESFILE.
           OPEN I-O RECOBROSFILE.
           MOVE DNISEL TO DNIRB.
           READ RECOBROSFILE WITH LOCK
                KEY IS DNIRB
           END-READ.
           MOVE FECHAACT TO FECHAGESRB.
           REWRITE RECOBROSREC.
           CLOSE RECOBROSFILE.

       ANOTARAUD.
           OPEN EXTEND AUDITORIA.
           MOVE DNISEL TO DNIAUD.
           MOVE FECHORAACT TO FECHAUD.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.

       END PROGRAM GESTIONRECOBRO.
