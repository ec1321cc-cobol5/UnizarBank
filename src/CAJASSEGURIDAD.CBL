       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJASSEGURIDAD.
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

           SELECT TITULARESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TITKEY
           ALTERNATE RECORD KEY IS DNITITU WITH DUPLICATES
           FILE STATUS IS FSTI.

           SELECT CAJASEGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJASEGKEY
           FILE STATUS IS FSCS.

           SELECT ALQCAJASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQID
           ALTERNATE RECORD KEY IS DNIALQ WITH DUPLICATES
           FILE STATUS IS FSAQ.

           SELECT AUTCAJASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUTKEY
           ALTERNATE RECORD KEY IS DNIAUT WITH DUPLICATES
           FILE STATUS IS FSAU.

           SELECT VISITASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VISITAID
           FILE STATUS IS FSVI.

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

               *> Cajas de seguridad de cada oficina.
               FD CAJASEGFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CAJASEG.DAT".
               01 CAJASEGREC.
                 02 CAJASEGKEY.
                   03 OFICINACSG PIC X(4).
                   03 NUMCSG     PIC 9(4).
                 02 TAMANOCSG  PIC X(1). *> P pequena, M mediana,
                                         *> G grande
                 02 ESTADOCSG  PIC X(1). *> L libre, A alquilada,
                                         *> F fuera de servicio
                 02 ALQCSG     PIC 9(9). *> contrato en vigor, 0 libre

               *> Contratos de alquiler de cajas de seguridad.
               FD ALQCAJASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ALQCAJAS.DAT".
               01 ALQCAJASREC.
                 02 ALQID      PIC 9(9).
                 02 OFICINAALQ PIC X(4).
                 02 NUMALQ     PIC 9(4).
                 02 DNIALQ     PIC X(9). *> titular del contrato
                 02 CUENTAALQ  PIC X(10). *> cuenta de cargo
                 02 FECHAINIALQ PIC 9(6). *> AAMMDD alta
                 02 PROXCARGOALQ PIC 9(6). *> AAMMDD proxima cuota
                 02 ESTADOALQ  PIC X(1). *> A en vigor, I impagado
                                         *> (acceso bloqueado), B baja
                 02 FECHABAJAALQ PIC 9(6). *> AAMMDD

               *> Personas con acceso a cada caja: el titular del
               *> contrato y sus autorizados.
               FD AUTCAJASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUTCAJAS.DAT".
               01 AUTCAJASREC.
                 02 AUTKEY.
                   03 ALQAUT PIC 9(9).
                   03 DNIAUT PIC X(9).
                 02 ROLAUT PIC X(1). *> T titular, A autorizado

               *> Visitas a las cajas, tambien los accesos denegados.
               FD VISITASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "VISITASCAJA.DAT".
               01 VISITASREC.
                 02 VISITAID   PIC 9(9).
                 02 ALQVIS     PIC 9(9).
                 02 OFICINAVIS PIC X(4).
                 02 NUMVIS     PIC 9(4).
                 02 FECHAVIS   PIC 9999999999. *> AAMMDDHHMM
                 02 OPERVIS    PIC X(8).
                 02 DNIVIS     PIC X(9). *> quien entra
                 02 RESULTVIS  PIC X(1). *> E entra, N no autorizado,
                                         *> B bloqueada por impago

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
           77 FSCT      PIC XX.
           77 FSTI      PIC XX.
           77 FSCS      PIC XX.
           77 FSAQ      PIC XX.
           77 FSAU      PIC XX.
           77 FSVI      PIC XX.
           77 FSNI      PIC XX.
           77 FSAD      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 MSGCSG    PIC 99 VALUE 0.
           77 OPCIONCSG PIC X(1).
           77 EOFCSG    PIC X VALUE "N".
           77 EOFAUT    PIC X VALUE "N".
           77 LINPANT   PIC 99.
           77 NOEXISTE  PIC X.
           77 NUMSEL    PIC 9(4).
           77 TAMANOSEL PIC X(1).
           77 ESTADOSEL PIC X(1).
           77 DNISEL    PIC X(9).
           77 CUENTASEL PIC X(10).
           77 ACCIONSEL PIC X(1).
           77 ALQACT    PIC 9(9).
           77 VISITAACT PIC 9(9).
           77 RESULTACT PIC X(1).
           77 DNICONTR  PIC X(9).
           77 SITUACION PIC X(9).
           77 OFICINAACT PIC X(4).
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
           77 FECHAACT  PIC 9(6).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9999999999.
           77 HORAACT   PIC 9(8).

       PROCEDURE DIVISION.
       IDENTIFICAR.
           *> Alquiler de las cajas de seguridad de la oficina: el
           *> inventario lo mantiene un supervisor; contratos,
           *> autorizados y visitas cualquier operador.
           CALL "IDENTIFICAOPERADOR" USING OPERACT, ROLACT, EXITOOP.
           CANCEL "IDENTIFICAOPERADOR".
           IF EXITOOP NOT = "Y"
               EXIT PROGRAM
           END-IF.
           *> Oficina a la que pertenece este terminal.
           CALL "LEEROFICINA" USING OFICINAACT.
           CANCEL "LEEROFICINA".

       PANTALLA330.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Cajas de seguridad de la oficina " OFICINAACT
                LINE 3 COLUMN 22 UNDERLINE.
           DISPLAY "Caja  T  E   Contrato  Titular    Situacion"
                LINE 5 COLUMN 14.
           MOVE 6 TO LINPANT.
           MOVE "N" TO EOFCSG.
           OPEN INPUT CAJASEGFILE.
           OPEN INPUT ALQCAJASFILE.
           IF FSCS NOT = "00"
               GO TO FINCSG
           END-IF.
           MOVE OFICINAACT TO OFICINACSG.
           MOVE 0 TO NUMCSG.
           START CAJASEGFILE
                KEY >= CAJASEGKEY
                INVALID KEY MOVE "Y" TO EOFCSG
           END-START.
       LEERCSG.
           IF EOFCSG = "Y"
               GO TO FINCSG
           END-IF.
           READ CAJASEGFILE NEXT RECORD
                AT END MOVE "Y" TO EOFCSG
           END-READ.
           IF EOFCSG = "Y" OR OFICINACSG NOT = OFICINAACT
               GO TO FINCSG
           END-IF.
           MOVE SPACES TO DNICONTR.
           MOVE SPACES TO SITUACION.
           IF ALQCSG NOT = 0
               MOVE ALQCSG TO ALQID
               READ ALQCAJASFILE
                    KEY IS ALQID
                    INVALID KEY MOVE SPACES TO DNIALQ
                                MOVE SPACE TO ESTADOALQ
               END-READ
               MOVE DNIALQ TO DNICONTR
               IF ESTADOALQ = "I"
                   MOVE "IMPAGADA" TO SITUACION
               ELSE
                   MOVE "Al dia" TO SITUACION
               END-IF
           END-IF.
           IF LINPANT < 18
               DISPLAY NUMCSG "  " TAMANOCSG "  " ESTADOCSG "  "
                    ALQCSG " " DNICONTR "  " SITUACION
                    LINE LINPANT COLUMN 14
               ADD 1 TO LINPANT GIVING LINPANT
           END-IF.
           GO TO LEERCSG.
       FINCSG.
           CLOSE CAJASEGFILE.
           CLOSE ALQCAJASFILE.
           DISPLAY "V - Visita   C - Contratar   U - Autorizados"
                LINE 19 COLUMN 10.
           DISPLAY "B - Baja de contrato   A - Alta o cambio de caja"
                LINE 20 COLUMN 10.
           DISPLAY "Opcion: _"
                LINE 21 COLUMN 10.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 20.
           ACCEPT OPCIONCSG LINE 21 COLUMN 18.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF OPCIONCSG = "V" OR OPCIONCSG = "v"
               GO TO PANTALLA335
           END-IF.
           IF OPCIONCSG = "C" OR OPCIONCSG = "c"
               GO TO PANTALLA332
           END-IF.
           IF OPCIONCSG = "U" OR OPCIONCSG = "u"
               GO TO PANTALLA333
           END-IF.
           IF OPCIONCSG = "B" OR OPCIONCSG = "b"
               GO TO PANTALLA334
           END-IF.
           IF OPCIONCSG = "A" OR OPCIONCSG = "a"
               IF ROLACT NOT = "S"
                   GO TO PANTALLA339
               END-IF
               GO TO PANTALLA331
           END-IF.
           GO TO PANTALLA330.

       PANTALLA331.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Inventario de cajas de seguridad"
                LINE 3 COLUMN 24 UNDERLINE.
           DISPLAY "Numero de caja:                  ____"
                LINE 8 COLUMN 15.
           DISPLAY "Tamano (P, M, G):                _"
                LINE 10 COLUMN 15.
           DISPLAY "Estado (L libre, F fuera serv.): _"
                LINE 12 COLUMN 15.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT NUMSEL LINE 8 COLUMN 48.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA330
           END-IF.
           ACCEPT TAMANOSEL LINE 10 COLUMN 48.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA330
           END-IF.
           ACCEPT ESTADOSEL LINE 12 COLUMN 48.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA330
           END-IF.
           IF TAMANOSEL = "p"
               MOVE "P" TO TAMANOSEL
           END-IF.
           IF TAMANOSEL = "m"
               MOVE "M" TO TAMANOSEL
           END-IF.
           IF TAMANOSEL = "g"
               MOVE "G" TO TAMANOSEL
           END-IF.
           IF ESTADOSEL = "l"
               MOVE "L" TO ESTADOSEL
           END-IF.
           IF ESTADOSEL = "f"
               MOVE "F" TO ESTADOSEL
           END-IF.
           IF NUMSEL = 0
                   OR (TAMANOSEL NOT = "P" AND TAMANOSEL NOT = "M"
                       AND TAMANOSEL NOT = "G")
                   OR (ESTADOSEL NOT = "L" AND ESTADOSEL NOT = "F")
               MOVE 7 TO MSGCSG
               GO TO PANTALLA338
           END-IF.

           OPEN I-O CAJASEGFILE.
           MOVE "N" TO NOEXISTE.
           MOVE OFICINAACT TO OFICINACSG.
           MOVE NUMSEL TO NUMCSG.
           READ CAJASEGFILE
                KEY IS CAJASEGKEY
                INVALID KEY MOVE "Y" TO NOEXISTE
           END-READ.
           *> Una caja alquilada no cambia de tamano ni sale de
           *> servicio hasta la baja del contrato.
           IF NOEXISTE = "N" AND ESTADOCSG = "A"
               CLOSE CAJASEGFILE
               MOVE 9 TO MSGCSG
               GO TO PANTALLA338
           END-IF.
           MOVE OFICINAACT TO OFICINACSG.
           MOVE NUMSEL TO NUMCSG.
           MOVE TAMANOSEL TO TAMANOCSG.
           MOVE ESTADOSEL TO ESTADOCSG.
           MOVE 0 TO ALQCSG.
           IF NOEXISTE = "Y"
               WRITE CAJASEGREC
           ELSE
               REWRITE CAJASEGREC
           END-IF.
           CLOSE CAJASEGFILE.
           MOVE 0 TO ALQACT.
           MOVE SPACES TO DNISEL.
           MOVE SPACES TO RESULTADOAUD.
           STRING "Inventario caja " OFICINAACT "-" NUMSEL " "
                TAMANOSEL " " ESTADOSEL
                DELIMITED BY SIZE INTO RESULTADOAUD.
           GO TO ANOTARAUD.

       PANTALLA332.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Alquiler de caja de seguridad"
                LINE 3 COLUMN 25 UNDERLINE.
           DISPLAY "Numero de caja:      ____"
                LINE 8 COLUMN 20.
           DISPLAY "DNI del titular:     _________"
                LINE 10 COLUMN 20.
           DISPLAY "Cuenta de cargo:     __________"
                LINE 12 COLUMN 20.
           DISPLAY "La cuota anual se carga esta noche y en cada"
                LINE 15 COLUMN 16.
           DISPLAY "aniversario del contrato"
                LINE 16 COLUMN 16.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT NUMSEL LINE 8 COLUMN 41.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA330
           END-IF.
           ACCEPT DNISEL LINE 10 COLUMN 41.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA330
           END-IF.
           ACCEPT CUENTASEL LINE 12 COLUMN 41.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA330
           END-IF.

           PERFORM LEERCAJA.
           IF MSGCSG NOT = 0
               GO TO PANTALLA338
           END-IF.
           IF ESTADOCSG NOT = "L"
               MOVE 2 TO MSGCSG
               GO TO PANTALLA338
           END-IF.

           MOVE "N" TO NOEXISTE.
           OPEN INPUT CLIENTESFILE.
           MOVE DNISEL TO DNI.
           READ CLIENTESFILE
                KEY IS DNI
                INVALID KEY MOVE "Y" TO NOEXISTE
           END-READ.
           CLOSE CLIENTESFILE.
           IF NOEXISTE = "Y" OR ESTADOCLI = "B"
               MOVE 3 TO MSGCSG
               GO TO PANTALLA338
           END-IF.

           *> La cuota se carga en una cuenta en euros del propio
           *> titular del contrato.
           MOVE "N" TO NOEXISTE.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTASEL TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE "Y" TO NOEXISTE
           END-READ.
           CLOSE CUENTASFILE.
           IF NOEXISTE = "Y" OR ESTADOCTA = "C" OR DIVISA NOT = "EUR"
               MOVE 4 TO MSGCSG
               GO TO PANTALLA338
           END-IF.
           MOVE "N" TO NOEXISTE.
           OPEN INPUT TITULARESFILE.
           MOVE CUENTASEL TO CUENTATIT.
           MOVE DNISEL TO DNITITU.
           READ TITULARESFILE
                KEY IS TITKEY
                INVALID KEY MOVE "Y" TO NOEXISTE
           END-READ.
           CLOSE TITULARESFILE.
           IF NOEXISTE = "Y"
               MOVE 5 TO MSGCSG
               GO TO PANTALLA338
           END-IF.

           OPEN I-O NEXTIDFILE.
           MOVE "ALQCAJA" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO ALQACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           OPEN I-O ALQCAJASFILE.
           MOVE ALQACT TO ALQID.
           MOVE OFICINAACT TO OFICINAALQ.
           MOVE NUMSEL TO NUMALQ.
           MOVE DNISEL TO DNIALQ.
           MOVE CUENTASEL TO CUENTAALQ.
           MOVE FECHAACT TO FECHAINIALQ.
           *> La primera cuota vence el mismo dia del alta.
           MOVE FECHAACT TO PROXCARGOALQ.
           MOVE "A" TO ESTADOALQ.
           MOVE 0 TO FECHABAJAALQ.
           WRITE ALQCAJASREC.
           CLOSE ALQCAJASFILE.

           OPEN I-O AUTCAJASFILE.
           MOVE ALQACT TO ALQAUT.
           MOVE DNISEL TO DNIAUT.
           MOVE "T" TO ROLAUT.
           WRITE AUTCAJASREC.
           CLOSE AUTCAJASFILE.

           OPEN I-O CAJASEGFILE.
           MOVE OFICINAACT TO OFICINACSG.
           MOVE NUMSEL TO NUMCSG.
           READ CAJASEGFILE
                KEY IS CAJASEGKEY
           END-READ.
           MOVE "A" TO ESTADOCSG.
           MOVE ALQACT TO ALQCSG.
           REWRITE CAJASEGREC.
           CLOSE CAJASEGFILE.
           MOVE SPACES TO RESULTADOAUD.
           STRING "Alquiler caja " OFICINAACT "-" NUMSEL
                " cta " CUENTASEL
                DELIMITED BY SIZE INTO RESULTADOAUD.
           GO TO ANOTARAUD.

       PANTALLA333.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Autorizados de una caja de seguridad"
                LINE 3 COLUMN 22 UNDERLINE.
           DISPLAY "Numero de caja: ____"
                LINE 5 COLUMN 20.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT NUMSEL LINE 5 COLUMN 36.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA330
           END-IF.
           PERFORM LEERCONTRATO THRU FINLEERCONTRATO.
           IF MSGCSG NOT = 0
               GO TO PANTALLA338
           END-IF.

           DISPLAY "Contrato " ALQACT " titular " DNIALQ
                LINE 7 COLUMN 20.
           DISPLAY "DNI        Rol"
                LINE 9 COLUMN 20.
           MOVE 10 TO LINPANT.
           MOVE "N" TO EOFAUT.
           OPEN INPUT AUTCAJASFILE.
           MOVE ALQACT TO ALQAUT.
           MOVE LOW-VALUES TO DNIAUT.
           START AUTCAJASFILE
                KEY >= AUTKEY
                INVALID KEY MOVE "Y" TO EOFAUT
           END-START.
       LEERAUT.
           IF EOFAUT = "Y"
               GO TO FINAUT
           END-IF.
           READ AUTCAJASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFAUT
           END-READ.
           IF EOFAUT = "Y" OR ALQAUT NOT = ALQACT
               GO TO FINAUT
           END-IF.
           IF LINPANT < 17
               DISPLAY DNIAUT "  " ROLAUT
                    LINE LINPANT COLUMN 20
               ADD 1 TO LINPANT GIVING LINPANT
           END-IF.
           GO TO LEERAUT.
       FINAUT.
           CLOSE AUTCAJASFILE.
           DISPLAY "DNI: _________   A - Anadir  Q - Quitar: _"
                LINE 18 COLUMN 16.
           ACCEPT DNISEL LINE 18 COLUMN 21.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA330
           END-IF.
           ACCEPT ACCIONSEL LINE 18 COLUMN 58.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA330
           END-IF.
           IF ACCIONSEL = "a"
               MOVE "A" TO ACCIONSEL
           END-IF.
           IF ACCIONSEL = "q"
               MOVE "Q" TO ACCIONSEL
           END-IF.
           IF DNISEL = SPACES
                   OR (ACCIONSEL NOT = "A" AND ACCIONSEL NOT = "Q")
               MOVE 7 TO MSGCSG
               GO TO PANTALLA338
           END-IF.

           OPEN I-O AUTCAJASFILE.
           MOVE "N" TO NOEXISTE.
           MOVE ALQACT TO ALQAUT.
           MOVE DNISEL TO DNIAUT.
           READ AUTCAJASFILE
                KEY IS AUTKEY
                INVALID KEY MOVE "Y" TO NOEXISTE
           END-READ.
           IF ACCIONSEL = "A"
               IF NOEXISTE = "N"
                   CLOSE AUTCAJASFILE
                   MOVE 10 TO MSGCSG
                   GO TO PANTALLA338
               END-IF
               MOVE ALQACT TO ALQAUT
               MOVE DNISEL TO DNIAUT
               MOVE "A" TO ROLAUT
               WRITE AUTCAJASREC
               CLOSE AUTCAJASFILE
               MOVE SPACES TO RESULTADOAUD
               STRING "Autorizado caja " OFICINAACT "-" NUMSEL
                    " " DNISEL
                    DELIMITED BY SIZE INTO RESULTADOAUD
               GO TO ANOTARAUD
           END-IF.
           IF NOEXISTE = "Y"
               CLOSE AUTCAJASFILE
               MOVE 11 TO MSGCSG
               GO TO PANTALLA338
           END-IF.
           *> El titular solo deja la caja con la baja del contrato.
           IF ROLAUT = "T"
               CLOSE AUTCAJASFILE
               MOVE 12 TO MSGCSG
               GO TO PANTALLA338
           END-IF.
           DELETE AUTCAJASFILE RECORD.
           CLOSE AUTCAJASFILE.
           MOVE SPACES TO RESULTADOAUD.
           STRING "Retirado autorizado caja " OFICINAACT "-" NUMSEL
                DELIMITED BY SIZE INTO RESULTADOAUD.
           GO TO ANOTARAUD.

       PANTALLA334.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Baja de contrato de caja de seguridad"
                LINE 3 COLUMN 22 UNDERLINE.
           DISPLAY "Numero de caja: ____"
                LINE 9 COLUMN 20.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT NUMSEL LINE 9 COLUMN 36.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA330
           END-IF.
           PERFORM LEERCONTRATO THRU FINLEERCONTRATO.
           IF MSGCSG NOT = 0
               GO TO PANTALLA338
           END-IF.
           *> Con la cuota pendiente la caja sigue bloqueada: la baja
           *> espera a que se pague.
           IF ESTADOALQ = "I"
               MOVE 8 TO MSGCSG
               GO TO PANTALLA338
           END-IF.
           DISPLAY "Contrato " ALQACT " titular " DNIALQ
                LINE 11 COLUMN 20.
           DISPLAY "Enter - Confirmar la baja    F1 - Cancelar"
                LINE 22 COLUMN 16.
       REPEATBAJA.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA330
           END-IF.
           IF ESCAP <> 13
               GO TO REPEATBAJA
           END-IF.

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           OPEN I-O ALQCAJASFILE.
           MOVE ALQACT TO ALQID.
           READ ALQCAJASFILE
                KEY IS ALQID
           END-READ.
           MOVE "B" TO ESTADOALQ.
           MOVE FECHAACT TO FECHABAJAALQ.
           REWRITE ALQCAJASREC.
           CLOSE ALQCAJASFILE.
           OPEN I-O CAJASEGFILE.
           MOVE OFICINAACT TO OFICINACSG.
           MOVE NUMSEL TO NUMCSG.
           READ CAJASEGFILE
                KEY IS CAJASEGKEY
           END-READ.
           MOVE "L" TO ESTADOCSG.
           MOVE 0 TO ALQCSG.
           REWRITE CAJASEGREC.
           CLOSE CAJASEGFILE.
           MOVE DNIALQ TO DNISEL.
           MOVE SPACES TO RESULTADOAUD.
           STRING "Baja contrato caja " OFICINAACT "-" NUMSEL
                DELIMITED BY SIZE INTO RESULTADOAUD.
           GO TO ANOTARAUD.

       PANTALLA335.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Visita a caja de seguridad"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "Numero de caja:      ____"
                LINE 8 COLUMN 20.
           DISPLAY "DNI de quien entra:  _________"
                LINE 10 COLUMN 20.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT NUMSEL LINE 8 COLUMN 41.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA330
           END-IF.
           ACCEPT DNISEL LINE 10 COLUMN 41.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA330
           END-IF.
           IF DNISEL = SPACES
               MOVE 7 TO MSGCSG
               GO TO PANTALLA338
           END-IF.
           PERFORM LEERCONTRATO THRU FINLEERCONTRATO.
           IF MSGCSG NOT = 0
               GO TO PANTALLA338
           END-IF.

           *> Solo entran el titular y sus autorizados, y nadie
           *> mientras la cuota este impagada.
           MOVE "E" TO RESULTACT.
           OPEN INPUT AUTCAJASFILE.
           MOVE ALQACT TO ALQAUT.
           MOVE DNISEL TO DNIAUT.
           READ AUTCAJASFILE
                KEY IS AUTKEY
                INVALID KEY MOVE "N" TO RESULTACT
           END-READ.
           CLOSE AUTCAJASFILE.
           IF ESTADOALQ = "I"
               MOVE "B" TO RESULTACT
           END-IF.

           OPEN I-O NEXTIDFILE.
           MOVE "VISITACAJA" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO VISITAACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           PERFORM TOMARFECHA.
           OPEN I-O VISITASFILE.
           MOVE VISITAACT TO VISITAID.
           MOVE ALQACT TO ALQVIS.
           MOVE OFICINAACT TO OFICINAVIS.
           MOVE NUMSEL TO NUMVIS.
           MOVE FECHORAACT TO FECHAVIS.
           MOVE OPERACT TO OPERVIS.
           MOVE DNISEL TO DNIVIS.
           MOVE RESULTACT TO RESULTVIS.
           WRITE VISITASREC.
           CLOSE VISITASFILE.

       PANTALLA336.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Visita a caja de seguridad"
                LINE 3 COLUMN 27 UNDERLINE.
           IF RESULTACT = "E"
               DISPLAY "Acceso autorizado a la caja " NUMSEL
                    LINE 9 COLUMN 22
           END-IF.
           IF RESULTACT = "N"
               DISPLAY "ACCESO DENEGADO: " DNISEL
                    " no esta autorizado"
                    LINE 9 COLUMN 16
           END-IF.
           IF RESULTACT = "B"
               DISPLAY "ACCESO DENEGADO: caja bloqueada por cuota"
                    " impagada"
                    LINE 9 COLUMN 12
           END-IF.
           DISPLAY "Visita registrada con el numero " VISITAACT
                LINE 11 COLUMN 18.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATVIS.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATVIS
           END-IF.
           GO TO PANTALLA330.

       ANOTARAUD.
           OPEN EXTEND AUDITORIA.
           MOVE DNISEL TO DNIAUD.
           PERFORM TOMARFECHA.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Caja de seguridad" TO ACCIONAUD.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.

       PANTALLA337.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Cajas de seguridad"
                LINE 3 COLUMN 31 UNDERLINE.
           DISPLAY "Caja " OFICINAACT "-" NUMSEL
                " actualizada correctamente"
                LINE 9 COLUMN 18.
           IF ALQACT NOT = 0
               DISPLAY "Contrato " ALQACT
                    LINE 11 COLUMN 28
           END-IF.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATOK.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATOK
           END-IF.
           GO TO PANTALLA330.

       PANTALLA338.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Cajas de seguridad"
                LINE 3 COLUMN 31 UNDERLINE.
           IF MSGCSG = 1
               DISPLAY "La caja no existe en esta oficina"
                    LINE 9 COLUMN 22
           END-IF.
           IF MSGCSG = 2
               DISPLAY "La caja no esta libre para alquilar"
                    LINE 9 COLUMN 21
           END-IF.
           IF MSGCSG = 3
               DISPLAY "El cliente no existe o esta de baja"
                    LINE 9 COLUMN 21
           END-IF.
           IF MSGCSG = 4
               DISPLAY "La cuenta no existe, esta cerrada o no es"
                    " en euros"
                    LINE 9 COLUMN 12
           END-IF.
           IF MSGCSG = 5
               DISPLAY "El cliente no es titular ni autorizado de la"
                    " cuenta"
                    LINE 9 COLUMN 12
           END-IF.
           IF MSGCSG = 6
               DISPLAY "La caja no tiene contrato en vigor"
                    LINE 9 COLUMN 22
           END-IF.
           IF MSGCSG = 7
               DISPLAY "Faltan datos o no son validos"
                    LINE 9 COLUMN 24
           END-IF.
           IF MSGCSG = 8
               DISPLAY "Cuota impagada: la baja espera a que se pague"
                    LINE 9 COLUMN 15
           END-IF.
           IF MSGCSG = 9
               DISPLAY "La caja esta alquilada y no puede modificarse"
                    LINE 9 COLUMN 15
           END-IF.
           IF MSGCSG = 10
               DISPLAY "Esa persona ya tiene acceso a la caja"
                    LINE 9 COLUMN 20
           END-IF.
           IF MSGCSG = 11
               DISPLAY "Esa persona no tiene acceso a la caja"
                    LINE 9 COLUMN 20
           END-IF.
           IF MSGCSG = 12
               DISPLAY "El titular no puede retirarse del contrato"
                    LINE 9 COLUMN 17
           END-IF.
           MOVE 0 TO MSGCSG.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATKO.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATKO
           END-IF.
           GO TO PANTALLA330.

       PANTALLA339.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Cajas de seguridad"
                LINE 3 COLUMN 31 UNDERLINE.
           DISPLAY "Esta operacion requiere rol de supervisor"
                LINE 9 COLUMN 16.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATX.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATX
           END-IF.
           GO TO PANTALLA330.

       LEERCAJA.
           MOVE 0 TO MSGCSG.
           OPEN INPUT CAJASEGFILE.
           MOVE OFICINAACT TO OFICINACSG.
           MOVE NUMSEL TO NUMCSG.
           READ CAJASEGFILE
                KEY IS CAJASEGKEY
                INVALID KEY MOVE 1 TO MSGCSG
           END-READ.
           CLOSE CAJASEGFILE.

       LEERCONTRATO.
           *> Contrato en vigor, al dia o impagado, de la caja.
           PERFORM LEERCAJA.
           IF MSGCSG NOT = 0
               GO TO FINLEERCONTRATO
           END-IF.
           IF ESTADOCSG NOT = "A" OR ALQCSG = 0
               MOVE 6 TO MSGCSG
               GO TO FINLEERCONTRATO
           END-IF.
           MOVE ALQCSG TO ALQACT.
           OPEN INPUT ALQCAJASFILE.
           MOVE ALQACT TO ALQID.
           READ ALQCAJASFILE
                KEY IS ALQID
                INVALID KEY MOVE 6 TO MSGCSG
           END-READ.
           CLOSE ALQCAJASFILE.
           IF MSGCSG = 0 AND ESTADOALQ = "B"
               MOVE 6 TO MSGCSG
           END-IF.
       FINLEERCONTRATO.
           EXIT.

       TOMARFECHA.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

       END PROGRAM CAJASSEGURIDAD.
