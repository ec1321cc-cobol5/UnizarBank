       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTAMENTARIA.
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

           SELECT ORDENESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDENID
           FILE STATUS IS FSOR.

           SELECT PLAZOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAZOID
           FILE STATUS IS FSPL.

           SELECT PRESTAMOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRESTID
           FILE STATUS IS FSPE.

           SELECT TESTAMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNIFAL
           FILE STATUS IS FSTS.

           SELECT CTAFALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTAFAL
           ALTERNATE RECORD KEY IS DNICFAL WITH DUPLICATES
           FILE STATUS IS FSFA.

           SELECT HEREDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HEREDKEY
           FILE STATUS IS FSHR.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPOID
           LOCK MODE IS MANUAL
           FILE STATUS IS FSNI.

           SELECT CERTDEFFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSCE.

           SELECT CAMBIOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIVISACAM
           FILE STATUS IS FSCM.

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

               FD ORDENESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ORDENES.DAT".
               01 ORDENESREC.
                 02 ORDENID    PIC 9(9).
                 02 CUENTAORD  PIC X(10).
                 02 DESTINOORD PIC X(10).
                 02 IMPORTEORD PIC 99999V99.
                 02 DIAMES     PIC 99.
                 02 FECHAFIN   PIC 9(6). *> AAMMDD, 0 si no caduca
                 02 ESTADOORD  PIC X(1). *> A activa, S suspendida,
                                         *> C cancelada, V vencida
                 02 ULTEJEC    PIC 9(6). *> AAMMDD ultima ejecucion

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

               *> Testamentarias: una por titular fallecido, abierta
               *> hasta que todas sus cuentas quedan repartidas.
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

               *> Cuentas bloqueadas por fallecimiento de un titular o
               *> autorizado, con su saldo a la fecha de defuncion.
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

               *> Herederos de cada testamentaria con la cuota que
               *> les da la escritura y la cuenta donde cobran.
               FD HEREDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "HEREDEROS.DAT".
               01 HEREDREC.
                 02 HEREDKEY.
                   03 DNIHFAL   PIC X(9). *> fallecido
                   03 DNIHER    PIC X(9). *> heredero
                 02 NOMBREHER   PIC X(40).
                 02 CUOTAHER    PIC 999V99. *> por ciento
                 02 CUENTAHER   PIC X(10). *> cuenta de abono
                 02 IMPORTEHER  PIC 9(9)V99. *> recibido

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NEXTID.DAT".
               01 NEXTIDREC.
                 02 TIPOID     PIC X(10).
                 02 SIGUIENTE  PIC 9(9).

               *> Certificado de posiciones a la fecha de defuncion
               *> para la notaria, CERTDEF.<dni>.
               FD CERTDEFFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMCERT.
               01 CERTDEFREC PIC X(80).

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
           77 FSOR      PIC XX.
           77 FSPL      PIC XX.
           77 FSPE      PIC XX.
           77 FSTS      PIC XX.
           77 FSFA      PIC XX.
           77 FSHR      PIC XX.
           77 FSNI      PIC XX.
           77 FSCE      PIC XX.
           77 FSCM      PIC XX.
           77 FSAD      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 MSGTES    PIC 9 VALUE 0.
           77 OPCIONTES PIC X(1).
           77 DNISEL    PIC X(9).
           77 NOMBRESEL PIC X(40).
           77 FECHADEF  PIC 9(6).
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
           77 OFICINAACT PIC X(4).
           77 FECHAACT  PIC 9(6).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9999999999.
           77 HORAACT   PIC 9(8).
           77 MIDACT    PIC 9(9).
           77 FECHAW    PIC 9(6).
           77 FECHAFORMA PIC 99/99/99.
           77 FECHAINT  PIC 9(6).
           77 IMPFORMA  PIC -Z,ZZZ,ZZ9.99.
           77 TOTFORMA  PIC -ZZZ,ZZZ,ZZ9.99.
           77 CUOTAFORMA PIC ZZ9.99.
           77 EOFLEC    PIC X.
           77 EOFAUX    PIC X.
           77 LINPANT   PIC 99.
           77 NOCTA     PIC 9.
           77 YAESTA    PIC X.
           77 NOMCERT   PIC X(17).
           77 LINEACERT PIC X(80).
           77 ROLTXT    PIC X(10).
           77 ESTTXT    PIC X(10).
           *> Altas de herederos
           77 DNIHERNUE PIC X(9).
           77 NOMHERNUE PIC X(40).
           77 CUOTANUE  PIC 999V99.
           77 CTAHERNUE PIC X(10).
           77 SUMACUOTAS PIC 9(4)V99.
           77 NUMHERED  PIC 99.
           *> Cuentas de la testamentaria
           77 NUMCTAF   PIC 99.
           77 IDXCTAF   PIC 99.
           77 OTROSTIT  PIC 99.
           *> Totales del certificado
           77 TOTCTAS   PIC S9(9)V99.
           77 TOTPLAZOS PIC S9(9)V99.
           77 TOTPREST  PIC S9(9)V99.
           77 TOTNETO   PIC S9(9)V99.
           77 MESESTRANS PIC S9(5).
           77 CUOTASDEF PIC 999.
           77 TIPOMES   PIC V9(8).
           77 PENDIENTE PIC S9(9)V99.
           77 INTMES    PIC 9(7)V99.
           77 AMORTMES  PIC S9(7)V99.
           77 MESIDX    PIC 999.
           *> Reparto
           77 IDXHER    PIC 99.
           77 SALDOREP  PIC S9(7)V99.
           77 ACUMREP   PIC S9(7)V99.
           77 IMPREP    PIC S9(7)V99.
           77 NUMREP    PIC 99.
           77 NUMLIB    PIC 99.
           77 NUMPEND   PIC 99.
           77 TOTREP    PIC S9(9)V99.
           77 RETENCION PIC 9(7)V99 VALUE 0.
           77 IMPHER    PIC S9(7)V99.
           77 HAYCAMBIO PIC X.
           77 DIVISAORIG PIC X(3).
           77 DIVISADEST PIC X(3).
           77 TASAORIG  PIC 9(3)V9(6).
           77 TASADEST  PIC 9(3)V9(6).
           *> Apunte de un movimiento sobre una cuenta
           77 CTAAPU    PIC X(10).
           77 IMPAPU    PIC S9(7)V99.
           77 CONCAPU   PIC X(40).
           77 DESTAPU   PIC X(10).
       01 FECHAPART.
         02 AAPART    PIC 99.
         02 MMPART    PIC 99.
         02 DDPART    PIC 99.
       01 CTAFTABLA.
         02 CTAFTAB OCCURS 20 TIMES.
           03 CTAF      PIC X(10).
           03 ROLF      PIC X(1).
           03 SALDOF    PIC S9(7)V99.
           03 ESTADOF   PIC X(1).
       01 HERTABLA.
         02 HERTAB OCCURS 20 TIMES.
           03 DNIH      PIC X(9).
           03 CUOTAH    PIC 999V99.
           03 CTAH      PIC X(10).
       01 APUNTEDIARIO.
         02 FICHLNK  PIC X(1).
         02 OPERLNK  PIC X(1).
         02 DATOSLNK PIC X(130).

       PROCEDURE DIVISION.
       IDENTIFICAR.
           *> La testamentaria la lleva un supervisor de la oficina.
           CALL "IDENTIFICAOPERADOR" USING OPERACT, ROLACT, EXITOOP.
           CANCEL "IDENTIFICAOPERADOR".
           IF EXITOOP NOT = "Y"
               EXIT PROGRAM
           END-IF.
           IF ROLACT NOT = "S"
               GO TO PANTALLA289
           END-IF.
           CALL "LEEROFICINA" USING OFICINAACT.
           CANCEL "LEEROFICINA".
       PANTALLA280.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Testamentarias"
                LINE 3 COLUMN 33 UNDERLINE.
           DISPLAY "DNI del titular fallecido: _________"
                LINE 9 COLUMN 20.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 20.
           ACCEPT DNISEL LINE 9 COLUMN 47.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".

           OPEN INPUT CLIENTESFILE.
           MOVE DNISEL TO DNI.
           READ CLIENTESFILE
                KEY IS DNI
                INVALID KEY MOVE 1 TO MSGTES
           END-READ.
           CLOSE CLIENTESFILE.
           IF MSGTES NOT = 0
               GO TO PANTALLA288
           END-IF.
           MOVE NOMBAPE TO NOMBRESEL.

           OPEN INPUT TESTAMFILE.
           MOVE DNISEL TO DNIFAL.
           READ TESTAMFILE
                KEY IS DNIFAL
                INVALID KEY MOVE "N" TO YAESTA
                NOT INVALID KEY MOVE "Y" TO YAESTA
           END-READ.
           CLOSE TESTAMFILE.
           IF YAESTA = "Y"
               GO TO PANTALLA282
           END-IF.

       PANTALLA281.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Comunicacion de fallecimiento"
                LINE 3 COLUMN 26 UNDERLINE.
           DISPLAY "Titular: " DNISEL " " NOMBRESEL
                LINE 7 COLUMN 10.
           DISPLAY "Fecha de fallecimiento (AAMMDD): ______"
                LINE 9 COLUMN 20.
           DISPLAY "Se bloquearan todas las cuentas donde figura como"
                " titular o autorizado"
                LINE 12 COLUMN 6.
           DISPLAY "Enter - Registrar   F1 - Cancelar"
                LINE 22 COLUMN 20.
           MOVE 0 TO FECHADEF.
           ACCEPT FECHADEF LINE 9 COLUMN 53.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA280
           END-IF.
           IF ESCAP <> 13
               GO TO PANTALLA281
           END-IF.
           MOVE FECHADEF TO FECHAPART.
           IF FECHADEF = 0 OR FECHADEF > FECHAACT
                   OR MMPART < 1 OR MMPART > 12
                   OR DDPART < 1 OR DDPART > 31
               MOVE 2 TO MSGTES
               GO TO PANTALLA288
           END-IF.

           PERFORM REGISTRAR THRU FINREGISTRAR.
           IF NUMCTAF = 0
               MOVE 3 TO MSGTES
               GO TO PANTALLA288
           END-IF.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Comunicacion de fallecimiento"
                LINE 3 COLUMN 26 UNDERLINE.
           DISPLAY "Testamentaria abierta para " DNISEL
                LINE 9 COLUMN 20.
           DISPLAY "Cuentas bloqueadas: " NUMCTAF
                LINE 11 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATREG.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATREG
           END-IF.

       PANTALLA282.
           OPEN INPUT TESTAMFILE.
           MOVE DNISEL TO DNIFAL.
           READ TESTAMFILE
                KEY IS DNIFAL
           END-READ.
           CLOSE TESTAMFILE.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Testamentaria"
                LINE 3 COLUMN 33 UNDERLINE.
           MOVE FECHAFAL TO FECHAW.
           PERFORM FORMATEARFECHA.
           IF ESTADOFAL = "A"
               MOVE "abierta" TO ESTTXT
           ELSE
               MOVE "liquidada" TO ESTTXT
           END-IF.
           DISPLAY DNISEL " " NOMBRESEL
                LINE 5 COLUMN 6.
           DISPLAY "Fallecimiento: " FECHAFORMA "   Estado: " ESTTXT
                LINE 6 COLUMN 6.
           DISPLAY "Cuenta     Rol        Saldo a la defuncion Estado"
                LINE 8 COLUMN 6.
           MOVE 9 TO LINPANT.
           OPEN INPUT CTAFALFILE.
           MOVE "N" TO EOFLEC.
           MOVE DNISEL TO DNICFAL.
           START CTAFALFILE
                KEY = DNICFAL
                INVALID KEY MOVE "Y" TO EOFLEC
           END-START.
       LISTARCTAS.
           IF EOFLEC = "Y"
               GO TO FINLISTARCTAS
           END-IF.
           READ CTAFALFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLEC
           END-READ.
           IF EOFLEC = "Y" OR DNICFAL NOT = DNISEL
               GO TO FINLISTARCTAS
           END-IF.
           IF LINPANT < 14
               PERFORM TEXTOROL
               MOVE SALDODEF TO IMPFORMA
               DISPLAY CUENTAFAL " " ROLTXT " " IMPFORMA "E  "
                    ESTADOCFAL
                    LINE LINPANT COLUMN 6
               ADD 1 TO LINPANT GIVING LINPANT
           END-IF.
           GO TO LISTARCTAS.
       FINLISTARCTAS.
           CLOSE CTAFALFILE.
           DISPLAY "Heredero  Cuota  Cuenta abono   Recibido"
                LINE 14 COLUMN 6.
           MOVE 15 TO LINPANT.
           OPEN INPUT HEREDFILE.
           MOVE "N" TO EOFLEC.
           MOVE DNISEL TO DNIHFAL.
           MOVE LOW-VALUES TO DNIHER.
           START HEREDFILE
                KEY >= HEREDKEY
                INVALID KEY MOVE "Y" TO EOFLEC
           END-START.
       LISTARHER.
           IF EOFLEC = "Y"
               GO TO FINLISTARHER
           END-IF.
           READ HEREDFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLEC
           END-READ.
           IF EOFLEC = "Y" OR DNIHFAL NOT = DNISEL
               GO TO FINLISTARHER
           END-IF.
           IF LINPANT < 19
               MOVE CUOTAHER TO CUOTAFORMA
               MOVE IMPORTEHER TO TOTFORMA
               DISPLAY DNIHER " " CUOTAFORMA "% " CUENTAHER " "
                    TOTFORMA "E"
                    LINE LINPANT COLUMN 6
               ADD 1 TO LINPANT GIVING LINPANT
           END-IF.
           GO TO LISTARHER.
       FINLISTARHER.
           CLOSE HEREDFILE.
           DISPLAY "C - Certificado  H - Herederos  R - Reparto"
                LINE 20 COLUMN 17.
           DISPLAY "F1 - Volver"
                LINE 22 COLUMN 20.
           ACCEPT OPCIONTES LINE 21 COLUMN 40.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA280
           END-IF.
           IF OPCIONTES = "C" OR OPCIONTES = "c"
               GO TO PANTALLA284
           END-IF.
           IF (OPCIONTES = "H" OR OPCIONTES = "h"
                   OR OPCIONTES = "R" OR OPCIONTES = "r")
                   AND ESTADOFAL NOT = "A"
               MOVE 4 TO MSGTES
               GO TO PANTALLA288
           END-IF.
           IF OPCIONTES = "H" OR OPCIONTES = "h"
               GO TO PANTALLA283
           END-IF.
           IF OPCIONTES = "R" OR OPCIONTES = "r"
               GO TO PANTALLA285
           END-IF.
           GO TO PANTALLA282.

       PANTALLA283.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Herederos de la testamentaria"
                LINE 3 COLUMN 26 UNDERLINE.
           DISPLAY "Causante: " DNISEL " " NOMBRESEL
                LINE 5 COLUMN 10.
           DISPLAY "DNI del heredero: _________"
                LINE 8 COLUMN 20.
           DISPLAY "Nombre:"
                LINE 10 COLUMN 20.
           DISPLAY "Cuota en por ciento (0 = baja): ___.__"
                LINE 12 COLUMN 20.
           DISPLAY "Cuenta de abono: __________"
                LINE 14 COLUMN 20.
           DISPLAY "F1 - Volver"
                LINE 22 COLUMN 20.
           ACCEPT DNIHERNUE LINE 8 COLUMN 38.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA282
           END-IF.
           MOVE SPACES TO NOMHERNUE.
           ACCEPT NOMHERNUE LINE 10 COLUMN 28.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA282
           END-IF.
           ACCEPT CUOTANUE LINE 12 COLUMN 52.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA282
           END-IF.
           ACCEPT CTAHERNUE LINE 14 COLUMN 37.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA282
           END-IF.
           IF DNIHERNUE = SPACES OR DNIHERNUE = DNISEL
               MOVE 5 TO MSGTES
               GO TO PANTALLA288
           END-IF.

           *> Cuota 0: el heredero sale de la testamentaria.
           IF CUOTANUE = 0
               OPEN I-O HEREDFILE
               MOVE DNISEL TO DNIHFAL
               MOVE DNIHERNUE TO DNIHER
               DELETE HEREDFILE RECORD
                    INVALID KEY MOVE 5 TO MSGTES
               END-DELETE
               CLOSE HEREDFILE
               IF MSGTES NOT = 0
                   GO TO PANTALLA288
               END-IF
               MOVE SPACES TO RESULTADOAUD
               STRING "Baja heredero " DNIHERNUE
                    DELIMITED BY SIZE INTO RESULTADOAUD
               PERFORM AUDITAR
               GO TO PANTALLA282
           END-IF.

           *> La cuenta de abono ha de estar abierta y no puede ser
           *> una de las bloqueadas.
           OPEN INPUT CUENTASFILE.
           MOVE CTAHERNUE TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 6 TO MSGTES
           END-READ.
           IF MSGTES = 0 AND ESTADOCTA = "C"
               MOVE 6 TO MSGTES
           END-IF.
           CLOSE CUENTASFILE.
           IF MSGTES = 0
               OPEN INPUT CTAFALFILE
               MOVE CTAHERNUE TO CUENTAFAL
               READ CTAFALFILE
                    KEY IS CUENTAFAL
                    NOT INVALID KEY
                        IF ESTADOCFAL = "B"
                            MOVE 6 TO MSGTES
                        END-IF
               END-READ
               CLOSE CTAFALFILE
           END-IF.
           IF MSGTES NOT = 0
               GO TO PANTALLA288
           END-IF.

           *> Las cuotas de todos los herederos no pueden pasar del
           *> cien por cien.
           PERFORM CARGARHERED THRU FINCARGARHERED.
           MOVE CUOTANUE TO SUMACUOTAS.
           MOVE 1 TO IDXHER.
       SUMARCUOTAS.
           IF IDXHER > NUMHERED
               GO TO FINSUMARCUOTAS
           END-IF.
           IF DNIH(IDXHER) NOT = DNIHERNUE
               ADD CUOTAH(IDXHER) TO SUMACUOTAS GIVING SUMACUOTAS
           END-IF.
           ADD 1 TO IDXHER GIVING IDXHER.
           GO TO SUMARCUOTAS.
       FINSUMARCUOTAS.
           IF SUMACUOTAS > 100
               MOVE 7 TO MSGTES
               GO TO PANTALLA288
           END-IF.

           OPEN I-O HEREDFILE.
           MOVE DNISEL TO DNIHFAL.
           MOVE DNIHERNUE TO DNIHER.
           READ HEREDFILE
                KEY IS HEREDKEY
                INVALID KEY MOVE "N" TO YAESTA
                NOT INVALID KEY MOVE "Y" TO YAESTA
           END-READ.
           MOVE NOMHERNUE TO NOMBREHER.
           MOVE CUOTANUE TO CUOTAHER.
           MOVE CTAHERNUE TO CUENTAHER.
           IF YAESTA = "Y"
               REWRITE HEREDREC
           ELSE
               MOVE 0 TO IMPORTEHER
               WRITE HEREDREC
           END-IF.
           CLOSE HEREDFILE.
           MOVE CUOTANUE TO CUOTAFORMA.
           MOVE SPACES TO RESULTADOAUD.
           STRING "Heredero " DNIHERNUE " cuota " CUOTAFORMA "%"
                DELIMITED BY SIZE INTO RESULTADOAUD.
           PERFORM AUDITAR.
           GO TO PANTALLA282.

       PANTALLA284.
           PERFORM CERTIFICAR THRU FINCERTIFICAR.
           IF MSGTES NOT = 0
               GO TO PANTALLA288
           END-IF.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Certificado de posiciones"
                LINE 3 COLUMN 28 UNDERLINE.
           DISPLAY "Certificado grabado en " NOMCERT
                LINE 7 COLUMN 20.
           MOVE TOTCTAS TO TOTFORMA.
           DISPLAY "Cuentas a la vista:  " TOTFORMA "E"
                LINE 9 COLUMN 18.
           MOVE TOTPLAZOS TO TOTFORMA.
           DISPLAY "Depositos a plazo:   " TOTFORMA "E"
                LINE 10 COLUMN 18.
           MOVE TOTPREST TO TOTFORMA.
           DISPLAY "Prestamos pendientes:" TOTFORMA "E"
                LINE 11 COLUMN 18.
           MOVE TOTNETO TO TOTFORMA.
           DISPLAY "Posicion neta:       " TOTFORMA "E"
                LINE 13 COLUMN 18.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATCERT.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATCERT
           END-IF.
           GO TO PANTALLA282.

       PANTALLA285.
           PERFORM CARGARHERED THRU FINCARGARHERED.
           MOVE 0 TO SUMACUOTAS.
           MOVE 1 TO IDXHER.
       TOTALCUOTAS.
           IF IDXHER > NUMHERED
               GO TO FINTOTALCUOTAS
           END-IF.
           ADD CUOTAH(IDXHER) TO SUMACUOTAS GIVING SUMACUOTAS.
           ADD 1 TO IDXHER GIVING IDXHER.
           GO TO TOTALCUOTAS.
       FINTOTALCUOTAS.
           IF NUMHERED = 0 OR SUMACUOTAS NOT = 100
               MOVE 8 TO MSGTES
               GO TO PANTALLA288
           END-IF.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Reparto de la herencia"
                LINE 3 COLUMN 29 UNDERLINE.
           DISPLAY "Causante: " DNISEL " " NOMBRESEL
                LINE 6 COLUMN 10.
           DISPLAY "El saldo de cada cuenta de la que era unico titular"
                LINE 8 COLUMN 10.
           DISPLAY "se abona a los herederos segun su cuota. Las demas"
                LINE 9 COLUMN 10.
           DISPLAY "cuentas se liberan y el causante deja de figurar."
                LINE 10 COLUMN 10.
           DISPLAY "Enter - Repartir   F1 - Cancelar"
                LINE 22 COLUMN 20.
       REPEATREP.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA282
           END-IF.
           IF ESCAP <> 13
               GO TO REPEATREP
           END-IF.

           PERFORM REPARTIR THRU FINREPARTIR.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Reparto de la herencia"
                LINE 3 COLUMN 29 UNDERLINE.
           DISPLAY "Cuentas repartidas: " NUMREP
                LINE 8 COLUMN 20.
           MOVE TOTREP TO TOTFORMA.
           DISPLAY "Importe repartido: " TOTFORMA "E"
                LINE 9 COLUMN 20.
           DISPLAY "Cuentas liberadas:  " NUMLIB
                LINE 10 COLUMN 20.
           DISPLAY "Cuentas pendientes: " NUMPEND
                LINE 11 COLUMN 20.
           IF NUMPEND = 0
               DISPLAY "Testamentaria liquidada"
                    LINE 13 COLUMN 20
           ELSE
               DISPLAY "Las cuentas con saldo deudor o retenido siguen "
                    "bloqueadas"
                    LINE 13 COLUMN 10
           END-IF.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATFINREP.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATFINREP
           END-IF.
           GO TO PANTALLA282.

       REGISTRAR.
           *> Cuentas donde figura como titular o autorizado; las
           *> que ya bloqueo otra testamentaria se dejan como estan.
           MOVE 0 TO NUMCTAF.
           OPEN INPUT TITULARESFILE.
           OPEN INPUT CUENTASFILE.
           OPEN INPUT CTAFALFILE.
           MOVE "N" TO EOFLEC.
           MOVE DNISEL TO DNITITU.
           START TITULARESFILE
                KEY = DNITITU
                INVALID KEY MOVE "Y" TO EOFLEC
           END-START.
       LEERTIT.
           IF EOFLEC = "Y"
               GO TO FINTIT
           END-IF.
           READ TITULARESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLEC
           END-READ.
           IF EOFLEC = "Y" OR DNITITU NOT = DNISEL
               GO TO FINTIT
           END-IF.
           MOVE 0 TO NOCTA.
           MOVE CUENTATIT TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           IF NOCTA = 1 OR ESTADOCTA = "C"
               GO TO LEERTIT
           END-IF.
           MOVE CUENTATIT TO CUENTAFAL.
           READ CTAFALFILE
                KEY IS CUENTAFAL
                INVALID KEY MOVE "N" TO YAESTA
                NOT INVALID KEY MOVE "Y" TO YAESTA
           END-READ.
           IF YAESTA = "Y" AND ESTADOCFAL = "B"
               GO TO LEERTIT
           END-IF.
           IF NUMCTAF < 20
               ADD 1 TO NUMCTAF GIVING NUMCTAF
               MOVE CUENTATIT TO CTAF(NUMCTAF)
               MOVE ROLTIT TO ROLF(NUMCTAF)
               MOVE SALDO TO SALDOF(NUMCTAF)
               MOVE YAESTA TO ESTADOF(NUMCTAF)
           END-IF.
           GO TO LEERTIT.
       FINTIT.
           CLOSE TITULARESFILE.
           CLOSE CUENTASFILE.
           CLOSE CTAFALFILE.
           IF NUMCTAF = 0
               GO TO FINREGISTRAR
           END-IF.

           *> Saldo a la fecha de defuncion: el actual menos lo
           *> anotado despues de ese dia.
           OPEN INPUT MOVIMIENTOSFILE.
           MOVE "N" TO EOFLEC.
       LEERMOVDEF.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLEC
           END-READ.
           IF EOFLEC = "Y"
               GO TO FINMOVDEF
           END-IF.
           IF FECHORA(1:6) NOT > FECHADEF
               GO TO LEERMOVDEF
           END-IF.
           MOVE 1 TO IDXCTAF.
       BUSCARMOVDEF.
           IF IDXCTAF > NUMCTAF
               GO TO LEERMOVDEF
           END-IF.
           IF CTAF(IDXCTAF) = CUENTAMOV
               SUBTRACT CANTIDAD FROM SALDOF(IDXCTAF)
                    GIVING SALDOF(IDXCTAF)
               GO TO LEERMOVDEF
           END-IF.
           ADD 1 TO IDXCTAF GIVING IDXCTAF.
           GO TO BUSCARMOVDEF.
       FINMOVDEF.
           CLOSE MOVIMIENTOSFILE.

           OPEN I-O CTAFALFILE.
           MOVE 1 TO IDXCTAF.
       GRABARCTAF.
           IF IDXCTAF > NUMCTAF
               GO TO FINGRABARCTAF
           END-IF.
           MOVE CTAF(IDXCTAF) TO CUENTAFAL.
           MOVE DNISEL TO DNICFAL.
           MOVE ROLF(IDXCTAF) TO ROLFAL.
           MOVE SALDOF(IDXCTAF) TO SALDODEF.
           MOVE "B" TO ESTADOCFAL.
           MOVE 0 TO FECHAREP.
           *> Una cuenta liberada de una testamentaria anterior se
           *> vuelve a bloquear para la nueva.
           IF ESTADOF(IDXCTAF) = "Y"
               REWRITE CTAFALREC
           ELSE
               WRITE CTAFALREC
           END-IF.
           ADD 1 TO IDXCTAF GIVING IDXCTAF.
           GO TO GRABARCTAF.
       FINGRABARCTAF.
           CLOSE CTAFALFILE.

           OPEN I-O TESTAMFILE.
           MOVE DNISEL TO DNIFAL.
           MOVE FECHADEF TO FECHAFAL.
           MOVE FECHAACT TO FECHAREGFAL.
           MOVE NUMCTAF TO NUMCTAFAL.
           MOVE "A" TO ESTADOFAL.
           MOVE 0 TO FECHALIQ.
           MOVE OPERACT TO OPERFAL.
           WRITE TESTAMREC.
           CLOSE TESTAMFILE.

           MOVE SPACES TO RESULTADOAUD.
           STRING "Fallecido el " FECHADEF ", " NUMCTAF
                " cuentas bloqueadas"
                DELIMITED BY SIZE INTO RESULTADOAUD.
           PERFORM AUDITAR.
       FINREGISTRAR.
           EXIT.

       CERTIFICAR.
           OPEN INPUT TESTAMFILE.
           MOVE DNISEL TO DNIFAL.
           READ TESTAMFILE
                KEY IS DNIFAL
           END-READ.
           CLOSE TESTAMFILE.
           MOVE FECHAFAL TO FECHADEF.
           MOVE SPACES TO NOMCERT.
           STRING "CERTDEF." DNISEL DELIMITED BY SIZE INTO NOMCERT.
           OPEN OUTPUT CERTDEFFILE.
           IF FSCE NOT = "00"
               MOVE 9 TO MSGTES
               GO TO FINCERTIFICAR
           END-IF.
           MOVE 0 TO TOTCTAS.
           MOVE 0 TO TOTPLAZOS.
           MOVE 0 TO TOTPREST.

           MOVE "CERTIFICADO DE POSICIONES A LA FECHA DE DEFUNCION"
                TO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE ALL "=" TO LINEACERT(1:50).
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACERT.
           STRING "CAUSANTE " DNISEL "  " NOMBRESEL
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE FECHAFAL TO FECHAW.
           PERFORM FORMATEARFECHA.
           MOVE SPACES TO LINEACERT.
           STRING "FECHA DE DEFUNCION " FECHAFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           MOVE FECHAACT TO FECHAW.
           PERFORM FORMATEARFECHA.
           MOVE FECHAFORMA TO LINEACERT(40:8).
           MOVE "EMITIDO" TO LINEACERT(31:7).
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACERT.
           PERFORM ESCRIBIRLIN.

           *> Cuentas a la vista; las de autorizado se relacionan
           *> pero no forman parte del caudal.
           MOVE "CUENTAS A LA VISTA" TO LINEACERT.
           PERFORM ESCRIBIRLIN.
           OPEN INPUT CTAFALFILE.
           MOVE "N" TO EOFLEC.
           MOVE DNISEL TO DNICFAL.
           START CTAFALFILE
                KEY = DNICFAL
                INVALID KEY MOVE "Y" TO EOFLEC
           END-START.
       CERTCTAS.
           IF EOFLEC = "Y"
               GO TO FINCERTCTAS
           END-IF.
           READ CTAFALFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLEC
           END-READ.
           IF EOFLEC = "Y" OR DNICFAL NOT = DNISEL
               GO TO FINCERTCTAS
           END-IF.
           PERFORM TEXTOROL.
           MOVE SALDODEF TO IMPFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "  " CUENTAFAL "  " ROLTXT "   " IMPFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           IF ROLFAL = "T"
               ADD SALDODEF TO TOTCTAS GIVING TOTCTAS
           END-IF.
           GO TO CERTCTAS.
       FINCERTCTAS.
           CLOSE CTAFALFILE.
           MOVE TOTCTAS TO TOTFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "  TOTAL CUENTAS (TITULAR)    " TOTFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACERT.
           PERFORM ESCRIBIRLIN.

           *> Depositos vivos el dia de la defuncion.
           MOVE "DEPOSITOS A PLAZO" TO LINEACERT.
           PERFORM ESCRIBIRLIN.
           OPEN INPUT PLAZOSFILE.
           MOVE "N" TO EOFLEC.
           IF FSPL NOT = "00"
               MOVE "Y" TO EOFLEC
           END-IF.
       CERTPLZ.
           IF EOFLEC = "Y"
               GO TO FINCERTPLZ
           END-IF.
           READ PLAZOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLEC
           END-READ.
           IF EOFLEC = "Y"
               GO TO FINCERTPLZ
           END-IF.
           IF DNIPLZ NOT = DNISEL OR FECHAAPER > FECHADEF
               GO TO CERTPLZ
           END-IF.
           IF ESTADOPLZ NOT = "V" AND FECHAVENC NOT > FECHADEF
               GO TO CERTPLZ
           END-IF.
           MOVE IMPORTEPLZ TO IMPFORMA.
           MOVE FECHAVENC TO FECHAW.
           PERFORM FORMATEARFECHA.
           MOVE SPACES TO LINEACERT.
           STRING "  Deposito " PLAZOID " vence " FECHAFORMA "  "
                IMPFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           ADD IMPORTEPLZ TO TOTPLAZOS GIVING TOTPLAZOS.
           GO TO CERTPLZ.
       FINCERTPLZ.
           CLOSE PLAZOSFILE.
           MOVE TOTPLAZOS TO TOTFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "  TOTAL DEPOSITOS            " TOTFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACERT.
           PERFORM ESCRIBIRLIN.

           *> Capital pendiente de los prestamos tras las cuotas
           *> vencidas hasta la defuncion.
           MOVE "PRESTAMOS" TO LINEACERT.
           PERFORM ESCRIBIRLIN.
           OPEN INPUT PRESTAMOSFILE.
           MOVE "N" TO EOFLEC.
           IF FSPE NOT = "00"
               MOVE "Y" TO EOFLEC
           END-IF.
       CERTPRE.
           IF EOFLEC = "Y"
               GO TO FINCERTPRE
           END-IF.
           READ PRESTAMOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLEC
           END-READ.
           IF EOFLEC = "Y"
               GO TO FINCERTPRE
           END-IF.
           IF DNIPRE NOT = DNISEL OR FECHAFORM > FECHADEF
                   OR ESTADOPRE = "L"
               GO TO CERTPRE
           END-IF.
           PERFORM AMORTIZAR THRU FINAMORTIZAR.
           MOVE PENDIENTE TO IMPFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "  Prestamo " PRESTID " cuotas " CUOTASDEF "/"
                MESESPRE "  " IMPFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           ADD PENDIENTE TO TOTPREST GIVING TOTPREST.
           GO TO CERTPRE.
       FINCERTPRE.
           CLOSE PRESTAMOSFILE.
           MOVE TOTPREST TO TOTFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "  TOTAL CAPITAL PENDIENTE    " TOTFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACERT.
           PERFORM ESCRIBIRLIN.

           COMPUTE TOTNETO = TOTCTAS + TOTPLAZOS - TOTPREST.
           MOVE TOTNETO TO TOTFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "POSICION NETA DEL CAUSANTE   " TOTFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           CLOSE CERTDEFFILE.

           MOVE SPACES TO RESULTADOAUD.
           STRING "Certificado " NOMCERT
                DELIMITED BY SIZE INTO RESULTADOAUD.
           PERFORM AUDITAR.
       FINCERTIFICAR.
           EXIT.

       AMORTIZAR.
           *> Cuotas vencidas a la defuncion: los meses desde la
           *> formalizacion, sin pasar de las cobradas ni del plazo.
           MOVE FECHADEF TO FECHAPART.
           COMPUTE MESESTRANS = AAPART * 12 + MMPART.
           MOVE FECHAFORM TO FECHAPART.
           COMPUTE MESESTRANS = MESESTRANS - AAPART * 12 - MMPART.
           IF MESESTRANS < 0
               MOVE 0 TO MESESTRANS
           END-IF.
           MOVE MESESTRANS TO CUOTASDEF.
           IF CUOTASDEF > PAGADASPRE
               MOVE PAGADASPRE TO CUOTASDEF
           END-IF.
           IF CUOTASDEF > MESESPRE
               MOVE MESESPRE TO CUOTASDEF
           END-IF.
           MOVE CAPITALPRE TO PENDIENTE.
           COMPUTE TIPOMES ROUNDED = TIPOPRE / 12.
           MOVE 0 TO MESIDX.
       AMORTIZARMES.
           IF MESIDX >= CUOTASDEF OR PENDIENTE <= 0
               GO TO FINAMORTIZAR
           END-IF.
           ADD 1 TO MESIDX GIVING MESIDX.
           COMPUTE INTMES ROUNDED = PENDIENTE * TIPOMES.
           COMPUTE AMORTMES = CUOTAPRE - INTMES.
           SUBTRACT AMORTMES FROM PENDIENTE GIVING PENDIENTE.
           IF PENDIENTE < 0
               MOVE 0 TO PENDIENTE
           END-IF.
           GO TO AMORTIZARMES.
       FINAMORTIZAR.
           EXIT.

       REPARTIR.
           MOVE 0 TO NUMREP.
           MOVE 0 TO NUMLIB.
           MOVE 0 TO NUMPEND.
           MOVE 0 TO TOTREP.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           PERFORM FECHAHORA.

           *> Cuentas aun bloqueadas de la testamentaria.
           MOVE 0 TO NUMCTAF.
           OPEN INPUT CTAFALFILE.
           MOVE "N" TO EOFLEC.
           MOVE DNISEL TO DNICFAL.
           START CTAFALFILE
                KEY = DNICFAL
                INVALID KEY MOVE "Y" TO EOFLEC
           END-START.
       CARGARCTAF.
           IF EOFLEC = "Y"
               GO TO FINCARGARCTAF
           END-IF.
           READ CTAFALFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLEC
           END-READ.
           IF EOFLEC = "Y" OR DNICFAL NOT = DNISEL
               GO TO FINCARGARCTAF
           END-IF.
           IF ESTADOCFAL = "B" AND NUMCTAF < 20
               ADD 1 TO NUMCTAF GIVING NUMCTAF
               MOVE CUENTAFAL TO CTAF(NUMCTAF)
               MOVE ROLFAL TO ROLF(NUMCTAF)
               MOVE "B" TO ESTADOF(NUMCTAF)
           END-IF.
           GO TO CARGARCTAF.
       FINCARGARCTAF.
           CLOSE CTAFALFILE.

           OPEN I-O CUENTASFILE.
           OPEN I-O MOVIMIENTOSFILE.
           OPEN I-O TITULARESFILE.
           MOVE 1 TO IDXCTAF.
       REPARTIRCTA.
           IF IDXCTAF > NUMCTAF
               GO TO FINREPARTIRCTA
           END-IF.
           *> Solo se reparte la cuenta de la que era unico titular;
           *> en las demas siguen los otros titulares y el causante
           *> deja de figurar.
           MOVE 0 TO OTROSTIT.
           MOVE "N" TO EOFAUX.
           MOVE CTAF(IDXCTAF) TO CUENTATIT.
           MOVE LOW-VALUES TO DNITITU.
           START TITULARESFILE
                KEY >= TITKEY
                INVALID KEY MOVE "Y" TO EOFAUX
           END-START.
       CONTAROTROS.
           IF EOFAUX = "Y"
               GO TO FINCONTAROTROS
           END-IF.
           READ TITULARESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFAUX
           END-READ.
           IF EOFAUX = "Y" OR CUENTATIT NOT = CTAF(IDXCTAF)
               GO TO FINCONTAROTROS
           END-IF.
           IF ROLTIT = "T" AND DNITITU NOT = DNISEL
               ADD 1 TO OTROSTIT GIVING OTROSTIT
           END-IF.
           GO TO CONTAROTROS.
       FINCONTAROTROS.
           IF ROLF(IDXCTAF) = "A" OR OTROSTIT > 0
               MOVE CTAF(IDXCTAF) TO CUENTATIT
               MOVE DNISEL TO DNITITU
               DELETE TITULARESFILE RECORD
                    INVALID KEY CONTINUE
               END-DELETE
               MOVE "L" TO ESTADOF(IDXCTAF)
               ADD 1 TO NUMLIB GIVING NUMLIB
               GO TO SIGUIENTECTA
           END-IF.

           MOVE CTAF(IDXCTAF) TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
           END-READ.
           MOVE DIVISA TO DIVISAORIG.
           *> Lo embargado y los cheques sin compensar no se reparten;
           *> sin el bloqueo por fallecimiento, que aqui no cuenta.
           CALL "SUMARETENCIONES" USING CTAF(IDXCTAF), RETENCION.
           CANCEL "SUMARETENCIONES".
           COMPUTE SALDOREP = SALDO - RETENCION.
           *> Un saldo deudor no se reparte: la cuenta sigue
           *> bloqueada y la testamentaria abierta.
           IF SALDOREP < 0
               ADD 1 TO NUMPEND GIVING NUMPEND
               GO TO SIGUIENTECTA
           END-IF.
           MOVE 0 TO ACUMREP.
           MOVE 1 TO IDXHER.
       REPARTIRHER.
           IF IDXHER > NUMHERED OR SALDOREP = 0
               GO TO FINREPARTIRHER
           END-IF.
           *> El ultimo heredero se lleva el resto del redondeo.
           IF IDXHER = NUMHERED
               COMPUTE IMPREP = SALDOREP - ACUMREP
           ELSE
               COMPUTE IMPREP ROUNDED = SALDOREP * CUOTAH(IDXHER)
                    / 100
           END-IF.
           IF IMPREP > 0
               *> La cuenta del heredero recibe el contravalor en su
               *> divisa al cambio del dia.
               MOVE CTAH(IDXHER) TO CUENTA
               READ CUENTASFILE
                    KEY IS CUENTA
               END-READ
               MOVE DIVISA TO DIVISADEST
               MOVE IMPREP TO IMPHER
               IF DIVISAORIG NOT = DIVISADEST
                   PERFORM BUSCARTASAS
                   COMPUTE IMPHER ROUNDED = IMPREP * TASAORIG
                        / TASADEST
               END-IF
               MOVE CTAF(IDXCTAF) TO CTAAPU
               COMPUTE IMPAPU = 0 - IMPREP
               MOVE SPACES TO CONCAPU
               STRING "Reparto herencia a " DNIH(IDXHER)
                    DELIMITED BY SIZE INTO CONCAPU
               MOVE CTAH(IDXHER) TO DESTAPU
               PERFORM APUNTAR
               MOVE CTAH(IDXHER) TO CTAAPU
               MOVE IMPHER TO IMPAPU
               MOVE SPACES TO CONCAPU
               STRING "Herencia de " DNISEL
                    DELIMITED BY SIZE INTO CONCAPU
               MOVE "" TO DESTAPU
               PERFORM APUNTAR
               OPEN I-O HEREDFILE
               MOVE DNISEL TO DNIHFAL
               MOVE DNIH(IDXHER) TO DNIHER
               READ HEREDFILE
                    KEY IS HEREDKEY
               END-READ
               ADD IMPREP TO IMPORTEHER GIVING IMPORTEHER
               REWRITE HEREDREC
               CLOSE HEREDFILE
               ADD IMPREP TO ACUMREP GIVING ACUMREP
               ADD IMPREP TO TOTREP GIVING TOTREP
           END-IF.
           ADD 1 TO IDXHER GIVING IDXHER.
           GO TO REPARTIRHER.
       FINREPARTIRHER.
           *> Mientras quede algo retenido la cuenta sigue bloqueada
           *> y la testamentaria abierta.
           IF RETENCION > 0
               ADD 1 TO NUMPEND GIVING NUMPEND
               GO TO SIGUIENTECTA
           END-IF.
           MOVE "R" TO ESTADOF(IDXCTAF).
           ADD 1 TO NUMREP GIVING NUMREP.
           *> Con la cuenta vacia dejan de tener sentido sus
           *> ordenes permanentes.
           PERFORM CANCELARORDENES THRU FINCANCELAR.
       SIGUIENTECTA.
           ADD 1 TO IDXCTAF GIVING IDXCTAF.
           GO TO REPARTIRCTA.
       FINREPARTIRCTA.
           CLOSE CUENTASFILE.
           CLOSE MOVIMIENTOSFILE.
           CLOSE TITULARESFILE.

           OPEN I-O CTAFALFILE.
           MOVE 1 TO IDXCTAF.
       MARCARCTAF.
           IF IDXCTAF > NUMCTAF
               GO TO FINMARCARCTAF
           END-IF.
           IF ESTADOF(IDXCTAF) NOT = "B"
               MOVE CTAF(IDXCTAF) TO CUENTAFAL
               READ CTAFALFILE
                    KEY IS CUENTAFAL
               END-READ
               MOVE ESTADOF(IDXCTAF) TO ESTADOCFAL
               MOVE FECHAACT TO FECHAREP
               REWRITE CTAFALREC
           END-IF.
           ADD 1 TO IDXCTAF GIVING IDXCTAF.
           GO TO MARCARCTAF.
       FINMARCARCTAF.
           CLOSE CTAFALFILE.

           IF NUMPEND = 0
               OPEN I-O TESTAMFILE
               MOVE DNISEL TO DNIFAL
               READ TESTAMFILE
                    KEY IS DNIFAL
               END-READ
               MOVE "L" TO ESTADOFAL
               MOVE FECHAACT TO FECHALIQ
               REWRITE TESTAMREC
               CLOSE TESTAMFILE
           END-IF.

           MOVE TOTREP TO TOTFORMA.
           MOVE SPACES TO RESULTADOAUD.
           STRING "Reparto " TOTFORMA "E pend. " NUMPEND
                DELIMITED BY SIZE INTO RESULTADOAUD.
           PERFORM AUDITAR.
       FINREPARTIR.
           EXIT.

       CANCELARORDENES.
           OPEN I-O ORDENESFILE.
           IF FSOR NOT = "00"
               GO TO FINCANCELAR
           END-IF.
           MOVE "N" TO EOFAUX.
       LEERORDCAN.
           READ ORDENESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFAUX
           END-READ.
           IF EOFAUX = "Y"
               GO TO FINLEERORDCAN
           END-IF.
           IF CUENTAORD = CTAF(IDXCTAF)
                   AND (ESTADOORD = "A" OR ESTADOORD = "S")
               MOVE "C" TO ESTADOORD
               REWRITE ORDENESREC
           END-IF.
           GO TO LEERORDCAN.
       FINLEERORDCAN.
           CLOSE ORDENESFILE.
       FINCANCELAR.
           EXIT.

       APUNTAR.
           *> Anota IMPAPU en la cuenta CTAAPU con su movimiento,
           *> diario, aviso y justificante.
           MOVE CTAAPU TO CUENTA.
           READ CUENTASFILE WITH LOCK
                KEY IS CUENTA
           END-READ.
           ADD IMPAPU TO SALDO GIVING SALDO.
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
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO MIDACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE CTAAPU TO CUENTAMOV.
           MOVE CONCAPU TO CONCEPTO.
           MOVE IMPAPU TO CANTIDAD.
           MOVE DESTAPU TO DESTINO.
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

       CARGARHERED.
           MOVE 0 TO NUMHERED.
           OPEN INPUT HEREDFILE.
           MOVE "N" TO EOFAUX.
           IF FSHR NOT = "00"
               GO TO FINLEERHERED
           END-IF.
           MOVE DNISEL TO DNIHFAL.
           MOVE LOW-VALUES TO DNIHER.
           START HEREDFILE
                KEY >= HEREDKEY
                INVALID KEY MOVE "Y" TO EOFAUX
           END-START.
       LEERHERED.
           IF EOFAUX = "Y"
               GO TO FINLEERHERED
           END-IF.
           READ HEREDFILE NEXT RECORD
                AT END MOVE "Y" TO EOFAUX
           END-READ.
           IF EOFAUX = "Y" OR DNIHFAL NOT = DNISEL
               GO TO FINLEERHERED
           END-IF.
           IF NUMHERED < 20
               ADD 1 TO NUMHERED GIVING NUMHERED
               MOVE DNIHER TO DNIH(NUMHERED)
               MOVE CUOTAHER TO CUOTAH(NUMHERED)
               MOVE CUENTAHER TO CTAH(NUMHERED)
           END-IF.
           GO TO LEERHERED.
       FINLEERHERED.
           CLOSE HEREDFILE.
       FINCARGARHERED.
           EXIT.

       TEXTOROL.
           IF ROLFAL = "T"
               MOVE "Titular" TO ROLTXT
           ELSE
               MOVE "Autorizado" TO ROLTXT
           END-IF.

       FORMATEARFECHA.
           MOVE FECHAW(5:2) TO FECHAINT(1:2).
           MOVE FECHAW(3:2) TO FECHAINT(3:2).
           MOVE FECHAW(1:2) TO FECHAINT(5:2).
           MOVE FECHAINT TO FECHAFORMA.

       FECHAHORA.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

       AUDITAR.
           PERFORM FECHAHORA.
           OPEN EXTEND AUDITORIA.
           MOVE DNISEL TO DNIAUD.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Testamentaria" TO ACCIONAUD.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.

       ESCRIBIRLIN.
           MOVE LINEACERT TO CERTDEFREC.
           WRITE CERTDEFREC.

       PANTALLA288.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Testamentarias"
                LINE 3 COLUMN 33 UNDERLINE.
           IF MSGTES = 1
               DISPLAY "No existe ningun cliente con ese DNI"
                    LINE 9 COLUMN 20
           END-IF.
           IF MSGTES = 2
               DISPLAY "Fecha de fallecimiento no valida"
                    LINE 9 COLUMN 22
           END-IF.
           IF MSGTES = 3
               DISPLAY "El cliente no tiene cuentas abiertas que "
                    "bloquear"
                    LINE 9 COLUMN 15
           END-IF.
           IF MSGTES = 4
               DISPLAY "La testamentaria ya esta liquidada"
                    LINE 9 COLUMN 22
           END-IF.
           IF MSGTES = 5
               DISPLAY "DNI de heredero no valido o no registrado"
                    LINE 9 COLUMN 18
           END-IF.
           IF MSGTES = 6
               DISPLAY "La cuenta de abono no existe, esta cerrada o "
                    "bloqueada"
                    LINE 9 COLUMN 10
           END-IF.
           IF MSGTES = 7
               DISPLAY "Las cuotas de los herederos superan el 100%"
                    LINE 9 COLUMN 17
           END-IF.
           IF MSGTES = 8
               DISPLAY "Las cuotas de los herederos han de sumar 100%"
                    LINE 9 COLUMN 16
           END-IF.
           IF MSGTES = 9
               DISPLAY "No puede grabarse el certificado"
                    LINE 9 COLUMN 22
           END-IF.
           MOVE 0 TO MSGTES.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATKO.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATKO
           END-IF.
           GO TO PANTALLA280.

       PANTALLA289.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Testamentarias"
                LINE 3 COLUMN 33 UNDERLINE.
           DISPLAY "Esta operacion requiere rol de supervisor"
                LINE 9 COLUMN 16.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATX.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATX
           END-IF.

       END PROGRAM TESTAMENTARIA.
