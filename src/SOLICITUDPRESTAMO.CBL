       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICITUDPRESTAMO.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ORDENESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDENID
           FILE STATUS IS FSOR.

           SELECT EMBARGOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMBARGOID
           FILE STATUS IS FSEM.

           SELECT SOLPRESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOLID
           ALTERNATE RECORD KEY IS DNISOL WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSSP.

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

               FD EMBARGOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "EMBARGOS.DAT".
               01 EMBARGOSREC.
                 02 EMBARGOID  PIC 9(9).
                 02 CUENTAEMB  PIC X(10).
                 02 IMPORTEEMB PIC 9(7)V99.
                 02 REFEMB     PIC X(20). *> referencia judicial
                 02 FECHAEMB   PIC 9(6). *> AAMMDD registro
                 02 ESTADOEMB  PIC X(1). *> A activo, E ejecutado,
                                         *> L levantado

               *> Solicitudes de prestamo: MANTPRESTAMOS solo
               *> formaliza las que un supervisor haya aprobado. Las
               *> denegadas se conservan con su motivo.
               FD SOLPRESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SOLPRESTAMOS.DAT".
               01 SOLPRESREC.
                 02 SOLID      PIC 9(9).
                 02 DNISOL     PIC X(9).
                 02 CUENTASOL  PIC X(10). *> cuenta de cargo
                 02 IMPORTESOL PIC 9(7)V99.
                 02 TIPOSOL    PIC V9(4). *> interes anual
                 02 MESESSOL   PIC 999.
                 02 FINALIDSOL PIC X(30).
                 02 FECHASOL   PIC 9(6). *> AAMMDD solicitud
                 02 INGRESOSOL PIC 9(7)V99. *> ingreso medio mensual
                 02 CARGASSOL  PIC 9(7)V99. *> compromisos mensuales
                 02 CUOTASOL   PIC 9(7)V99. *> cuota francesa
                 02 RATIOSOL   PIC 999V99. *> endeudamiento en %
                 02 RECOMSOL   PIC X(1). *> F favorable, R con
                                        *> reservas, D desfavorable
                 02 ESTADOSOL  PIC X(1). *> P pendiente, A aprobada,
                                         *> D denegada, F formalizada
                 02 OPERSOL    PIC X(8). *> quien la registra
                 02 SUPERSOL   PIC X(8). *> quien la resuelve
                 02 FECHARESOL PIC 9(6). *> AAMMDD resolucion
                 02 MOTIVOSOL  PIC X(40).
                 02 PRESTSOL   PIC 9(9). *> prestamo formalizado

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
           77 FSMF      PIC XX.
           77 FSPE      PIC XX.
           77 FSOR      PIC XX.
           77 FSEM      PIC XX.
           77 FSSP      PIC XX.
           77 FSNI      PIC XX.
           77 FSAD      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 EOFSOL    PIC X VALUE "N".
           77 EOFLEC    PIC X.
           77 LINPANT   PIC 99.
           77 MSGSOL    PIC 9 VALUE 0.
           77 OPCIONSOL PIC X(1).
           77 DECISION  PIC X(1).
           77 MOTIVO    PIC X(40).
           77 SOLSEL    PIC 9(9).
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
           77 FECHAACT  PIC 9(6).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9999999999.
           77 HORAACT   PIC 9(8).
           77 DNINUE    PIC X(9).
           77 CUENTANUE PIC X(10).
           77 CAPITALNUE PIC 9(7)V99.
           77 TIPOPCT   PIC 99V99. *> tipo tecleado en por ciento
           77 TIPONUE   PIC V9(4).
           77 MESESNUE  PIC 999.
           77 FINALIDNUE PIC X(30).
           77 TIPOMES   PIC V9(8). *> tipo mensual
           77 FACTOR    PIC 9(3)V9(8).
           77 CUOTANUE  PIC 9(7)V99.
           *> Ventana de ingresos: los seis meses cerrados anteriores
           *> al de la solicitud. Un abono es recurrente si su
           *> concepto se repite en al menos tres de esos meses.
           77 MESESVENT PIC 9 VALUE 6.
           77 MINREPITE PIC 9 VALUE 3.
           *> Endeudamiento maximo para recomendar: favorable hasta el
           *> primero, con reservas hasta el segundo.
           77 RATIOFAV  PIC 999V99 VALUE 35.
           77 RATIORES  PIC 999V99 VALUE 45.
           77 MESACT    PIC 9(5).
           77 MESMOV    PIC 9(5).
           77 DISTMES   PIC S9(5).
           77 NUMCTA    PIC 99.
           77 IDXCTA    PIC 99.
           77 ESDELDNI  PIC X.
           77 NUMCONC   PIC 99.
           77 NUMTRF    PIC 999.
           77 IDXTRF    PIC 999.
           77 TRFPROPIA PIC X.
           77 IDXCONC   PIC 99.
           77 IDXMES    PIC 9.
           77 NUMMESES  PIC 9.
           77 INGRESOTOT PIC 9(9)V99.
           77 INGRESOMES PIC 9(7)V99.
           77 CARGAPRE  PIC 9(7)V99.
           77 CARGAORD  PIC 9(7)V99.
           77 CARGAEMB  PIC 9(7)V99.
           77 CARGATOT  PIC 9(7)V99.
           77 NUMEMB    PIC 99.
           77 RATIOCALC PIC 9(5)V99.
           77 RATIONUE  PIC 999V99.
           77 RECOMNUE  PIC X(1).
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 RATIOFORMA PIC ZZ9.99.
           77 PCTFORMA  PIC Z9.99.
           77 ESTADOTXT PIC X(12).
           77 RECOMTXT  PIC X(14).
       01 FECHAPART.
         02 AAPART    PIC 99.
         02 MMPART    PIC 99.
         02 DDPART    PIC 99.
       01 CTATABLA.
         02 CTATAB OCCURS 20 TIMES.
           03 CTALIS    PIC X(10).
       01 CONCTABLA.
         02 CONCTAB OCCURS 60 TIMES.
           03 CONCTXT   PIC X(40).
           03 MESCONC   PIC X(6). *> X en cada mes con abono
           03 IMPCONC   PIC 9(9)V99.
       *> Transferencias entre cuentas del propio solicitante: la
       *> cuenta que recibe y la fecha y hora del cargo, que el abono
       *> repite.
       01 TRFTABLA.
         02 TRFTAB OCCURS 100 TIMES.
           03 CTATRF    PIC X(10).
           03 FECTRF    PIC 9(10).

       PROCEDURE DIVISION.
       IDENTIFICAR.
           *> Cualquier operador registra solicitudes; solo un
           *> supervisor las aprueba o deniega.
           CALL "IDENTIFICAOPERADOR" USING OPERACT, ROLACT, EXITOOP.
           CANCEL "IDENTIFICAOPERADOR".
           IF EXITOOP NOT = "Y"
               EXIT PROGRAM
           END-IF.
       PANTALLA270.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Solicitudes de prestamo"
                LINE 3 COLUMN 28 UNDERLINE.
           DISPLAY "Num       DNI            Importe Mes  Ratio R E"
                LINE 5 COLUMN 12.
           MOVE 6 TO LINPANT.
           OPEN INPUT SOLPRESFILE.
           MOVE "N" TO EOFSOL.
           IF FSSP NOT = "00"
               GO TO FINSOL
           END-IF.
           *> Solo las que aun esperan decision o formalizacion.
       LEERSOL.
           READ SOLPRESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFSOL
           END-READ.
           IF EOFSOL = "Y"
               GO TO FINSOL
           END-IF.
           IF ESTADOSOL NOT = "P" AND ESTADOSOL NOT = "A"
               GO TO LEERSOL
           END-IF.
           MOVE IMPORTESOL TO IMPFORMA.
           MOVE RATIOSOL TO RATIOFORMA.
           IF LINPANT < 17
               DISPLAY SOLID " " DNISOL " " IMPFORMA " " MESESSOL
                    " " RATIOFORMA " " RECOMSOL " " ESTADOSOL
                    LINE LINPANT COLUMN 12
               ADD 1 TO LINPANT GIVING LINPANT
           END-IF.
           GO TO LEERSOL.
       FINSOL.
           CLOSE SOLPRESFILE.
           DISPLAY "N - Nueva solicitud   R - Resolver solicitud"
                LINE 19 COLUMN 18.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 20.
           ACCEPT OPCIONSOL LINE 20 COLUMN 40.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF OPCIONSOL = "N" OR OPCIONSOL = "n"
               GO TO PANTALLA271
           END-IF.
           IF OPCIONSOL = "R" OR OPCIONSOL = "r"
               IF ROLACT NOT = "S"
                   GO TO PANTALLA279
               END-IF
               GO TO PANTALLA273
           END-IF.
           GO TO PANTALLA270.

       PANTALLA271.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Nueva solicitud de prestamo"
                LINE 3 COLUMN 26 UNDERLINE.
           DISPLAY "DNI del solicitante: _________"
                LINE 6 COLUMN 20.
           DISPLAY "Cuenta de cargo: __________"
                LINE 8 COLUMN 20.
           DISPLAY "Importe solicitado: ________E"
                LINE 10 COLUMN 20.
           DISPLAY "Tipo anual en por ciento: __.__"
                LINE 12 COLUMN 20.
           DISPLAY "Plazo en meses (1-360): ___"
                LINE 14 COLUMN 20.
           DISPLAY "Finalidad:"
                LINE 16 COLUMN 20.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT DNINUE LINE 6 COLUMN 41.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA270
           END-IF.
           ACCEPT CUENTANUE LINE 8 COLUMN 37.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA270
           END-IF.
           ACCEPT CAPITALNUE LINE 10 COLUMN 40.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA270
           END-IF.
           ACCEPT TIPOPCT LINE 12 COLUMN 46.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA270
           END-IF.
           ACCEPT MESESNUE LINE 14 COLUMN 44.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA270
           END-IF.
           MOVE SPACES TO FINALIDNUE.
           ACCEPT FINALIDNUE LINE 16 COLUMN 31.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA270
           END-IF.

           IF CAPITALNUE <= 0 OR MESESNUE < 1 OR MESESNUE > 360
               MOVE 2 TO MSGSOL
               GO TO PANTALLA278
           END-IF.
           IF FINALIDNUE = SPACES
               MOVE 6 TO MSGSOL
               GO TO PANTALLA278
           END-IF.
           COMPUTE TIPONUE = TIPOPCT / 100.

           *> La cuenta de cargo ha de estar abierta y ser del propio
           *> solicitante.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTANUE TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO MSGSOL
           END-READ.
           IF MSGSOL = 0 AND (ESTADOCTA = "C" OR DNITIT NOT = DNINUE)
               MOVE 1 TO MSGSOL
           END-IF.
           CLOSE CUENTASFILE.
           IF MSGSOL NOT = 0
               GO TO PANTALLA278
           END-IF.

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           PERFORM CALCULARCUOTA.
           PERFORM EVALUAR THRU FINEVALUAR.

       PANTALLA272.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Nueva solicitud de prestamo"
                LINE 3 COLUMN 26 UNDERLINE.
           DISPLAY "DNI: " DNINUE "   Cuenta de cargo: " CUENTANUE
                LINE 5 COLUMN 15.
           MOVE CAPITALNUE TO IMPFORMA.
           MOVE TIPOPCT TO PCTFORMA.
           DISPLAY "Importe: " IMPFORMA "E  al " PCTFORMA "% en "
                MESESNUE " meses"
                LINE 6 COLUMN 15.
           DISPLAY "Finalidad: " FINALIDNUE
                LINE 7 COLUMN 15.
           MOVE INGRESOMES TO IMPFORMA.
           DISPLAY "Ingreso medio mensual recurrente: " IMPFORMA "E"
                LINE 9 COLUMN 15.
           MOVE CARGAPRE TO IMPFORMA.
           DISPLAY "Cuotas de otros prestamos:        " IMPFORMA "E"
                LINE 10 COLUMN 15.
           MOVE CARGAORD TO IMPFORMA.
           DISPLAY "Ordenes permanentes:              " IMPFORMA "E"
                LINE 11 COLUMN 15.
           MOVE CARGAEMB TO IMPFORMA.
           DISPLAY "Embargos activos (mensualizados): " IMPFORMA "E"
                LINE 12 COLUMN 15.
           MOVE CUOTANUE TO IMPFORMA.
           DISPLAY "Cuota del prestamo solicitado:    " IMPFORMA "E"
                LINE 13 COLUMN 15.
           MOVE RATIONUE TO RATIOFORMA.
           DISPLAY "Ratio de endeudamiento: " RATIOFORMA "%"
                LINE 15 COLUMN 15.
           PERFORM TEXTORECOM.
           DISPLAY "Recomendacion: " RECOMTXT
                LINE 16 COLUMN 15.
           IF NUMEMB > 0
               DISPLAY "El cliente tiene embargos activos"
                    LINE 17 COLUMN 15
           END-IF.
           DISPLAY "Enter - Registrar solicitud   F1 - Cancelar"
                LINE 22 COLUMN 15.
       REPEATEVAL.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA270
           END-IF.
           IF ESCAP <> 13
               GO TO REPEATEVAL
           END-IF.

           OPEN I-O NEXTIDFILE.
           MOVE "SOLPRES" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO SOLSEL.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.

           OPEN I-O SOLPRESFILE.
           MOVE SOLSEL TO SOLID.
           MOVE DNINUE TO DNISOL.
           MOVE CUENTANUE TO CUENTASOL.
           MOVE CAPITALNUE TO IMPORTESOL.
           MOVE TIPONUE TO TIPOSOL.
           MOVE MESESNUE TO MESESSOL.
           MOVE FINALIDNUE TO FINALIDSOL.
           MOVE FECHAACT TO FECHASOL.
           MOVE INGRESOMES TO INGRESOSOL.
           MOVE CARGATOT TO CARGASSOL.
           MOVE CUOTANUE TO CUOTASOL.
           MOVE RATIONUE TO RATIOSOL.
           MOVE RECOMNUE TO RECOMSOL.
           MOVE "P" TO ESTADOSOL.
           MOVE OPERACT TO OPERSOL.
           MOVE SPACES TO SUPERSOL.
           MOVE 0 TO FECHARESOL.
           MOVE SPACES TO MOTIVOSOL.
           MOVE 0 TO PRESTSOL.
           WRITE SOLPRESREC.
           CLOSE SOLPRESFILE.

           PERFORM FECHAHORA.
           OPEN EXTEND AUDITORIA.
           MOVE DNINUE TO DNIAUD.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Solicitud prestamo" TO ACCIONAUD.
           MOVE SPACES TO RESULTADOAUD.
           STRING "Solicitud " SOLSEL " registrada"
                DELIMITED BY SIZE INTO RESULTADOAUD.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Nueva solicitud de prestamo"
                LINE 3 COLUMN 26 UNDERLINE.
           DISPLAY "Solicitud " SOLSEL " registrada"
                LINE 9 COLUMN 24.
           DISPLAY "Queda pendiente de la decision de un supervisor"
                LINE 11 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATALTA.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATALTA
           END-IF.
           GO TO PANTALLA270.

       PANTALLA273.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Resolucion de solicitudes"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "Numero de solicitud: _________"
                LINE 6 COLUMN 20.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT SOLSEL LINE 6 COLUMN 41.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA270
           END-IF.

           OPEN INPUT SOLPRESFILE.
           MOVE SOLSEL TO SOLID.
           READ SOLPRESFILE
                KEY IS SOLID
                INVALID KEY MOVE 3 TO MSGSOL
           END-READ.
           CLOSE SOLPRESFILE.
           IF MSGSOL NOT = 0
               GO TO PANTALLA278
           END-IF.
           IF ESTADOSOL NOT = "P"
               MOVE 4 TO MSGSOL
               GO TO PANTALLA278
           END-IF.

           DISPLAY "DNI: " DNISOL "   Cuenta de cargo: " CUENTASOL
                LINE 8 COLUMN 15.
           MOVE IMPORTESOL TO IMPFORMA.
           COMPUTE TIPOPCT = TIPOSOL * 100.
           MOVE TIPOPCT TO PCTFORMA.
           DISPLAY "Importe: " IMPFORMA "E  al " PCTFORMA "% en "
                MESESSOL " meses"
                LINE 9 COLUMN 15.
           DISPLAY "Finalidad: " FINALIDSOL
                LINE 10 COLUMN 15.
           MOVE INGRESOSOL TO IMPFORMA.
           DISPLAY "Ingreso medio mensual:  " IMPFORMA "E"
                LINE 11 COLUMN 15.
           MOVE CARGASSOL TO IMPFORMA.
           DISPLAY "Compromisos mensuales:  " IMPFORMA "E"
                LINE 12 COLUMN 15.
           MOVE CUOTASOL TO IMPFORMA.
           DISPLAY "Cuota solicitada:       " IMPFORMA "E"
                LINE 13 COLUMN 15.
           MOVE RATIOSOL TO RATIOFORMA.
           MOVE RECOMSOL TO RECOMNUE.
           PERFORM TEXTORECOM.
           DISPLAY "Endeudamiento: " RATIOFORMA "%   Recomendacion: "
                RECOMTXT
                LINE 14 COLUMN 15.
           DISPLAY "Decision (A aprobar, D denegar): _"
                LINE 17 COLUMN 15.
           DISPLAY "Motivo:"
                LINE 18 COLUMN 15.
           DISPLAY "Enter - Confirmar decision   F1 - Cancelar"
                LINE 22 COLUMN 15.
           MOVE SPACES TO DECISION.
           MOVE SPACES TO MOTIVO.
           ACCEPT DECISION LINE 17 COLUMN 48.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA270
           END-IF.
           ACCEPT MOTIVO LINE 18 COLUMN 23.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA270
           END-IF.
           IF DECISION = "a"
               MOVE "A" TO DECISION
           END-IF.
           IF DECISION = "d"
               MOVE "D" TO DECISION
           END-IF.
           IF DECISION NOT = "A" AND DECISION NOT = "D"
               MOVE 5 TO MSGSOL
               GO TO PANTALLA278
           END-IF.
           *> Las denegadas se guardan con su motivo para la
           *> estadistica de riesgos.
           IF DECISION = "D" AND MOTIVO = SPACES
               MOVE 7 TO MSGSOL
               GO TO PANTALLA278
           END-IF.

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           OPEN I-O SOLPRESFILE.
           MOVE SOLSEL TO SOLID.
           READ SOLPRESFILE WITH LOCK
                KEY IS SOLID
                INVALID KEY MOVE 3 TO MSGSOL
           END-READ.
           IF MSGSOL = 0 AND ESTADOSOL NOT = "P"
               MOVE 4 TO MSGSOL
           END-IF.
           IF MSGSOL NOT = 0
               CLOSE SOLPRESFILE
               GO TO PANTALLA278
           END-IF.
           MOVE DECISION TO ESTADOSOL.
           MOVE OPERACT TO SUPERSOL.
           MOVE FECHAACT TO FECHARESOL.
           MOVE MOTIVO TO MOTIVOSOL.
           REWRITE SOLPRESREC.
           CLOSE SOLPRESFILE.

           IF DECISION = "A"
               MOVE "aprobada" TO ESTADOTXT
           ELSE
               MOVE "denegada" TO ESTADOTXT
           END-IF.
           PERFORM FECHAHORA.
           OPEN EXTEND AUDITORIA.
           MOVE DNISOL TO DNIAUD.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Resolucion prestamo" TO ACCIONAUD.
           MOVE SPACES TO RESULTADOAUD.
           STRING "Solicitud " SOLSEL " " ESTADOTXT
                DELIMITED BY SIZE INTO RESULTADOAUD.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Resolucion de solicitudes"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "Solicitud " SOLSEL " " ESTADOTXT
                LINE 9 COLUMN 24.
           IF DECISION = "A"
               DISPLAY "Puede formalizarse en el mantenimiento de "
                    "prestamos"
                    LINE 11 COLUMN 15
           END-IF.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATRES.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATRES
           END-IF.
           GO TO PANTALLA270.

       CALCULARCUOTA.
           *> Cuota francesa, con la misma formula con la que
           *> MANTPRESTAMOS formalizara el prestamo.
           IF TIPONUE = 0
               COMPUTE CUOTANUE ROUNDED = CAPITALNUE / MESESNUE
           ELSE
               COMPUTE TIPOMES ROUNDED = TIPONUE / 12
               COMPUTE FACTOR = (1 + TIPOMES) ** MESESNUE
               COMPUTE CUOTANUE ROUNDED = CAPITALNUE * TIPOMES
                    * FACTOR / (FACTOR - 1)
           END-IF.

       FECHAHORA.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

       TEXTORECOM.
           IF RECOMNUE = "F"
               MOVE "Favorable" TO RECOMTXT
           END-IF.
           IF RECOMNUE = "R"
               MOVE "Con reservas" TO RECOMTXT
           END-IF.
           IF RECOMNUE = "D"
               MOVE "Desfavorable" TO RECOMTXT
           END-IF.

       EVALUAR.
           *> Cuentas de las que el solicitante es titular.
           MOVE 0 TO NUMCTA.
           MOVE "N" TO EOFLEC.
           OPEN INPUT CUENTASFILE.
           MOVE DNINUE TO DNITIT.
           START CUENTASFILE
                KEY = DNITIT
                INVALID KEY MOVE "Y" TO EOFLEC
           END-START.
       LEERCTAS.
           IF EOFLEC = "Y"
               GO TO FINCTAS
           END-IF.
           READ CUENTASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLEC
           END-READ.
           IF EOFLEC = "Y" OR DNITIT NOT = DNINUE
               GO TO FINCTAS
           END-IF.
           IF NUMCTA < 20
               ADD 1 TO NUMCTA GIVING NUMCTA
               MOVE CUENTA TO CTALIS(NUMCTA)
           END-IF.
           GO TO LEERCTAS.
       FINCTAS.
           CLOSE CUENTASFILE.

           *> Abonos de esas cuentas en los meses de la ventana,
           *> agrupados por concepto. No cuentan los desembolsos de
           *> prestamos, las retrocesiones ni el dinero que solo
           *> cambia de cuenta o no es renta: barridos, pagos moviles,
           *> herencias, abonos por reclamacion y transferencias
           *> desde otra cuenta del mismo titular.
           MOVE FECHAACT TO FECHAPART.
           COMPUTE MESACT = AAPART * 12 + MMPART.
           MOVE 0 TO NUMCONC.
           MOVE 0 TO NUMTRF.
           MOVE "N" TO EOFLEC.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF NOT = "00"
               GO TO FINMOVS
           END-IF.
       LEERMOVS.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLEC
           END-READ.
           IF EOFLEC = "Y"
               GO TO FINMOVS
           END-IF.
           *> El cargo de una transferencia lleva en DESTINO la
           *> cuenta abonada y se graba antes que el abono.
           IF CANTIDAD < 0 AND CONCEPTO(1:16) = "Transferencia a "
               PERFORM ANOTARTRF THRU FINANOTARTRF
               GO TO LEERMOVS
           END-IF.
           IF CANTIDAD NOT > 0
                   OR CONCEPTO(1:12) = "Retrocesion "
                   OR CONCEPTO(1:15) = "Abono prestamo "
                   OR CONCEPTO(1:14) = "Barrido desde "
                   OR CONCEPTO(1:14) = "Pago movil de "
                   OR CONCEPTO(1:23) = "Pago movil recibido de "
                   OR CONCEPTO(1:22) = "Devolucion pago movil "
                   OR CONCEPTO(1:12) = "Herencia de "
                   OR CONCEPTO(1:18) = "Abono reclamacion "
               GO TO LEERMOVS
           END-IF.
           IF CONCEPTO(1:26) = "Transferencia recibida de "
               PERFORM BUSCARTRF THRU FINBUSCARTRF
               IF TRFPROPIA = "Y"
                   GO TO LEERMOVS
               END-IF
           END-IF.
           MOVE FECHORA(1:6) TO FECHAPART.
           COMPUTE MESMOV = AAPART * 12 + MMPART.
           COMPUTE DISTMES = MESACT - MESMOV.
           IF DISTMES < 1 OR DISTMES > MESESVENT
               GO TO LEERMOVS
           END-IF.
           MOVE CUENTAMOV TO CUENTA.
           PERFORM BUSCARCTA THRU FINBUSCARCTA.
           IF ESDELDNI = "N"
               GO TO LEERMOVS
           END-IF.
           MOVE 1 TO IDXCONC.
       BUSCARCONC.
           IF IDXCONC <= NUMCONC
               IF CONCTXT(IDXCONC) = CONCEPTO
                   GO TO SUMARCONC
               END-IF
               ADD 1 TO IDXCONC GIVING IDXCONC
               GO TO BUSCARCONC
           END-IF.
           IF NUMCONC >= 60
               GO TO LEERMOVS
           END-IF.
           ADD 1 TO NUMCONC GIVING NUMCONC.
           MOVE NUMCONC TO IDXCONC.
           MOVE CONCEPTO TO CONCTXT(IDXCONC).
           MOVE SPACES TO MESCONC(IDXCONC).
           MOVE 0 TO IMPCONC(IDXCONC).
       SUMARCONC.
           MOVE "X" TO MESCONC(IDXCONC)(DISTMES:1).
           ADD CANTIDAD TO IMPCONC(IDXCONC) GIVING IMPCONC(IDXCONC).
           GO TO LEERMOVS.
       FINMOVS.
           CLOSE MOVIMIENTOSFILE.

           MOVE 0 TO INGRESOTOT.
           MOVE 1 TO IDXCONC.
       RECURRENTES.
           IF IDXCONC > NUMCONC
               GO TO FINRECURRENTES
           END-IF.
           MOVE 0 TO NUMMESES.
           INSPECT MESCONC(IDXCONC) TALLYING NUMMESES FOR ALL "X".
           IF NUMMESES >= MINREPITE
               ADD IMPCONC(IDXCONC) TO INGRESOTOT GIVING INGRESOTOT
           END-IF.
           ADD 1 TO IDXCONC GIVING IDXCONC.
           GO TO RECURRENTES.
       FINRECURRENTES.
           COMPUTE INGRESOMES ROUNDED = INGRESOTOT / MESESVENT.

           *> Cuotas de los prestamos vivos del mismo DNI.
           MOVE 0 TO CARGAPRE.
           MOVE "N" TO EOFLEC.
           OPEN INPUT PRESTAMOSFILE.
           IF FSPE NOT = "00"
               GO TO FINPRES
           END-IF.
       LEERPRES.
           READ PRESTAMOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLEC
           END-READ.
           IF EOFLEC = "Y"
               GO TO FINPRES
           END-IF.
           IF DNIPRE = DNINUE
                   AND (ESTADOPRE = "V" OR ESTADOPRE = "M")
               ADD CUOTAPRE TO CARGAPRE GIVING CARGAPRE
           END-IF.
           GO TO LEERPRES.
       FINPRES.
           CLOSE PRESTAMOSFILE.

           *> Ordenes permanentes activas y no caducadas de sus
           *> cuentas; todas son mensuales.
           MOVE 0 TO CARGAORD.
           MOVE "N" TO EOFLEC.
           OPEN INPUT ORDENESFILE.
           IF FSOR NOT = "00"
               GO TO FINORDS
           END-IF.
       LEERORDS.
           READ ORDENESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLEC
           END-READ.
           IF EOFLEC = "Y"
               GO TO FINORDS
           END-IF.
           IF ESTADOORD NOT = "A"
               GO TO LEERORDS
           END-IF.
           IF FECHAFIN NOT = 0 AND FECHAFIN < FECHAACT
               GO TO LEERORDS
           END-IF.
           MOVE CUENTAORD TO CUENTA.
           PERFORM BUSCARCTA THRU FINBUSCARCTA.
           IF ESDELDNI = "Y"
               ADD IMPORTEORD TO CARGAORD GIVING CARGAORD
           END-IF.
           GO TO LEERORDS.
       FINORDS.
           CLOSE ORDENESFILE.

           *> Un embargo activo pesa como si se pagase en un ano.
           MOVE 0 TO CARGAEMB.
           MOVE 0 TO NUMEMB.
           MOVE "N" TO EOFLEC.
           OPEN INPUT EMBARGOSFILE.
           IF FSEM NOT = "00"
               GO TO FINEMBS
           END-IF.
       LEEREMBS.
           READ EMBARGOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLEC
           END-READ.
           IF EOFLEC = "Y"
               GO TO FINEMBS
           END-IF.
           IF ESTADOEMB NOT = "A"
               GO TO LEEREMBS
           END-IF.
           MOVE CUENTAEMB TO CUENTA.
           PERFORM BUSCARCTA THRU FINBUSCARCTA.
           IF ESDELDNI = "Y"
               COMPUTE CARGAEMB ROUNDED = CARGAEMB + IMPORTEEMB / 12
               ADD 1 TO NUMEMB GIVING NUMEMB
           END-IF.
           GO TO LEEREMBS.
       FINEMBS.
           CLOSE EMBARGOSFILE.

           *> Endeudamiento: compromisos mas la cuota nueva sobre el
           *> ingreso mensual recurrente.
           COMPUTE CARGATOT = CARGAPRE + CARGAORD + CARGAEMB.
           IF INGRESOMES = 0
               MOVE 999.99 TO RATIONUE
           ELSE
               COMPUTE RATIOCALC ROUNDED =
                    (CARGATOT + CUOTANUE) * 100 / INGRESOMES
               IF RATIOCALC > 999.99
                   MOVE 999.99 TO RATIONUE
               ELSE
                   MOVE RATIOCALC TO RATIONUE
               END-IF
           END-IF.
           IF RATIONUE <= RATIOFAV
               MOVE "F" TO RECOMNUE
           ELSE
               IF RATIONUE <= RATIORES
                   MOVE "R" TO RECOMNUE
               ELSE
                   MOVE "D" TO RECOMNUE
               END-IF
           END-IF.
           IF NUMEMB > 0
               MOVE "D" TO RECOMNUE
           END-IF.
       FINEVALUAR.
           EXIT.

       BUSCARCTA.
           MOVE "N" TO ESDELDNI.
           MOVE 1 TO IDXCTA.
       BUSCARCTA-SIG.
           IF IDXCTA > NUMCTA
               GO TO FINBUSCARCTA
           END-IF.
           IF CTALIS(IDXCTA) = CUENTA
               MOVE "Y" TO ESDELDNI
               GO TO FINBUSCARCTA
           END-IF.
           ADD 1 TO IDXCTA GIVING IDXCTA.
           GO TO BUSCARCTA-SIG.
       FINBUSCARCTA.
           EXIT.

       ANOTARTRF.
           *> Solo interesan las de la ventana entre dos cuentas del
           *> solicitante.
           MOVE FECHORA(1:6) TO FECHAPART.
           COMPUTE MESMOV = AAPART * 12 + MMPART.
           COMPUTE DISTMES = MESACT - MESMOV.
           IF DISTMES < 1 OR DISTMES > MESESVENT
               GO TO FINANOTARTRF
           END-IF.
           MOVE CUENTAMOV TO CUENTA.
           PERFORM BUSCARCTA THRU FINBUSCARCTA.
           IF ESDELDNI = "N"
               GO TO FINANOTARTRF
           END-IF.
           MOVE DESTINO TO CUENTA.
           PERFORM BUSCARCTA THRU FINBUSCARCTA.
           IF ESDELDNI = "N" OR NUMTRF >= 100
               GO TO FINANOTARTRF
           END-IF.
           ADD 1 TO NUMTRF GIVING NUMTRF.
           MOVE DESTINO TO CTATRF(NUMTRF).
           MOVE FECHORA TO FECTRF(NUMTRF).
       FINANOTARTRF.
           EXIT.

       BUSCARTRF.
           MOVE "N" TO TRFPROPIA.
           MOVE 1 TO IDXTRF.
       BUSCARTRF-SIG.
           IF IDXTRF > NUMTRF
               GO TO FINBUSCARTRF
           END-IF.
           IF CTATRF(IDXTRF) = CUENTAMOV AND FECTRF(IDXTRF) = FECHORA
               MOVE "Y" TO TRFPROPIA
               GO TO FINBUSCARTRF
           END-IF.
           ADD 1 TO IDXTRF GIVING IDXTRF.
           GO TO BUSCARTRF-SIG.
       FINBUSCARTRF.
           EXIT.

       PANTALLA278.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Solicitudes de prestamo"
                LINE 3 COLUMN 28 UNDERLINE.
           IF MSGSOL = 1
               DISPLAY "La cuenta de cargo no existe, esta cerrada o "
                    "no es del DNI"
                    LINE 9 COLUMN 10
           END-IF.
           IF MSGSOL = 2
               DISPLAY "Importe o plazo no validos"
                    LINE 9 COLUMN 24
           END-IF.
           IF MSGSOL = 3
               DISPLAY "No existe ninguna solicitud con ese numero"
                    LINE 9 COLUMN 16
           END-IF.
           IF MSGSOL = 4
               DISPLAY "La solicitud ya esta resuelta"
                    LINE 9 COLUMN 22
           END-IF.
           IF MSGSOL = 5
               DISPLAY "La decision debe ser A (aprobar) o D (denegar)"
                    LINE 9 COLUMN 14
           END-IF.
           IF MSGSOL = 6
               DISPLAY "La finalidad del prestamo es obligatoria"
                    LINE 9 COLUMN 18
           END-IF.
           IF MSGSOL = 7
               DISPLAY "Una denegacion requiere motivo"
                    LINE 9 COLUMN 22
           END-IF.
           MOVE 0 TO MSGSOL.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATKO.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATKO
           END-IF.
           GO TO PANTALLA270.

       PANTALLA279.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Solicitudes de prestamo"
                LINE 3 COLUMN 28 UNDERLINE.
           DISPLAY "Esta operacion requiere rol de supervisor"
                LINE 9 COLUMN 16.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATX.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATX
           END-IF.
           GO TO PANTALLA270.

       END PROGRAM SOLICITUDPRESTAMO.
