       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGILABLANQUEO.
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

           SELECT DENOMINACIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDMOV
           FILE STATUS IS FSDF.

           SELECT PENDTRANSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PENDID
           FILE STATUS IS FSPT.

           SELECT RETROCESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDORIRET
           ALTERNATE RECORD KEY IS MIDCONRET
           FILE STATUS IS FSRT.

           SELECT CASOSPBCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASOID
           ALTERNATE RECORD KEY IS DNICASO WITH DUPLICATES
           FILE STATUS IS FSCP.

           SELECT MOVPBCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVPBCKEY
           ALTERNATE RECORD KEY IS REFMPB WITH DUPLICATES
           FILE STATUS IS FSMP.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPOID
           LOCK MODE IS MANUAL
           FILE STATUS IS FSNI.

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
                                       *> ingreso/reintegro
                 02 FECHADEN PIC 9(6). *> AAMMDD
                 02 SESIONDEN PIC 9(9). *> sesion de caja, 0 sin ella
                 02 OFICINADEN PIC X(4). *> oficina del apunte

               FD PENDTRANSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PENDTRANS.DAT".
               01 PENDTRANSREC.
                 02 PENDID     PIC 9(9).
                 02 CUENTAORIG PIC X(10).
                 02 IBANDEST   PIC X(24).
                 02 IMPORTEPEN PIC 99999V99.
                 02 FECHAPEN   PIC 9999999999.
                 02 ESTADOPEN  PIC X(1). *> P pendiente, E enviada,
                                         *> L liquidada, R rechazada

               FD RETROCESIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RETROCESIONES.DAT".
               01 RETROCESIONESREC.
                 02 MIDORIRET  PIC 9(9). *> movimiento retrocedido
                 02 MIDCONRET  PIC 9(9). *> contraapunte
                 02 FECHARET   PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTARET  PIC X(10).
                 02 IMPORTERET PIC S9999999V99. *> del original
                 02 MOTIVORET  PIC X(40).
                 02 OPERRET    PIC X(8). *> supervisor

               FD CASOSPBCFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CASOSPBC.DAT".
               01 CASOSPBCREC.
                 02 CASOID      PIC 9(9).
                 02 DNICASO     PIC X(9).
                 02 FECHACASO   PIC 9(6). *> AAMMDD apertura
                 02 FECHAULTCASO PIC 9(6). *> AAMMDD ultima alerta
                 02 PUNTOSCASO  PIC 9(4). *> puntuacion acumulada
                 02 PATRONCASO  PIC X(3). *> F fraccionamiento,
                                          *> O varias oficinas,
                                          *> S salida al exterior
                 02 ESTADOCASO  PIC X(1). *> A abierto, D descartado,
                                          *> E escalado
                 02 FECHACIERRE PIC 9(6). *> AAMMDD decision
                 02 OPERCASO    PIC X(8). *> analista que decide
                 02 MOTIVOCASO  PIC X(40).

               FD MOVPBCFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVPBC.DAT".
               01 MOVPBCREC.
                 02 MOVPBCKEY.
                   03 CASOMPB   PIC 9(9).
                   03 REFMPB.
                     04 TIPOMPB PIC X(1). *> M movimiento,
                                          *> P orden exterior
                     04 NUMMPB  PIC 9(9). *> MID o PENDID
                 02 PATRONMPB  PIC X(1). *> F, O o S
                 02 FECHAMPB   PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTAMPB  PIC X(10).
                 02 IMPORTEMPB PIC S9999999V99.
                 02 DETALLEMPB PIC X(24). *> oficina o IBAN destino

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NEXTID.DAT".
               01 NEXTIDREC.
                 02 TIPOID     PIC X(10).
                 02 SIGUIENTE  PIC 9(9).

       WORKING-STORAGE SECTION.
           77 FSCT        PIC XX.
           77 FSMF        PIC XX.
           77 FSDF        PIC XX.
           77 FSPT        PIC XX.
           77 FSRT        PIC XX.
           77 FSCP        PIC XX.
           77 FSMP        PIC XX.
           77 FSNI        PIC XX.
           77 EOFMOV      PIC X VALUE "N".
           77 EOFPT       PIC X VALUE "N".
           77 EOFCASO     PIC X.
           77 HAYRET      PIC X VALUE "N".
           77 ESEFECTIVO  PIC X.
           77 NOCTA       PIC 9.
           77 FECHAACT    PIC 9(6).
           77 FECHAMOV    PIC 9(6).
           77 FECHA8      PIC 9(8).
           77 DIAHOY      PIC 9(9).
           77 DIADESDE    PIC 9(9).
           77 DIASEMANA   PIC 9(9).
           77 FECHADESDE  PIC 9(6).
           77 UMBRAL      PIC 9(7)V99.
           77 BANDAMIN    PIC 9(7)V99.
           *> Ventanas y limites de los patrones vigilados.
           77 DIASVENTANA PIC 99 VALUE 30.
           77 DIASOFIC    PIC 99 VALUE 7.
           77 MINOFIC     PIC 99 VALUE 3.
           77 DIASSALIDA  PIC 99 VALUE 3.
           77 MINSALIDA   PIC 9(7)V99 VALUE 1000.
           77 PUNTOSF     PIC 99 VALUE 20.
           77 PUNTOSO     PIC 99 VALUE 10.
           77 PUNTOSS     PIC 99 VALUE 40.
           77 NUMEF       PIC 999 VALUE 0.
           77 IDXEF       PIC 999.
           77 IDXEF2      PIC 999.
           77 NUMPT       PIC 999 VALUE 0.
           77 IDXPT       PIC 999.
           77 NUMDNI      PIC 999 VALUE 0.
           77 IDXDNI      PIC 999.
           77 DNIACT      PIC X(9).
           77 NUMBANDA    PIC 999.
           77 NUMOFI      PIC 99.
           77 IDXOFI      PIC 99.
           77 NUMTRG      PIC 99.
           77 IDXTRG      PIC 99.
           77 NUMNUEVOS   PIC 99.
           77 PUNTOSNUE   PIC 9(4).
           77 TIPOTMP     PIC X(1).
           77 NUMTMP      PIC 9(9).
           77 PATTMP      PIC X(1).
           77 FECHATMP    PIC 9(10).
           77 CUENTATMP   PIC X(10).
           77 IMPTMP      PIC S9(7)V99.
           77 DETTMP      PIC X(24).
           77 CASOACT     PIC 9(9).
           77 CASONUEVO   PIC X.
           77 NUMABIERTOS PIC 9(5) VALUE 0.
           77 NUMACTUAL   PIC 9(5) VALUE 0.
           77 NUMALERTAS  PIC 9(6) VALUE 0.
           77 IMPFORMA    PIC ZZZ,ZZZ,ZZ9.99.
       01 EFECTABLA.
         02 EFECTAB OCCURS 500 TIMES.
           03 DNIEF     PIC X(9).
           03 MIDEF     PIC 9(9).
           03 DIAEF     PIC 9(9).
           03 FECHORAEF PIC 9(10).
           03 CUENTAEF  PIC X(10).
           03 OFIEF     PIC X(4).
           03 IMPEF     PIC 9(7)V99.
       01 PTTABLA.
         02 PTTAB OCCURS 200 TIMES.
           03 DNIPT     PIC X(9).
           03 PENDPT    PIC 9(9).
           03 DIAPT     PIC 9(9).
           03 FECHAPT   PIC 9(10).
           03 CUENTAPT  PIC X(10).
           03 IBANPT    PIC X(24).
           03 IMPPT     PIC 9(5)V99.
       01 DNITABLA.
         02 DNITAB OCCURS 200 TIMES.
           03 DNILIS    PIC X(9).
       01 OFITABLA.
         02 OFITAB OCCURS 10 TIMES.
           03 OFILIS    PIC X(4).
       01 TRGTABLA.
         02 TRGTAB OCCURS 50 TIMES.
           03 TIPOTRG   PIC X(1).
           03 NUMTRGT   PIC 9(9).
           03 PATTRG    PIC X(1).
           03 FECHATRG  PIC 9(10).
           03 CUENTATRG PIC X(10).
           03 IMPTRG    PIC S9(7)V99.
           03 DETTRG    PIC X(24).
           03 NUEVOTRG  PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "VIGILABLANQUEO - Vigilancia de blanqueo".
           DISPLAY "========================================".
           DISPLAY "Umbral de declaracion en euros (0 = 3000): "
                WITH NO ADVANCING.
           ACCEPT UMBRAL.
           IF UMBRAL = 0
               MOVE 3000 TO UMBRAL
           END-IF.
           *> Fraccionamiento: ingresos en el ultimo diez por ciento
           *> por debajo del umbral.
           COMPUTE BANDAMIN ROUNDED = UMBRAL * 0.90.

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           COMPUTE FECHA8 = 20000000 + FECHAACT.
           COMPUTE DIAHOY = FUNCTION INTEGER-OF-DATE (FECHA8).
           COMPUTE DIADESDE = DIAHOY - DIASVENTANA.
           COMPUTE DIASEMANA = DIAHOY - DIASOFIC.
           COMPUTE FECHA8 = FUNCTION DATE-OF-INTEGER (DIADESDE).
           MOVE FECHA8(3:6) TO FECHADESDE.
           DISPLAY "Ventana del " FECHADESDE " al " FECHAACT.

           *> Ingresos en efectivo de ventanilla de la ventana, sin
           *> los que se retrocedieron despues.
           OPEN INPUT MOVIMIENTOSFILE.
           OPEN INPUT DENOMINACIONFILE.
           OPEN INPUT CUENTASFILE.
           OPEN INPUT RETROCESIONESFILE.
           IF FSRT = "00"
               MOVE "Y" TO HAYRET
           END-IF.
       LEERMOV.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFMOV
           END-READ.
           IF EOFMOV = "Y"
               GO TO FINMOV
           END-IF.
           IF FECHORA(1:6) < FECHADESDE OR FECHORA(1:6) > FECHAACT
                   OR CANTIDAD NOT > 0
               GO TO LEERMOV
           END-IF.
           MOVE "N" TO ESEFECTIVO.
           MOVE MID TO MIDMOV.
           READ DENOMINACIONFILE
                KEY IS MIDMOV
                INVALID KEY MOVE "N" TO ESEFECTIVO
                NOT INVALID KEY MOVE "Y" TO ESEFECTIVO
           END-READ.
           IF ESEFECTIVO = "N" OR TIPODEN NOT = "I"
               GO TO LEERMOV
           END-IF.
           IF HAYRET = "Y"
               MOVE MID TO MIDORIRET
               READ RETROCESIONESFILE
                    KEY IS MIDORIRET
                    NOT INVALID KEY MOVE "N" TO ESEFECTIVO
               END-READ
           END-IF.
           IF ESEFECTIVO = "N"
               GO TO LEERMOV
           END-IF.
           MOVE 0 TO NOCTA.
           MOVE CUENTAMOV TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           IF NOCTA = 1
               GO TO LEERMOV
           END-IF.
           IF NUMEF >= 500
               DISPLAY "AVISO: tabla de ingresos llena, revise la"
                    " ventana a mano"
               GO TO FINMOV
           END-IF.
           ADD 1 TO NUMEF GIVING NUMEF.
           MOVE DNITIT TO DNIEF(NUMEF).
           MOVE MID TO MIDEF(NUMEF).
           MOVE FECHORA(1:6) TO FECHAMOV.
           COMPUTE FECHA8 = 20000000 + FECHAMOV.
           COMPUTE DIAEF(NUMEF) = FUNCTION INTEGER-OF-DATE (FECHA8).
           MOVE FECHORA TO FECHORAEF(NUMEF).
           MOVE CUENTAMOV TO CUENTAEF(NUMEF).
           MOVE OFICINAMOV TO OFIEF(NUMEF).
           MOVE CANTIDAD TO IMPEF(NUMEF).
           GO TO LEERMOV.
       FINMOV.
           CLOSE MOVIMIENTOSFILE.
           CLOSE DENOMINACIONFILE.
           IF HAYRET = "Y"
               CLOSE RETROCESIONESFILE
           END-IF.

           *> Ordenes al exterior de la ventana que no se rechazaron.
           OPEN INPUT PENDTRANSFILE.
           IF FSPT NOT = "00"
               GO TO FINPT
           END-IF.
       LEERPT.
           READ PENDTRANSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFPT
           END-READ.
           IF EOFPT = "Y"
               GO TO FINPT
           END-IF.
           IF FECHAPEN(1:6) < FECHADESDE OR FECHAPEN(1:6) > FECHAACT
                   OR ESTADOPEN = "R"
               GO TO LEERPT
           END-IF.
           MOVE 0 TO NOCTA.
           MOVE CUENTAORIG TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           IF NOCTA = 1
               GO TO LEERPT
           END-IF.
           IF NUMPT >= 200
               DISPLAY "AVISO: tabla de ordenes al exterior llena,"
                    " revise la ventana a mano"
               GO TO FINPT
           END-IF.
           ADD 1 TO NUMPT GIVING NUMPT.
           MOVE DNITIT TO DNIPT(NUMPT).
           MOVE PENDID TO PENDPT(NUMPT).
           MOVE FECHAPEN(1:6) TO FECHAMOV.
           COMPUTE FECHA8 = 20000000 + FECHAMOV.
           COMPUTE DIAPT(NUMPT) = FUNCTION INTEGER-OF-DATE (FECHA8).
           MOVE FECHAPEN TO FECHAPT(NUMPT).
           MOVE CUENTAORIG TO CUENTAPT(NUMPT).
           MOVE IBANDEST TO IBANPT(NUMPT).
           MOVE IMPORTEPEN TO IMPPT(NUMPT).
           GO TO LEERPT.
       FINPT.
           CLOSE PENDTRANSFILE.
           CLOSE CUENTASFILE.
           DISPLAY "Ingresos en efectivo en la ventana: " NUMEF.
           DISPLAY "Ordenes al exterior en la ventana: " NUMPT.

           *> Clientes con efectivo en la ventana: solo ellos pueden
           *> disparar alguno de los patrones.
           MOVE 1 TO IDXEF.
       LISTARDNI.
           IF IDXEF > NUMEF
               GO TO FINLISTAR
           END-IF.
           MOVE 1 TO IDXDNI.
       BUSCARDNI.
           IF IDXDNI <= NUMDNI
               IF DNILIS(IDXDNI) = DNIEF(IDXEF)
                   ADD 1 TO IDXEF GIVING IDXEF
                   GO TO LISTARDNI
               END-IF
               ADD 1 TO IDXDNI GIVING IDXDNI
               GO TO BUSCARDNI
           END-IF.
           IF NUMDNI >= 200
               DISPLAY "AVISO: tabla de clientes llena, revise la"
                    " ventana a mano"
               GO TO FINLISTAR
           END-IF.
           ADD 1 TO NUMDNI GIVING NUMDNI.
           MOVE DNIEF(IDXEF) TO DNILIS(NUMDNI).
           ADD 1 TO IDXEF GIVING IDXEF.
           GO TO LISTARDNI.
       FINLISTAR.

           OPEN I-O CASOSPBCFILE.
           IF FSCP NOT = "00"
               DISPLAY "CASOSPBC.DAT no disponible: " FSCP
               GO TO FINPROG
           END-IF.
           OPEN I-O MOVPBCFILE.
           IF FSMP NOT = "00"
               DISPLAY "MOVPBC.DAT no disponible: " FSMP
               CLOSE CASOSPBCFILE
               GO TO FINPROG
           END-IF.
           DISPLAY "Caso      DNI       Patron Puntos Alertas nuevas".
           MOVE 1 TO IDXDNI.
       EVALUARLISTA.
           IF IDXDNI > NUMDNI
               GO TO FINEVALLISTA
           END-IF.
           MOVE DNILIS(IDXDNI) TO DNIACT.
           PERFORM EVALUARDNI THRU FINEVALUAR.
           ADD 1 TO IDXDNI GIVING IDXDNI.
           GO TO EVALUARLISTA.
       FINEVALLISTA.
           CLOSE MOVPBCFILE.
           CLOSE CASOSPBCFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Clientes vigilados: " NUMDNI.
           DISPLAY "Casos abiertos hoy: " NUMABIERTOS.
           DISPLAY "Casos abiertos con nuevas alertas: " NUMACTUAL.
           DISPLAY "Alertas nuevas: " NUMALERTAS.
           MOVE UMBRAL TO IMPFORMA.
           DISPLAY "Umbral aplicado: " IMPFORMA "E".
           GO TO FINPROG.

       EVALUARDNI.
           MOVE 0 TO NUMTRG.

           *> F: dos o mas ingresos en efectivo justo por debajo del
           *> umbral dentro de la ventana.
           MOVE 0 TO NUMBANDA.
           MOVE 1 TO IDXEF.
       CONTARBANDA.
           IF IDXEF > NUMEF
               GO TO FINCONTARBANDA
           END-IF.
           IF DNIEF(IDXEF) = DNIACT AND IMPEF(IDXEF) >= BANDAMIN
                   AND IMPEF(IDXEF) < UMBRAL
               ADD 1 TO NUMBANDA GIVING NUMBANDA
           END-IF.
           ADD 1 TO IDXEF GIVING IDXEF.
           GO TO CONTARBANDA.
       FINCONTARBANDA.
           IF NUMBANDA < 2
               GO TO PATRONO
           END-IF.
           MOVE 1 TO IDXEF.
       MARCARBANDA.
           IF IDXEF > NUMEF
               GO TO PATRONO
           END-IF.
           IF DNIEF(IDXEF) = DNIACT AND IMPEF(IDXEF) >= BANDAMIN
                   AND IMPEF(IDXEF) < UMBRAL
               MOVE "F" TO PATTMP
               PERFORM TRGINGRESO THRU FINANADIR
           END-IF.
           ADD 1 TO IDXEF GIVING IDXEF.
           GO TO MARCARBANDA.

       PATRONO.
           *> O: efectivo ingresado en varias oficinas distintas en
           *> pocos dias.
           MOVE 0 TO NUMOFI.
           MOVE 1 TO IDXEF.
       CONTAROFI.
           IF IDXEF > NUMEF
               GO TO FINCONTAROFI
           END-IF.
           IF DNIEF(IDXEF) NOT = DNIACT OR DIAEF(IDXEF) < DIASEMANA
               ADD 1 TO IDXEF GIVING IDXEF
               GO TO CONTAROFI
           END-IF.
           MOVE 1 TO IDXOFI.
       BUSCAROFI.
           IF IDXOFI <= NUMOFI
               IF OFILIS(IDXOFI) = OFIEF(IDXEF)
                   ADD 1 TO IDXEF GIVING IDXEF
                   GO TO CONTAROFI
               END-IF
               ADD 1 TO IDXOFI GIVING IDXOFI
               GO TO BUSCAROFI
           END-IF.
           IF NUMOFI < 10
               ADD 1 TO NUMOFI GIVING NUMOFI
               MOVE OFIEF(IDXEF) TO OFILIS(NUMOFI)
           END-IF.
           ADD 1 TO IDXEF GIVING IDXEF.
           GO TO CONTAROFI.
       FINCONTAROFI.
           IF NUMOFI < MINOFIC
               GO TO PATRONS
           END-IF.
           MOVE 1 TO IDXEF.
       MARCAROFI.
           IF IDXEF > NUMEF
               GO TO PATRONS
           END-IF.
           IF DNIEF(IDXEF) = DNIACT AND DIAEF(IDXEF) >= DIASEMANA
               MOVE "O" TO PATTMP
               PERFORM TRGINGRESO THRU FINANADIR
           END-IF.
           ADD 1 TO IDXEF GIVING IDXEF.
           GO TO MARCAROFI.

       PATRONS.
           *> S: orden al exterior pocos dias despues de un ingreso
           *> en efectivo relevante del mismo cliente.
           MOVE 1 TO IDXPT.
       RECORRERPT.
           IF IDXPT > NUMPT
               GO TO NOVEDADES
           END-IF.
           IF DNIPT(IDXPT) NOT = DNIACT
               ADD 1 TO IDXPT GIVING IDXPT
               GO TO RECORRERPT
           END-IF.
           MOVE 1 TO IDXEF2.
       CRUZARPT.
           IF IDXEF2 > NUMEF
               ADD 1 TO IDXPT GIVING IDXPT
               GO TO RECORRERPT
           END-IF.
           IF DNIEF(IDXEF2) = DNIACT
                   AND IMPEF(IDXEF2) >= MINSALIDA
                   AND DIAEF(IDXEF2) <= DIAPT(IDXPT)
                   AND DIAPT(IDXPT) - DIAEF(IDXEF2) <= DIASSALIDA
               MOVE IDXEF2 TO IDXEF
               MOVE "S" TO PATTMP
               PERFORM TRGINGRESO THRU FINANADIR
               MOVE "P" TO TIPOTMP
               MOVE PENDPT(IDXPT) TO NUMTMP
               MOVE "S" TO PATTMP
               MOVE FECHAPT(IDXPT) TO FECHATMP
               MOVE CUENTAPT(IDXPT) TO CUENTATMP
               COMPUTE IMPTMP = 0 - IMPPT(IDXPT)
               MOVE IBANPT(IDXPT) TO DETTMP
               PERFORM ANADIRTRG THRU FINANADIR
           END-IF.
           ADD 1 TO IDXEF2 GIVING IDXEF2.
           GO TO CRUZARPT.

       NOVEDADES.
           IF NUMTRG = 0
               GO TO FINEVALUAR
           END-IF.
           *> Solo cuentan los apuntes que no figuren ya en un caso
           *> anterior del cliente, abierto o cerrado.
           MOVE 0 TO NUMNUEVOS.
           MOVE 0 TO PUNTOSNUE.
           MOVE 1 TO IDXTRG.
       COMPROBARTRG.
           IF IDXTRG > NUMTRG
               GO TO FINCOMPROBAR
           END-IF.
           MOVE "Y" TO NUEVOTRG(IDXTRG).
           MOVE TIPOTRG(IDXTRG) TO TIPOMPB.
           MOVE NUMTRGT(IDXTRG) TO NUMMPB.
           READ MOVPBCFILE
                KEY IS REFMPB
                NOT INVALID KEY MOVE "N" TO NUEVOTRG(IDXTRG)
           END-READ.
           IF NUEVOTRG(IDXTRG) = "Y"
               ADD 1 TO NUMNUEVOS GIVING NUMNUEVOS
               IF PATTRG(IDXTRG) = "F"
                   ADD PUNTOSF TO PUNTOSNUE GIVING PUNTOSNUE
               END-IF
               IF PATTRG(IDXTRG) = "O"
                   ADD PUNTOSO TO PUNTOSNUE GIVING PUNTOSNUE
               END-IF
               IF PATTRG(IDXTRG) = "S" AND TIPOTRG(IDXTRG) = "P"
                   ADD PUNTOSS TO PUNTOSNUE GIVING PUNTOSNUE
               END-IF
           END-IF.
           ADD 1 TO IDXTRG GIVING IDXTRG.
           GO TO COMPROBARTRG.
       FINCOMPROBAR.
           IF NUMNUEVOS = 0
               GO TO FINEVALUAR
           END-IF.

           *> Un solo caso abierto por DNI: las alertas nuevas se
           *> suman al que ya este en revision.
           MOVE "Y" TO CASONUEVO.
           MOVE "N" TO EOFCASO.
           MOVE DNIACT TO DNICASO.
           START CASOSPBCFILE
                KEY = DNICASO
                INVALID KEY MOVE "Y" TO EOFCASO
           END-START.
       BUSCARCASO.
           IF EOFCASO = "Y"
               GO TO FINBUSCARCASO
           END-IF.
           READ CASOSPBCFILE NEXT RECORD
                AT END MOVE "Y" TO EOFCASO
           END-READ.
           IF EOFCASO = "Y" OR DNICASO NOT = DNIACT
               GO TO FINBUSCARCASO
           END-IF.
           IF ESTADOCASO = "A"
               MOVE "N" TO CASONUEVO
               GO TO FINBUSCARCASO
           END-IF.
           GO TO BUSCARCASO.
       FINBUSCARCASO.
           IF CASONUEVO = "Y"
               OPEN I-O NEXTIDFILE
               MOVE "CASOPBC" TO TIPOID
               READ NEXTIDFILE WITH LOCK
                    KEY IS TIPOID
               END-READ
               MOVE SIGUIENTE TO CASOACT
               ADD 1 TO SIGUIENTE
               REWRITE NEXTIDREC
               CLOSE NEXTIDFILE
               MOVE CASOACT TO CASOID
               MOVE DNIACT TO DNICASO
               MOVE FECHAACT TO FECHACASO
               MOVE 0 TO PUNTOSCASO
               MOVE SPACES TO PATRONCASO
               MOVE "A" TO ESTADOCASO
               MOVE 0 TO FECHACIERRE
               MOVE SPACES TO OPERCASO
               MOVE SPACES TO MOTIVOCASO
               ADD 1 TO NUMABIERTOS GIVING NUMABIERTOS
           ELSE
               MOVE CASOID TO CASOACT
               ADD 1 TO NUMACTUAL GIVING NUMACTUAL
           END-IF.
           MOVE FECHAACT TO FECHAULTCASO.
           IF PUNTOSCASO + PUNTOSNUE > 9999
               MOVE 9999 TO PUNTOSCASO
           ELSE
               ADD PUNTOSNUE TO PUNTOSCASO GIVING PUNTOSCASO
           END-IF.

           MOVE 1 TO IDXTRG.
       GRABARTRG.
           IF IDXTRG > NUMTRG
               GO TO FINGRABARTRG
           END-IF.
           IF NUEVOTRG(IDXTRG) = "N"
               ADD 1 TO IDXTRG GIVING IDXTRG
               GO TO GRABARTRG
           END-IF.
           IF PATTRG(IDXTRG) = "F"
               MOVE "F" TO PATRONCASO(1:1)
           END-IF.
           IF PATTRG(IDXTRG) = "O"
               MOVE "O" TO PATRONCASO(2:1)
           END-IF.
           IF PATTRG(IDXTRG) = "S"
               MOVE "S" TO PATRONCASO(3:1)
           END-IF.
           MOVE CASOACT TO CASOMPB.
           MOVE TIPOTRG(IDXTRG) TO TIPOMPB.
           MOVE NUMTRGT(IDXTRG) TO NUMMPB.
           MOVE PATTRG(IDXTRG) TO PATRONMPB.
           MOVE FECHATRG(IDXTRG) TO FECHAMPB.
           MOVE CUENTATRG(IDXTRG) TO CUENTAMPB.
           MOVE IMPTRG(IDXTRG) TO IMPORTEMPB.
           MOVE DETTRG(IDXTRG) TO DETALLEMPB.
           WRITE MOVPBCREC.
           ADD 1 TO NUMALERTAS GIVING NUMALERTAS.
           ADD 1 TO IDXTRG GIVING IDXTRG.
           GO TO GRABARTRG.
       FINGRABARTRG.
           IF CASONUEVO = "Y"
               WRITE CASOSPBCREC
           ELSE
               REWRITE CASOSPBCREC
           END-IF.
           DISPLAY CASOACT " " DNIACT " " PATRONCASO "    "
                PUNTOSCASO "   " NUMNUEVOS.
       FINEVALUAR.
           EXIT.

       TRGINGRESO.
           *> Ingreso en efectivo de la tabla como apunte disparador.
           MOVE "M" TO TIPOTMP.
           MOVE MIDEF(IDXEF) TO NUMTMP.
           MOVE FECHORAEF(IDXEF) TO FECHATMP.
           MOVE CUENTAEF(IDXEF) TO CUENTATMP.
           MOVE IMPEF(IDXEF) TO IMPTMP.
           MOVE SPACES TO DETTMP.
           STRING "Oficina " OFIEF(IDXEF) DELIMITED BY SIZE
                INTO DETTMP.
       ANADIRTRG.
           *> Cada apunte entra una vez aunque dispare varios
           *> patrones; se queda con el primero.
           MOVE 1 TO IDXTRG.
       BUSCARTRG.
           IF IDXTRG <= NUMTRG
               IF TIPOTRG(IDXTRG) = TIPOTMP
                       AND NUMTRGT(IDXTRG) = NUMTMP
                   GO TO FINANADIR
               END-IF
               ADD 1 TO IDXTRG GIVING IDXTRG
               GO TO BUSCARTRG
           END-IF.
           IF NUMTRG >= 50
               GO TO FINANADIR
           END-IF.
           ADD 1 TO NUMTRG GIVING NUMTRG.
           MOVE TIPOTMP TO TIPOTRG(NUMTRG).
           MOVE NUMTMP TO NUMTRGT(NUMTRG).
           MOVE PATTMP TO PATTRG(NUMTRG).
           MOVE FECHATMP TO FECHATRG(NUMTRG).
           MOVE CUENTATMP TO CUENTATRG(NUMTRG).
           MOVE IMPTMP TO IMPTRG(NUMTRG).
           MOVE DETTMP TO DETTRG(NUMTRG).
       FINANADIR.
           EXIT.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM VIGILABLANQUEO.
