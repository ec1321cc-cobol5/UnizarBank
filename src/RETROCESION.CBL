       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROCESION.
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

           SELECT RETROCESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDORIRET
           ALTERNATE RECORD KEY IS MIDCONRET
           FILE STATUS IS FSRT.

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

               *> Retrocesiones: un registro por movimiento anulado
               *> con el contraapunte que lo deshizo. Que el original
               *> figure aqui es lo que impide retrocederlo dos veces.
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
           77 FSDF      PIC XX.
           77 FSCA      PIC XX.
           77 FSSE      PIC XX.
           77 FSNI      PIC XX.
           77 FSRT      PIC XX.
           77 FSAD      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 MSGRET    PIC 9 VALUE 0.
           77 MIDSEL    PIC 9(9).
           77 MIDACT    PIC 9(9).
           77 MOTIVO    PIC X(40).
           77 DNIRET    PIC X(9).
           77 OFICINAACT PIC X(4).
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
           77 FECHAACT  PIC 9(6).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9999999999.
           77 HORAACT   PIC 9(8).
           77 FECHAFORMA PIC 99/99/99.
           77 FECHAINT  PIC 9(6).
           77 CANTFORMA PIC -9,999,999.99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 ESEFECTIVO PIC X VALUE "N".
           77 TIPOORIG  PIC X(1).
           77 SESIONORIG PIC 9(9).
           77 SESIONAJU PIC 9(9).
           77 MISMASES  PIC X.
           77 IMPEFECT  PIC 9(7)V99.
           77 NUM50     PIC 999.
           77 NUM20     PIC 999.
           77 NUM10     PIC 999.
           77 NUM5      PIC 999.
       01 ORIGINAL.
         02 FECHORAORIG  PIC 9999999999.
         02 CUENTAORIG   PIC X(10).
         02 CONCEPTOORIG PIC X(40).
         02 CANTIDADORIG PIC S9999999V99.
         02 SALDOORIG    PIC S9999999V99.
         02 OFICINAORIG  PIC X(4).
         02 VALORORIG    PIC 9(6).
         02 OFIDENORIG   PIC X(4).
       01 APUNTEDIARIO.
         02 FICHLNK  PIC X(1).
         02 OPERLNK  PIC X(1).
         02 DATOSLNK PIC X(130).

       PROCEDURE DIVISION.
       IDENTIFICAR.
           *> Solo un supervisor identificado puede retroceder
           *> movimientos ya anotados.
           CALL "IDENTIFICAOPERADOR" USING OPERACT, ROLACT, EXITOOP.
           CANCEL "IDENTIFICAOPERADOR".
           IF EXITOOP NOT = "Y"
               EXIT PROGRAM
           END-IF.
           IF ROLACT NOT = "S"
               GO TO PANTALLA253
           END-IF.
           CALL "LEEROFICINA" USING OFICINAACT.
           CANCEL "LEEROFICINA".
       PANTALLA250.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Retrocesion de movimientos"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "Numero de movimiento: _________"
                LINE 9 COLUMN 20.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 20.
           ACCEPT MIDSEL LINE 9 COLUMN 42.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.

           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF NOT = "00"
               MOVE 1 TO MSGRET
               GO TO PANTALLA252
           END-IF.
           MOVE MIDSEL TO MID.
           READ MOVIMIENTOSFILE
                KEY IS MID
                INVALID KEY MOVE 1 TO MSGRET
           END-READ.
           CLOSE MOVIMIENTOSFILE.
           IF MSGRET NOT = 0
               GO TO PANTALLA252
           END-IF.
           *> Un contraapunte no se retrocede: para rehacer la
           *> operacion se anota de nuevo por ventanilla.
           IF CONCEPTO(1:12) = "Retrocesion "
               MOVE 2 TO MSGRET
               GO TO PANTALLA252
           END-IF.
           *> Solo se retrocede el efectivo de ventanilla: el resto
           *> de operaciones tiene contrapartida en otra cuenta o en
           *> su propio fichero y se deshace desde su programa.
           IF CONCEPTO NOT = "Ingreso" AND CONCEPTO NOT = "Reintegro"
               MOVE 8 TO MSGRET
               GO TO PANTALLA252
           END-IF.
           IF CANTIDAD = 0
               MOVE 5 TO MSGRET
               GO TO PANTALLA252
           END-IF.
           MOVE FECHORA TO FECHORAORIG.
           MOVE CUENTAMOV TO CUENTAORIG.
           MOVE CONCEPTO TO CONCEPTOORIG.
           MOVE CANTIDAD TO CANTIDADORIG.
           MOVE SALDOCUENTA TO SALDOORIG.
           MOVE OFICINAMOV TO OFICINAORIG.
           MOVE FECHAVALOR TO VALORORIG.

           OPEN I-O RETROCESIONESFILE.
           IF FSRT NOT = "00"
               MOVE 6 TO MSGRET
               GO TO PANTALLA252
           END-IF.
           MOVE MIDSEL TO MIDORIRET.
           READ RETROCESIONESFILE
                KEY IS MIDORIRET
                INVALID KEY MOVE 0 TO MSGRET
                NOT INVALID KEY MOVE 3 TO MSGRET
           END-READ.
           CLOSE RETROCESIONESFILE.
           IF MSGRET NOT = 0
               GO TO PANTALLA252
           END-IF.

           OPEN INPUT CUENTASFILE.
           MOVE CUENTAORIG TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 4 TO MSGRET
           END-READ.
           IF MSGRET = 0 AND ESTADOCTA = "C"
               MOVE 4 TO MSGRET
           END-IF.
           CLOSE CUENTASFILE.
           IF MSGRET NOT = 0
               GO TO PANTALLA252
           END-IF.
           MOVE DNITIT TO DNIRET.

           *> Solo los ingresos y reintegros de ventanilla llevan
           *> desglose de billetes que haya que sacar del cajon.
           MOVE "N" TO ESEFECTIVO.
           OPEN INPUT DENOMINACIONFILE.
           IF FSDF = "00"
               MOVE MIDSEL TO MIDMOV
               READ DENOMINACIONFILE
                    KEY IS MIDMOV
                    INVALID KEY MOVE "N" TO ESEFECTIVO
                    NOT INVALID KEY MOVE "Y" TO ESEFECTIVO
               END-READ
           END-IF.
           CLOSE DENOMINACIONFILE.
           IF ESEFECTIVO = "Y"
                   AND TIPODEN NOT = "I" AND TIPODEN NOT = "R"
               MOVE "N" TO ESEFECTIVO
           END-IF.
           IF ESEFECTIVO = "Y"
               MOVE TIPODEN TO TIPOORIG
               MOVE BILL50 TO NUM50
               MOVE BILL20 TO NUM20
               MOVE BILL10 TO NUM10
               MOVE BILL5 TO NUM5
               MOVE SESIONDEN TO SESIONORIG
               MOVE OFICINADEN TO OFIDENORIG
           END-IF.

       PANTALLA251.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Retrocesion de movimientos"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "Movimiento: " MIDSEL "   Oficina: " OFICINAORIG
                LINE 5 COLUMN 15.
           MOVE FECHORAORIG(5:2) TO FECHAINT(1:2).
           MOVE FECHORAORIG(3:2) TO FECHAINT(3:2).
           MOVE FECHORAORIG(1:2) TO FECHAINT(5:2).
           MOVE FECHAINT TO FECHAFORMA.
           DISPLAY "Fecha: " FECHAFORMA "  Hora: " FECHORAORIG(7:2)
                ":" FECHORAORIG(9:2)
                LINE 6 COLUMN 15.
           DISPLAY "Cuenta: " CUENTAORIG "   Titular: " DNIRET
                LINE 7 COLUMN 15.
           DISPLAY "Concepto: " CONCEPTOORIG
                LINE 8 COLUMN 15.
           MOVE CANTIDADORIG TO CANTFORMA.
           DISPLAY "Importe: " CANTFORMA "E"
                LINE 9 COLUMN 15.
           MOVE SALDOORIG TO SALDOFORMA.
           DISPLAY "Saldo tras el apunte: " SALDOFORMA "E"
                LINE 10 COLUMN 15.
           IF ESEFECTIVO = "Y"
               DISPLAY "Efectivo: 50E x" NUM50 " 20E x" NUM20
                    " 10E x" NUM10 " 5E x" NUM5
                    LINE 11 COLUMN 15
               DISPLAY "Los billetes se descuentan del cajon de la "
                    "oficina " OFIDENORIG
                    LINE 12 COLUMN 15
           END-IF.
           DISPLAY "Motivo de la retrocesion:"
                LINE 14 COLUMN 15.
           DISPLAY "Enter - Confirmar retrocesion   F1 - Cancelar"
                LINE 22 COLUMN 15.
           MOVE SPACES TO MOTIVO.
           ACCEPT MOTIVO LINE 15 COLUMN 15.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA250
           END-IF.
           IF ESCAP <> 13
               GO TO PANTALLA251
           END-IF.
           IF MOTIVO = SPACES
               MOVE 7 TO MSGRET
               GO TO PANTALLA252
           END-IF.

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           *> La retrocesion se registra antes de tocar la cuenta: si
           *> otro supervisor se ha adelantado con el mismo movimiento
           *> la clave ya existe y no se apunta nada. Hasta tener el
           *> contraapunte se guarda el propio original, que nunca
           *> coincide con un contraapunte anterior.
           OPEN I-O RETROCESIONESFILE.
           IF FSRT NOT = "00"
               MOVE 6 TO MSGRET
               GO TO PANTALLA252
           END-IF.
           MOVE MIDSEL TO MIDORIRET.
           MOVE MIDSEL TO MIDCONRET.
           MOVE FECHORAACT TO FECHARET.
           MOVE CUENTAORIG TO CUENTARET.
           MOVE CANTIDADORIG TO IMPORTERET.
           MOVE MOTIVO TO MOTIVORET.
           MOVE OPERACT TO OPERRET.
           WRITE RETROCESIONESREC
                INVALID KEY MOVE 3 TO MSGRET
           END-WRITE.
           IF FSRT NOT = "00"
               MOVE 3 TO MSGRET
           END-IF.
           CLOSE RETROCESIONESFILE.
           IF MSGRET NOT = 0
               GO TO PANTALLA252
           END-IF.

           *> El contraapunte devuelve el saldo de la cuenta al
           *> que tenia antes del movimiento original.
           OPEN I-O CUENTASFILE.
           MOVE CUENTAORIG TO CUENTA.
           READ CUENTASFILE WITH LOCK
                KEY IS CUENTA
           END-READ.
           SUBTRACT CANTIDADORIG FROM SALDO GIVING SALDO.
           REWRITE CUENTASREC.
           MOVE "C" TO FICHLNK.
           MOVE "M" TO OPERLNK.
           MOVE CUENTASREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".
           CLOSE CUENTASFILE.

           OPEN I-O MOVIMIENTOSFILE.
           OPEN I-O NEXTIDFILE.
           MOVE "MID" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO MIDACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           *> El contraapunte repite el concepto original tras el
           *> prefijo, lleva en DESTINO el movimiento que anula y
           *> conserva su fecha valor.
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTAORIG TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Retrocesion " CONCEPTOORIG(1:28)
                DELIMITED BY SIZE INTO CONCEPTO.
           COMPUTE CANTIDAD = 0 - CANTIDADORIG.
           MOVE MIDSEL TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE OFICINAACT TO OFICINAMOV.
           MOVE VALORORIG TO FECHAVALOR.
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

           OPEN I-O RETROCESIONESFILE.
           MOVE MIDSEL TO MIDORIRET.
           READ RETROCESIONESFILE
                KEY IS MIDORIRET
           END-READ.
           MOVE MIDACT TO MIDCONRET.
           REWRITE RETROCESIONESREC.
           CLOSE RETROCESIONESFILE.

           IF ESEFECTIVO = "Y"
               PERFORM DESHACERCAJA THRU FINDESHACER
           END-IF.

           OPEN EXTEND AUDITORIA.
           MOVE DNIRET TO DNIAUD.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Retrocesion" TO ACCIONAUD.
           MOVE MOTIVO TO RESULTADOAUD.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Retrocesion de movimientos"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "Movimiento " MIDSEL " retrocedido con el "
                MIDACT
                LINE 9 COLUMN 12.
           MOVE SALDO TO SALDOFORMA.
           DISPLAY "Saldo resultante de la cuenta: " SALDOFORMA "E"
                LINE 11 COLUMN 14.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATOK.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATOK
           END-IF.
           GO TO PANTALLA250.

       DESHACERCAJA.
           *> Los billetes del ingreso salen del cajon de la oficina
           *> donde entraron; los de un reintegro vuelven a el.
           COMPUTE IMPEFECT = (NUM50 * 50) + (NUM20 * 20)
                + (NUM10 * 10) + (NUM5 * 5).
           OPEN I-O CAJAFILE.
           IF FSCA NOT = "00"
               GO TO AJUSTARSESION
           END-IF.
           MOVE OFIDENORIG TO OFICINACAJ.
           MOVE 050 TO DENOMCAJA.
           READ CAJAFILE
                KEY IS CAJAKEY
           END-READ.
           IF TIPOORIG = "I"
               SUBTRACT NUM50 FROM CANTCAJA GIVING CANTCAJA
           ELSE
               ADD NUM50 TO CANTCAJA GIVING CANTCAJA
           END-IF.
           REWRITE CAJAREC.
           MOVE 020 TO DENOMCAJA.
           READ CAJAFILE
                KEY IS CAJAKEY
           END-READ.
           IF TIPOORIG = "I"
               SUBTRACT NUM20 FROM CANTCAJA GIVING CANTCAJA
           ELSE
               ADD NUM20 TO CANTCAJA GIVING CANTCAJA
           END-IF.
           REWRITE CAJAREC.
           MOVE 010 TO DENOMCAJA.
           READ CAJAFILE
                KEY IS CAJAKEY
           END-READ.
           IF TIPOORIG = "I"
               SUBTRACT NUM10 FROM CANTCAJA GIVING CANTCAJA
           ELSE
               ADD NUM10 TO CANTCAJA GIVING CANTCAJA
           END-IF.
           REWRITE CAJAREC.
           MOVE 005 TO DENOMCAJA.
           READ CAJAFILE
                KEY IS CAJAKEY
           END-READ.
           IF TIPOORIG = "I"
               SUBTRACT NUM5 FROM CANTCAJA GIVING CANTCAJA
           ELSE
               ADD NUM5 TO CANTCAJA GIVING CANTCAJA
           END-IF.
           REWRITE CAJAREC.
           CLOSE CAJAFILE.

       AJUSTARSESION.
           *> Si la sesion del apunte original sigue abierta se
           *> corrige su total; si ya cerro, el efectivo se mueve en
           *> la sesion abierta ahora en el cajon de esa oficina.
           MOVE 0 TO SESIONAJU.
           MOVE "N" TO MISMASES.
           OPEN I-O SESIONESFILE.
           IF FSSE NOT = "00"
               GO TO GRABARDESGLOSE
           END-IF.
           IF SESIONORIG NOT = 0
               MOVE SESIONORIG TO SESIONID
               READ SESIONESFILE
                    KEY IS SESIONID
                    INVALID KEY MOVE "C" TO ESTADOSES
               END-READ
               IF ESTADOSES = "A"
                   MOVE SESIONORIG TO SESIONAJU
                   MOVE "Y" TO MISMASES
               END-IF
           END-IF.
           IF SESIONAJU = 0
               MOVE 0 TO SESIONID
               READ SESIONESFILE
                    KEY IS SESIONID
                    INVALID KEY MOVE 0 TO DATOSES
               END-READ
               MOVE DATOSES TO SESIONAJU
           END-IF.
           IF SESIONAJU = 0
               GO TO GRABARDESGLOSE
           END-IF.
           MOVE SESIONAJU TO SESIONID.
           READ SESIONESFILE
                KEY IS SESIONID
                INVALID KEY MOVE 0 TO SESIONAJU
           END-READ.
           IF SESIONAJU = 0
               GO TO GRABARDESGLOSE
           END-IF.
           IF OFICINASES NOT = OFIDENORIG
               MOVE 0 TO SESIONAJU
               GO TO GRABARDESGLOSE
           END-IF.
           IF MISMASES = "Y"
               IF TIPOORIG = "I"
                   SUBTRACT IMPEFECT FROM ENTRSES GIVING ENTRSES
               ELSE
                   SUBTRACT IMPEFECT FROM SALSES GIVING SALSES
               END-IF
           ELSE
               IF TIPOORIG = "I"
                   ADD IMPEFECT TO SALSES GIVING SALSES
               ELSE
                   ADD IMPEFECT TO ENTRSES GIVING ENTRSES
               END-IF
           END-IF.
           REWRITE SESIONESREC.

       GRABARDESGLOSE.
           CLOSE SESIONESFILE.
           *> Desglose del contraapunte para el arqueo: A saca los
           *> billetes de un ingreso, B devuelve los de un reintegro.
           OPEN I-O DENOMINACIONFILE.
           IF FSDF NOT = "00"
               GO TO FINDESHACER
           END-IF.
           MOVE MIDACT TO MIDMOV.
           MOVE NUM50 TO BILL50.
           MOVE NUM20 TO BILL20.
           MOVE NUM10 TO BILL10.
           MOVE NUM5 TO BILL5.
           IF TIPOORIG = "I"
               MOVE "A" TO TIPODEN
           ELSE
               MOVE "B" TO TIPODEN
           END-IF.
           MOVE FECHAACT TO FECHADEN.
           MOVE SESIONAJU TO SESIONDEN.
           MOVE OFIDENORIG TO OFICINADEN.
           WRITE DENOMINACIONREC.
           CLOSE DENOMINACIONFILE.
       FINDESHACER.
           EXIT.

       PANTALLA252.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Retrocesion de movimientos"
                LINE 3 COLUMN 27 UNDERLINE.
           IF MSGRET = 1
               DISPLAY "No existe ningun movimiento con ese numero"
                    LINE 9 COLUMN 16
           END-IF.
           IF MSGRET = 2
               DISPLAY "El movimiento es ya una retrocesion"
                    LINE 9 COLUMN 20
           END-IF.
           IF MSGRET = 3
               DISPLAY "El movimiento ya fue retrocedido"
                    LINE 9 COLUMN 22
           END-IF.
           IF MSGRET = 4
               DISPLAY "La cuenta del movimiento no existe o esta "
                    "cerrada"
                    LINE 9 COLUMN 12
           END-IF.
           IF MSGRET = 5
               DISPLAY "El movimiento no tiene importe"
                    LINE 9 COLUMN 22
           END-IF.
           IF MSGRET = 6
               DISPLAY "El archivo de retrocesiones no esta "
                    "disponible"
                    LINE 9 COLUMN 15
           END-IF.
           IF MSGRET = 7
               DISPLAY "El motivo de la retrocesion es obligatorio"
                    LINE 9 COLUMN 16
           END-IF.
           IF MSGRET = 8
               DISPLAY "Solo se retroceden ingresos y reintegros de "
                    "ventanilla"
                    LINE 9 COLUMN 13
           END-IF.
           MOVE 0 TO MSGRET.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATKO.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATKO
           END-IF.
           GO TO PANTALLA250.

       PANTALLA253.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Retrocesion de movimientos"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "Esta operacion requiere rol de supervisor"
                LINE 9 COLUMN 16.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATX.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATX
           END-IF.

       END PROGRAM RETROCESION.
