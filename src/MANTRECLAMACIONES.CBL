       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTRECLAMACIONES.
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

           SELECT ENTRADASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTRADAID
           FILE STATUS IS FSEN.

           SELECT OPERADORESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERID
           FILE STATUS IS FSOP.

           SELECT CALENDARIOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FECHACAL
           FILE STATUS IS FSCAL.

           SELECT RECLAMAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECLAMAID
           ALTERNATE RECORD KEY IS DNIRCL WITH DUPLICATES
           FILE STATUS IS FSRC.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPOID
           LOCK MODE IS MANUAL
           FILE STATUS IS FSNI.

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

               FD ENTRADASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ENTRADAS.DAT".
               01 ENTRADASREC.
                 02 ENTRADAID  PIC 9(9).
                 02 NUMESP     PIC 9(3).
                 02 DNICOMP    PIC X(9).
                 02 CUENTACOMP PIC X(10).
                 02 PRECIOPAG  PIC 999V99.
                 02 FECHACOMPRA PIC 9999999999.
                 02 ESTADOENT  PIC X(1). *> V vigente, A anulada,
                                         *> D devuelta
                 02 FILAENT    PIC 99. *> 0 = sin numerar
                 02 ASIENTOENT PIC 99.

               FD OPERADORESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "OPERADORES.DAT".
               01 OPERADORESREC.
                 02 OPERID    PIC X(8).
                 02 NOMBREOP  PIC X(40).
                 02 CLAVEOPER PIC X(15).
                 02 ROLOP     PIC X(1). *> C cajero, S supervisor
                 02 BLOQUEADOOP PIC X(1). *> Y o N
                 02 INTFALLOP PIC 9.
                 02 OFICINAOP PIC X(4). *> oficina de adscripcion
                 02 FECHACLAVE PIC 9(6). *> AAMMDD ultimo cambio
                 02 HISTCLAVE1 PIC X(15).
                 02 HISTCLAVE2 PIC X(15).
                 02 HISTCLAVE3 PIC X(15).
                 02 DNIOPER   PIC X(9). *> DNI del empleado, para
                                        *> detectar operaciones
                                        *> sobre cuentas propias

               *> Calendario de la entidad: un registro por festivo;
               *> los sabados y domingos no se graban, los calcula
               *> cada programa por si mismo.
               FD CALENDARIOFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CALENDARIO.DAT".
               01 CALENDARIOREC.
                 02 FECHACAL PIC 9(6). *> AAMMDD
                 02 TIPODIA  PIC X(1). *> F festivo
                 02 MOTIVOCAL PIC X(30).

               *> Reclamaciones de clientes con su plazo de respuesta
               *> en dias habiles y el abono, si lo hubo.
               FD RECLAMAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECLAMACIONES.DAT".
               01 RECLAMAREC.
                 02 RECLAMAID  PIC 9(9).
                 02 DNIRCL     PIC X(9).
                 02 CUENTARCL  PIC X(10).
                 02 MIDRCL     PIC 9(9). *> movimiento reclamado, 0
                 02 ENTRADARCL PIC 9(9). *> entrada reclamada, 0
                 02 CATEGRCL   PIC X(1). *> M movimiento discutido,
                                         *> T tarjeta no devuelta,
                                         *> C comision indebida,
                                         *> O otros motivos
                 02 FECHARCL   PIC 9(6). *> AAMMDD recibida
                 02 LIMITERCL  PIC 9(6). *> AAMMDD plazo de respuesta
                 02 OFICINARCL PIC X(4). *> oficina que la recoge
                 02 OPERRCL    PIC X(8). *> operador asignado
                 02 ESTADORCL  PIC X(1). *> A abierta, R resuelta a
                                         *> favor, D desestimada
                 02 FECHARESRCL PIC 9(6). *> AAMMDD resolucion
                 02 RESOLRCL   PIC X(40).
                 02 IMPDEVRCL  PIC 9(7)V99. *> abonado al cliente
                 02 MIDDEVRCL  PIC 9(9). *> movimiento del abono

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NEXTID.DAT".
               01 NEXTIDREC.
                 02 TIPOID     PIC X(10).
                 02 SIGUIENTE  PIC 9(9).

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
           77 FSEN      PIC XX.
           77 FSOP      PIC XX.
           77 FSCAL     PIC XX.
           77 FSRC      PIC XX.
           77 FSNI      PIC XX.
           77 FSCM      PIC XX.
           77 FSAD      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 EOFRCL    PIC X VALUE "N".
           77 MSGRCL    PIC 99 VALUE 0.
           77 OPCIONRCL PIC X(1).
           77 LINPANT   PIC 99.
           77 RCLSEL    PIC 9(9).
           77 DNINUE    PIC X(9).
           77 CUENTANUE PIC X(10).
           77 MIDNUE    PIC 9(9).
           77 ENTRADANUE PIC 9(9).
           77 CATEGNUE  PIC X(1).
           77 OPERNUE   PIC X(8).
           77 RESOLNUE  PIC X(1).
           77 TEXTONUE  PIC X(40).
           77 IMPORTENUE PIC 9(7)V99.
           77 DNIRECL   PIC X(9).
           77 MARCAVENC PIC X(1).
           77 MIDACT    PIC 9(9).
           77 OFICINAACT PIC X(4).
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
           77 FECHAACT  PIC 9(6).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9999999999.
           77 HORAACT   PIC 9(8).
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 HAYCAMBIO PIC X.
           77 DIVISAORIG PIC X(3).
           77 DIVISADEST PIC X(3).
           77 TASAORIG  PIC 9(3)V9(6).
           77 TASADEST  PIC 9(3)V9(6).
           77 IMPORTEDEST PIC 9(7)V99.
           *> Plazo de respuesta a la reclamacion, en dias habiles
           *> desde su recepcion.
           77 PLAZORCL  PIC 99 VALUE 15.
           77 NUMHABILES PIC 99.
           77 HAYCALEN  PIC X VALUE "N".
           77 FECHAW    PIC 9(6).
           77 HABILW    PIC X.
           77 NOFEST    PIC X.
           77 DOWIDX    PIC 9.
           77 FECHA8    PIC 9(8).
           77 DIASINT   PIC 9(9).
       01 APUNTEDIARIO.
         02 FICHLNK  PIC X(1).
         02 OPERLNK  PIC X(1).
         02 DATOSLNK PIC X(130).

       PROCEDURE DIVISION.
       IDENTIFICAR.
           *> Cualquier operador identificado registra y tramita
           *> reclamaciones; solo un supervisor abona importes.
           CALL "IDENTIFICAOPERADOR" USING OPERACT, ROLACT, EXITOOP.
           CANCEL "IDENTIFICAOPERADOR".
           IF EXITOOP NOT = "Y"
               EXIT PROGRAM
           END-IF.
           CALL "LEEROFICINA" USING OFICINAACT.
           CANCEL "LEEROFICINA".
       PANTALLA340.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Reclamaciones de clientes"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "Num       DNI       Cuenta     C Recib. Plazo"
                "  Operador"
                LINE 5 COLUMN 8.
           MOVE 6 TO LINPANT.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           OPEN INPUT RECLAMAFILE.
           MOVE "N" TO EOFRCL.
           IF FSRC NOT = "00"
               GO TO FINRCL
           END-IF.
       LEERRCL.
           READ RECLAMAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFRCL
           END-READ.
           IF EOFRCL = "Y"
               GO TO FINRCL
           END-IF.
           IF ESTADORCL NOT = "A"
               GO TO LEERRCL
           END-IF.
           *> Las que ya han superado el plazo se marcan con *.
           MOVE " " TO MARCAVENC.
           IF LIMITERCL < FECHAACT
               MOVE "*" TO MARCAVENC
           END-IF.
           IF LINPANT < 17
               DISPLAY RECLAMAID " " DNIRCL " " CUENTARCL " "
                    CATEGRCL " " FECHARCL " " LIMITERCL MARCAVENC
                    " " OPERRCL
                    LINE LINPANT COLUMN 8
               ADD 1 TO LINPANT GIVING LINPANT
           END-IF.
           GO TO LEERRCL.
       FINRCL.
           CLOSE RECLAMAFILE.
           DISPLAY "A - Registrar   G - Gestionar   (* fuera de plazo)"
                LINE 19 COLUMN 14.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 20.
           ACCEPT OPCIONRCL LINE 20 COLUMN 40.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF OPCIONRCL = "A" OR OPCIONRCL = "a"
               GO TO PANTALLA341
           END-IF.
           IF OPCIONRCL = "G" OR OPCIONRCL = "g"
               GO TO PANTALLA342
           END-IF.
           GO TO PANTALLA340.

       PANTALLA341.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Registro de reclamacion"
                LINE 3 COLUMN 28 UNDERLINE.
           DISPLAY "DNI del cliente: _________"
                LINE 6 COLUMN 20.
           DISPLAY "Cuenta: __________"
                LINE 8 COLUMN 20.
           DISPLAY "Movimiento (0 ninguno): _________"
                LINE 10 COLUMN 20.
           DISPLAY "Entrada (0 ninguna): _________"
                LINE 12 COLUMN 20.
           DISPLAY "Categoria (M/T/C/O): _"
                LINE 14 COLUMN 20.
           DISPLAY "M movimiento, T tarjeta, C comision, O otros"
                LINE 15 COLUMN 20.
           DISPLAY "Operador asignado: ________"
                LINE 17 COLUMN 20.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           MOVE 0 TO MIDNUE.
           MOVE 0 TO ENTRADANUE.
           ACCEPT DNINUE LINE 6 COLUMN 37.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA340
           END-IF.
           ACCEPT CUENTANUE LINE 8 COLUMN 28.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA340
           END-IF.
           ACCEPT MIDNUE LINE 10 COLUMN 44.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA340
           END-IF.
           ACCEPT ENTRADANUE LINE 12 COLUMN 41.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA340
           END-IF.
           ACCEPT CATEGNUE LINE 14 COLUMN 41.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA340
           END-IF.
           ACCEPT OPERNUE LINE 17 COLUMN 39.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA340
           END-IF.
           *> Sin operador asignado la reclamacion queda a cargo de
           *> quien la registra.
           IF OPERNUE = SPACES
               MOVE OPERACT TO OPERNUE
           END-IF.
           IF CATEGNUE = "m"
               MOVE "M" TO CATEGNUE
           END-IF.
           IF CATEGNUE = "t"
               MOVE "T" TO CATEGNUE
           END-IF.
           IF CATEGNUE = "c"
               MOVE "C" TO CATEGNUE
           END-IF.
           IF CATEGNUE = "o"
               MOVE "O" TO CATEGNUE
           END-IF.
           IF CATEGNUE NOT = "M" AND CATEGNUE NOT = "T"
                   AND CATEGNUE NOT = "C" AND CATEGNUE NOT = "O"
               MOVE 5 TO MSGRCL
               GO TO PANTALLA344
           END-IF.

           OPEN INPUT CLIENTESFILE.
           MOVE DNINUE TO DNI.
           READ CLIENTESFILE
                KEY IS DNI
                INVALID KEY MOVE 1 TO MSGRCL
           END-READ.
           IF MSGRCL = 0 AND ESTADOCLI = "B"
               MOVE 1 TO MSGRCL
           END-IF.
           CLOSE CLIENTESFILE.
           IF MSGRCL NOT = 0
               GO TO PANTALLA344
           END-IF.

           *> La cuenta ha de existir y el reclamante figurar en
           *> ella como titular o autorizado.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTANUE TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 2 TO MSGRCL
           END-READ.
           CLOSE CUENTASFILE.
           IF MSGRCL NOT = 0
               GO TO PANTALLA344
           END-IF.
           OPEN INPUT TITULARESFILE.
           MOVE CUENTANUE TO CUENTATIT.
           MOVE DNINUE TO DNITITU.
           READ TITULARESFILE
                KEY IS TITKEY
                INVALID KEY MOVE 2 TO MSGRCL
           END-READ.
           CLOSE TITULARESFILE.
           IF MSGRCL NOT = 0
               GO TO PANTALLA344
           END-IF.

           IF MIDNUE NOT = 0
               OPEN INPUT MOVIMIENTOSFILE
               MOVE MIDNUE TO MID
               READ MOVIMIENTOSFILE
                    KEY IS MID
                    INVALID KEY MOVE 3 TO MSGRCL
               END-READ
               IF MSGRCL = 0 AND CUENTAMOV NOT = CUENTANUE
                   MOVE 3 TO MSGRCL
               END-IF
               CLOSE MOVIMIENTOSFILE
               IF MSGRCL NOT = 0
                   GO TO PANTALLA344
               END-IF
           END-IF.

           IF ENTRADANUE NOT = 0
               OPEN INPUT ENTRADASFILE
               MOVE ENTRADANUE TO ENTRADAID
               READ ENTRADASFILE
                    KEY IS ENTRADAID
                    INVALID KEY MOVE 4 TO MSGRCL
               END-READ
               IF MSGRCL = 0 AND DNICOMP NOT = DNINUE
                   MOVE 4 TO MSGRCL
               END-IF
               CLOSE ENTRADASFILE
               IF MSGRCL NOT = 0
                   GO TO PANTALLA344
               END-IF
           END-IF.

           OPEN INPUT OPERADORESFILE.
           MOVE OPERNUE TO OPERID.
           READ OPERADORESFILE
                KEY IS OPERID
                INVALID KEY MOVE 6 TO MSGRCL
           END-READ.
           CLOSE OPERADORESFILE.
           IF MSGRCL NOT = 0
               GO TO PANTALLA344
           END-IF.

           *> El plazo de respuesta vence PLAZORCL dias habiles
           *> despues de la recepcion.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MOVE "Y" TO HAYCALEN.
           OPEN INPUT CALENDARIOFILE.
           IF FSCAL NOT = "00"
               MOVE "N" TO HAYCALEN
           END-IF.
           MOVE FECHAACT TO FECHAW.
           MOVE 0 TO NUMHABILES.
       SIGDIA.
           COMPUTE FECHA8 = 20000000 + FECHAW.
           COMPUTE DIASINT = FUNCTION INTEGER-OF-DATE (FECHA8) + 1.
           COMPUTE FECHA8 = FUNCTION DATE-OF-INTEGER (DIASINT).
           COMPUTE FECHAW = FECHA8 - 20000000.
           PERFORM COMPROBARHABIL.
           IF HABILW = "Y"
               ADD 1 TO NUMHABILES GIVING NUMHABILES
           END-IF.
           IF NUMHABILES < PLAZORCL
               GO TO SIGDIA
           END-IF.
           IF HAYCALEN = "Y"
               CLOSE CALENDARIOFILE
           END-IF.

           OPEN I-O NEXTIDFILE.
           MOVE "RECLAMA" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO RCLSEL.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.

           OPEN I-O RECLAMAFILE.
           MOVE RCLSEL TO RECLAMAID.
           MOVE DNINUE TO DNIRCL.
           MOVE CUENTANUE TO CUENTARCL.
           MOVE MIDNUE TO MIDRCL.
           MOVE ENTRADANUE TO ENTRADARCL.
           MOVE CATEGNUE TO CATEGRCL.
           MOVE FECHAACT TO FECHARCL.
           MOVE FECHAW TO LIMITERCL.
           MOVE OFICINAACT TO OFICINARCL.
           MOVE OPERNUE TO OPERRCL.
           MOVE "A" TO ESTADORCL.
           MOVE 0 TO FECHARESRCL.
           MOVE SPACES TO RESOLRCL.
           MOVE 0 TO IMPDEVRCL.
           MOVE 0 TO MIDDEVRCL.
           WRITE RECLAMAREC.
           CLOSE RECLAMAFILE.
           MOVE DNINUE TO DNIRECL.
           MOVE "Alta de reclamacion" TO RESULTADOAUD.
           GO TO ANOTARAUD.

       PANTALLA342.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Reclamaciones de clientes"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "Numero de reclamacion: _________"
                LINE 9 COLUMN 20.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT RCLSEL LINE 9 COLUMN 43.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA340
           END-IF.

           OPEN I-O RECLAMAFILE.
           IF FSRC NOT = "00"
               MOVE 7 TO MSGRCL
               GO TO PANTALLA344
           END-IF.
           MOVE RCLSEL TO RECLAMAID.
           READ RECLAMAFILE
                KEY IS RECLAMAID
                INVALID KEY MOVE 7 TO MSGRCL
           END-READ.
           IF MSGRCL = 0 AND ESTADORCL NOT = "A"
               MOVE 8 TO MSGRCL
           END-IF.
           IF MSGRCL NOT = 0
               CLOSE RECLAMAFILE
               GO TO PANTALLA344
           END-IF.
           MOVE DNIRCL TO DNIRECL.

           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Gestion de reclamacion"
                LINE 3 COLUMN 29 UNDERLINE.
           DISPLAY "Reclamacion: " RECLAMAID "  Categoria: " CATEGRCL
                LINE 5 COLUMN 12.
           DISPLAY "DNI: " DNIRCL "  Cuenta: " CUENTARCL
                LINE 6 COLUMN 12.
           DISPLAY "Movimiento: " MIDRCL "  Entrada: " ENTRADARCL
                LINE 7 COLUMN 12.
           DISPLAY "Recibida: " FECHARCL "  Plazo: " LIMITERCL
                "  Operador: " OPERRCL
                LINE 8 COLUMN 12.
           DISPLAY "Reasignar a operador: ________"
                LINE 11 COLUMN 12.
           DISPLAY "Resolucion (R a favor, D desestimada): _"
                LINE 13 COLUMN 12.
           DISPLAY "Motivo: "
                LINE 15 COLUMN 12.
           DISPLAY "Importe a abonar: ________E"
                LINE 17 COLUMN 12.
           DISPLAY "En blanco la reclamacion sigue abierta"
                LINE 19 COLUMN 12.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           MOVE SPACES TO OPERNUE.
           MOVE SPACES TO RESOLNUE.
           MOVE SPACES TO TEXTONUE.
           MOVE 0 TO IMPORTENUE.
           ACCEPT OPERNUE LINE 11 COLUMN 34.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               CLOSE RECLAMAFILE
               GO TO PANTALLA340
           END-IF.
           ACCEPT RESOLNUE LINE 13 COLUMN 51.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               CLOSE RECLAMAFILE
               GO TO PANTALLA340
           END-IF.
           ACCEPT TEXTONUE LINE 15 COLUMN 20.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               CLOSE RECLAMAFILE
               GO TO PANTALLA340
           END-IF.
           ACCEPT IMPORTENUE LINE 17 COLUMN 31.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               CLOSE RECLAMAFILE
               GO TO PANTALLA340
           END-IF.
           IF RESOLNUE = "r"
               MOVE "R" TO RESOLNUE
           END-IF.
           IF RESOLNUE = "d"
               MOVE "D" TO RESOLNUE
           END-IF.

           IF OPERNUE NOT = SPACES
               OPEN INPUT OPERADORESFILE
               MOVE OPERNUE TO OPERID
               READ OPERADORESFILE
                    KEY IS OPERID
                    INVALID KEY MOVE 6 TO MSGRCL
               END-READ
               CLOSE OPERADORESFILE
               IF MSGRCL NOT = 0
                   CLOSE RECLAMAFILE
                   GO TO PANTALLA344
               END-IF
           END-IF.
           IF RESOLNUE NOT = SPACES AND RESOLNUE NOT = "R"
                   AND RESOLNUE NOT = "D"
               MOVE 9 TO MSGRCL
           END-IF.
           IF RESOLNUE NOT = SPACES AND TEXTONUE = SPACES
               MOVE 9 TO MSGRCL
           END-IF.
           IF MSGRCL = 0 AND IMPORTENUE > 0 AND RESOLNUE NOT = "R"
               MOVE 10 TO MSGRCL
           END-IF.
           IF MSGRCL NOT = 0
               CLOSE RECLAMAFILE
               GO TO PANTALLA344
           END-IF.
           IF IMPORTENUE > 0 AND ROLACT NOT = "S"
               CLOSE RECLAMAFILE
               GO TO PANTALLA345
           END-IF.

           IF OPERNUE NOT = SPACES
               MOVE OPERNUE TO OPERRCL
           END-IF.
           IF RESOLNUE = SPACES
               REWRITE RECLAMAREC
               CLOSE RECLAMAFILE
               MOVE "Reclamacion reasignada" TO RESULTADOAUD
               GO TO ANOTARAUD
           END-IF.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MOVE RESOLNUE TO ESTADORCL.
           MOVE FECHAACT TO FECHARESRCL.
           MOVE TEXTONUE TO RESOLRCL.
           IF IMPORTENUE = 0
               REWRITE RECLAMAREC
               CLOSE RECLAMAFILE
               IF RESOLNUE = "R"
                   MOVE "Reclamacion resuelta a favor"
                        TO RESULTADOAUD
               ELSE
                   MOVE "Reclamacion desestimada" TO RESULTADOAUD
               END-IF
               GO TO ANOTARAUD
           END-IF.

           *> Abono al cliente: el movimiento queda enlazado con la
           *> reclamacion por su numero en el concepto y en la
           *> propia reclamacion.
           OPEN I-O CUENTASFILE.
           MOVE CUENTARCL TO CUENTA.
           READ CUENTASFILE WITH LOCK
                KEY IS CUENTA
                INVALID KEY MOVE 11 TO MSGRCL
           END-READ.
           IF MSGRCL = 0 AND ESTADOCTA = "C"
               MOVE 11 TO MSGRCL
           END-IF.
           IF MSGRCL NOT = 0
               CLOSE CUENTASFILE
               CLOSE RECLAMAFILE
               GO TO PANTALLA344
           END-IF.
           *> La compensacion se fija en euros; en una cuenta en otra
           *> divisa se abona su contravalor al cambio del dia.
           MOVE "EUR" TO DIVISAORIG.
           MOVE DIVISA TO DIVISADEST.
           MOVE IMPORTENUE TO IMPORTEDEST.
           IF DIVISAORIG NOT = DIVISADEST
               PERFORM BUSCARTASAS
               COMPUTE IMPORTEDEST ROUNDED = IMPORTENUE * TASAORIG
                    / TASADEST
           END-IF.
           ADD IMPORTEDEST TO SALDO GIVING SALDO.
           IF ESTADOCTA = "D"
               MOVE "A" TO ESTADOCTA
           END-IF.
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
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTARCL TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Abono reclamacion " RECLAMAID
                DELIMITED BY SIZE INTO CONCEPTO.
           MOVE IMPORTEDEST TO CANTIDAD.
           MOVE "" TO DESTINO.
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
           CLOSE MOVIMIENTOSFILE.

           MOVE IMPORTENUE TO IMPDEVRCL.
           MOVE MIDACT TO MIDDEVRCL.
           REWRITE RECLAMAREC.
           CLOSE RECLAMAFILE.
           MOVE "Reclamacion resuelta con abono" TO RESULTADOAUD.
           GO TO ANOTARAUD.

       ANOTARAUD.
           OPEN EXTEND AUDITORIA.
           MOVE DNIRECL TO DNIAUD.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Reclamacion" TO ACCIONAUD.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Reclamaciones de clientes"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "Reclamacion " RCLSEL " actualizada correctamente"
                LINE 9 COLUMN 14.
           IF RESULTADOAUD = "Alta de reclamacion"
               DISPLAY "Plazo de respuesta: " FECHAW
                    LINE 11 COLUMN 24
           END-IF.
           IF RESULTADOAUD = "Reclamacion resuelta con abono"
               MOVE IMPORTENUE TO IMPFORMA
               DISPLAY "Abonado " IMPFORMA "E en el movimiento "
                    MIDACT
                    LINE 11 COLUMN 14
               IF DIVISADEST NOT = "EUR"
                   MOVE IMPORTEDEST TO IMPFORMA
                   DISPLAY "Contravalor abonado: " IMPFORMA " "
                        DIVISADEST
                        LINE 12 COLUMN 22
               END-IF
           END-IF.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATOK.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATOK
           END-IF.
           GO TO PANTALLA340.

       PANTALLA344.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Reclamaciones de clientes"
                LINE 3 COLUMN 27 UNDERLINE.
           IF MSGRCL = 1
               DISPLAY "El cliente no existe o esta de baja"
                    LINE 9 COLUMN 21
           END-IF.
           IF MSGRCL = 2
               DISPLAY "La cuenta no existe o el cliente no figura"
                    " en ella"
                    LINE 9 COLUMN 12
           END-IF.
           IF MSGRCL = 3
               DISPLAY "El movimiento no existe o no es de la cuenta"
                    LINE 9 COLUMN 16
           END-IF.
           IF MSGRCL = 4
               DISPLAY "La entrada no existe o no es del cliente"
                    LINE 9 COLUMN 18
           END-IF.
           IF MSGRCL = 5
               DISPLAY "La categoria ha de ser M, T, C u O"
                    LINE 9 COLUMN 22
           END-IF.
           IF MSGRCL = 6
               DISPLAY "El operador asignado no existe"
                    LINE 9 COLUMN 24
           END-IF.
           IF MSGRCL = 7
               DISPLAY "No existe ninguna reclamacion con ese numero"
                    LINE 9 COLUMN 16
           END-IF.
           IF MSGRCL = 8
               DISPLAY "La reclamacion ya esta cerrada"
                    LINE 9 COLUMN 24
           END-IF.
           IF MSGRCL = 9
               DISPLAY "Resolucion R o D con su motivo obligatorio"
                    LINE 9 COLUMN 17
           END-IF.
           IF MSGRCL = 10
               DISPLAY "Solo se abona en reclamaciones resueltas a"
                    " favor"
                    LINE 9 COLUMN 14
           END-IF.
           IF MSGRCL = 11
               DISPLAY "La cuenta no existe o esta cerrada"
                    LINE 9 COLUMN 22
           END-IF.
           MOVE 0 TO MSGRCL.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATKO.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATKO
           END-IF.
           GO TO PANTALLA340.

       PANTALLA345.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Reclamaciones de clientes"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "El abono requiere rol de supervisor"
                LINE 9 COLUMN 21.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATX.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATX
           END-IF.
           GO TO PANTALLA340.

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

       COMPROBARHABIL.
           *> Un dia es habil si no cae en fin de semana ni esta
           *> grabado como festivo en el calendario; el dia 1 del
           *> calendario interno de fechas cae en lunes.
           MOVE "Y" TO HABILW.
           COMPUTE FECHA8 = 20000000 + FECHAW.
           COMPUTE DIASINT = FUNCTION INTEGER-OF-DATE (FECHA8).
           COMPUTE DOWIDX = FUNCTION MOD (DIASINT, 7).
           IF DOWIDX = 6 OR DOWIDX = 0
               MOVE "N" TO HABILW
           END-IF.
           IF HABILW = "Y" AND HAYCALEN = "Y"
               MOVE FECHAW TO FECHACAL
               MOVE "N" TO NOFEST
               READ CALENDARIOFILE
                    KEY IS FECHACAL
                    INVALID KEY MOVE "Y" TO NOFEST
               END-READ
               IF NOFEST = "N" AND TIPODIA = "F"
                   MOVE "N" TO HABILW
               END-IF
           END-IF.

       END PROGRAM MANTRECLAMACIONES.
