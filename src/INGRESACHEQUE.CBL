       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGRESACHEQUE.
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

           SELECT CHQAJENOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPCHQID
           ALTERNATE RECORD KEY IS CUENTADEP WITH DUPLICATES
           FILE STATUS IS FSCJ.

           SELECT CALENDARIOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FECHACAL
           FILE STATUS IS FSCAL.

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

               *> Cheques de otras entidades ingresados en ventanilla;
               *> el importe queda retenido hasta la fecha de
               *> compensacion.
               FD CHQAJENOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CHQAJENOS.DAT".
               01 CHQAJENOSREC.
                 02 DEPCHQID    PIC 9(9).
                 02 CUENTADEP   PIC X(10).
                 02 ENTIDADDEP  PIC 9(4). *> entidad librada
                 02 CTALIBDEP   PIC X(10). *> cuenta librada
                 02 NUMCHQDEP   PIC 9(7).
                 02 IMPORTEDEP  PIC 9(7)V99.
                 02 FECHADEP    PIC 9(6). *> AAMMDD ingreso
                 02 FECHACOMP   PIC 9(6). *> AAMMDD disponible
                 02 MIDDEP      PIC 9(9). *> movimiento de abono
                 02 ESTADODEP   PIC X(1). *> P pendiente de envio,
                                          *> E enviado, L compensado,
                                          *> D devuelto
                 02 FECHADEVDEP PIC 9(6). *> AAMMDD devolucion
                 02 OFICINADEP  PIC X(4).
                 02 OPERDEP     PIC X(8).

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
           77 FSCJ      PIC XX.
           77 FSCAL     PIC XX.
           77 FSNI      PIC XX.
           77 FSAD      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 MSGCHQ    PIC 9 VALUE 0.
           77 NOCTA     PIC 9.
           77 EOFCJ     PIC X.
           77 CUENTASEL PIC X(10).
           77 ENTIDADSEL PIC 9(4).
           77 CTALIBSEL PIC X(10).
           77 NUMCHQSEL PIC 9(7).
           77 IMPORTESEL PIC 9(7)V99.
           77 MIDACT    PIC 9(9).
           77 DEPACT    PIC 9(9).
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
           77 OFICINAACT PIC X(4).
           77 FECHAACT  PIC 9(6).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9999999999.
           77 HORAACT   PIC 9(8).
           77 FECHACOMPACT PIC 9(6).
           77 FECHAINT  PIC 9(6).
           77 FECHAFORMA PIC 99/99/99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 HAYCALEN  PIC X VALUE "N".
           77 FECHAW    PIC 9(6).
           77 HABILW    PIC X.
           77 NOFEST    PIC X.
           77 DOWIDX    PIC 9.
           77 FECHA8    PIC 9(8).
           77 DIASINT   PIC 9(9).
           77 NUMHABILES PIC 9.
           *> Dias habiles que tarda la camara en dar por bueno un
           *> cheque de otra entidad.
           77 DIASCOMP  PIC 9 VALUE 2.
       01 APUNTEDIARIO.
         02 FICHLNK  PIC X(1).
         02 OPERLNK  PIC X(1).
         02 DATOSLNK PIC X(130).

       PROCEDURE DIVISION.
       IDENTIFICAR.
           *> El cajero toma en ventanilla el cheque de otra entidad;
           *> se abona en el acto pero queda retenido hasta que la
           *> camara de compensacion lo da por bueno.
           CALL "IDENTIFICAOPERADOR" USING OPERACT, ROLACT, EXITOOP.
           CANCEL "IDENTIFICAOPERADOR".
           IF EXITOOP NOT = "Y"
               EXIT PROGRAM
           END-IF.
           *> Oficina a la que pertenece este terminal.
           CALL "LEEROFICINA" USING OFICINAACT.
           CANCEL "LEEROFICINA".
       PANTALLA300.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Ingreso de cheque de otra entidad"
                LINE 3 COLUMN 23 UNDERLINE.
           DISPLAY "Cuenta de abono:    __________"
                LINE 7 COLUMN 15.
           DISPLAY "Entidad librada:    ____"
                LINE 9 COLUMN 15.
           DISPLAY "Cuenta librada:     __________"
                LINE 10 COLUMN 15.
           DISPLAY "Numero de cheque:   _______"
                LINE 11 COLUMN 15.
           DISPLAY "Importe:            __________E"
                LINE 13 COLUMN 15.
           DISPLAY "Enter - Continuar    F1 - Salir"
                LINE 22 COLUMN 20.
           ACCEPT CUENTASEL LINE 7 COLUMN 35.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           ACCEPT ENTIDADSEL LINE 9 COLUMN 35.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           ACCEPT CTALIBSEL LINE 10 COLUMN 35.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           ACCEPT NUMCHQSEL LINE 11 COLUMN 35.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           ACCEPT IMPORTESEL LINE 13 COLUMN 35.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.

           *> La cuenta debe existir, estar abierta y llevarse en
           *> euros, que es la moneda de la camara.
           MOVE 0 TO NOCTA.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTASEL TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           CLOSE CUENTASFILE.
           IF NOCTA = 1
               MOVE 1 TO MSGCHQ
               GO TO PANTALLA309
           END-IF.
           IF ESTADOCTA = "C"
               MOVE 2 TO MSGCHQ
               GO TO PANTALLA309
           END-IF.
           IF DIVISA NOT = "EUR"
               MOVE 3 TO MSGCHQ
               GO TO PANTALLA309
           END-IF.
           IF ENTIDADSEL = 0 OR NUMCHQSEL = 0 OR CTALIBSEL = SPACES
               MOVE 4 TO MSGCHQ
               GO TO PANTALLA309
           END-IF.
           IF IMPORTESEL = 0
               MOVE 5 TO MSGCHQ
               GO TO PANTALLA309
           END-IF.
           PERFORM BUSCARREPETIDO THRU FINREPETIDO.
           IF MSGCHQ = 6
               GO TO PANTALLA309
           END-IF.

           *> El importe esta disponible pasados DIASCOMP dias
           *> habiles desde el ingreso.
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
           IF NUMHABILES < DIASCOMP
               GO TO SIGDIA
           END-IF.
           IF HAYCALEN = "Y"
               CLOSE CALENDARIOFILE
           END-IF.
           MOVE FECHAW TO FECHACOMPACT.
           MOVE FECHACOMPACT(5:2) TO FECHAINT(1:2).
           MOVE FECHACOMPACT(3:2) TO FECHAINT(3:2).
           MOVE FECHACOMPACT(1:2) TO FECHAINT(5:2).
           MOVE FECHAINT TO FECHAFORMA.

       PANTALLA301.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Ingreso de cheque de otra entidad"
                LINE 3 COLUMN 23 UNDERLINE.
           DISPLAY "Cuenta de abono: " CUENTASEL
                LINE 7 COLUMN 15.
           DISPLAY "Cheque " NUMCHQSEL " de la entidad " ENTIDADSEL
                LINE 9 COLUMN 15.
           DISPLAY "librado contra la cuenta " CTALIBSEL
                LINE 10 COLUMN 15.
           MOVE IMPORTESEL TO SALDOFORMA.
           DISPLAY "Importe: " SALDOFORMA "E"
                LINE 12 COLUMN 15.
           DISPLAY "Disponible a partir del " FECHAFORMA
                LINE 14 COLUMN 15.
           DISPLAY "Enter - Confirmar    F1 - Cancelar"
                LINE 22 COLUMN 20.
       REPEATCONF.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA300
           END-IF.
           IF ESCAP <> 13
               GO TO REPEATCONF
           END-IF.

           *> Abono en la cuenta con fecha valor de compensacion.
           OPEN I-O CUENTASFILE.
           MOVE CUENTASEL TO CUENTA.
           READ CUENTASFILE WITH LOCK
                KEY IS CUENTA
           END-READ.
           ADD IMPORTESEL TO SALDO GIVING SALDO.
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

           *> Obtenemos el siguiente MID del fichero de control en
           *> lugar de recorrer todo MOVIMIENTOSFILE buscando el alto.
           OPEN I-O NEXTIDFILE.
           MOVE "MID" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO MIDACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           MOVE "CHQAJENO" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO DEPACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.

           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           OPEN I-O MOVIMIENTOSFILE.
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTASEL TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Ingreso cheque " NUMCHQSEL " entidad " ENTIDADSEL
                DELIMITED BY SIZE INTO CONCEPTO.
           MOVE IMPORTESEL TO CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE OFICINAACT TO OFICINAMOV.
           MOVE FECHACOMPACT TO FECHAVALOR.
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

           *> El cheque queda pendiente de enviar a la camara en el
           *> cierre del dia.
           OPEN I-O CHQAJENOSFILE.
           MOVE DEPACT TO DEPCHQID.
           MOVE CUENTASEL TO CUENTADEP.
           MOVE ENTIDADSEL TO ENTIDADDEP.
           MOVE CTALIBSEL TO CTALIBDEP.
           MOVE NUMCHQSEL TO NUMCHQDEP.
           MOVE IMPORTESEL TO IMPORTEDEP.
           MOVE FECHAACT TO FECHADEP.
           MOVE FECHACOMPACT TO FECHACOMP.
           MOVE MIDACT TO MIDDEP.
           MOVE "P" TO ESTADODEP.
           MOVE 0 TO FECHADEVDEP.
           MOVE OFICINAACT TO OFICINADEP.
           MOVE OPERACT TO OPERDEP.
           WRITE CHQAJENOSREC.
           CLOSE CHQAJENOSFILE.

           *> Queda constancia en auditoria de quien tomo el cheque.
           OPEN EXTEND AUDITORIA.
           MOVE DNITIT TO DNIAUD.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Ingreso cheque ajeno" TO ACCIONAUD.
           MOVE SPACES TO RESULTADOAUD.
           STRING "Cheque " NUMCHQSEL " abonado en " CUENTASEL
                DELIMITED BY SIZE INTO RESULTADOAUD.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.

       PANTALLA302.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Ingreso de cheque de otra entidad"
                LINE 3 COLUMN 23 UNDERLINE.
           MOVE IMPORTESEL TO SALDOFORMA.
           DISPLAY "Abonados " SALDOFORMA "E en la cuenta " CUENTASEL
                LINE 8 COLUMN 12.
           DISPLAY "Importe retenido hasta el " FECHAFORMA
                LINE 10 COLUMN 12.
           DISPLAY "Referencia del ingreso: " DEPACT
                LINE 12 COLUMN 12.
           DISPLAY "Enter - Aceptar"
                LINE 18 COLUMN 25.
       REPEATOK.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATOK
           END-IF.
           GO TO PANTALLA300.

       PANTALLA309.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Ingreso de cheque de otra entidad"
                LINE 3 COLUMN 23 UNDERLINE.
           IF MSGCHQ = 1
               DISPLAY "No existe ninguna cuenta con ese numero"
                    LINE 9 COLUMN 18
           END-IF.
           IF MSGCHQ = 2
               DISPLAY "La cuenta esta cerrada"
                    LINE 9 COLUMN 26
           END-IF.
           IF MSGCHQ = 3
               DISPLAY "Solo se admiten cheques en cuentas en euros"
                    LINE 9 COLUMN 16
           END-IF.
           IF MSGCHQ = 4
               DISPLAY "Faltan los datos del cheque o del librado"
                    LINE 9 COLUMN 17
           END-IF.
           IF MSGCHQ = 5
               DISPLAY "El importe del cheque no puede ser cero"
                    LINE 9 COLUMN 18
           END-IF.
           IF MSGCHQ = 6
               DISPLAY "Ese cheque ya esta ingresado en la cuenta"
                    LINE 9 COLUMN 17
           END-IF.
           MOVE 0 TO MSGCHQ.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATKO.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATKO
           END-IF.
           GO TO PANTALLA300.

       BUSCARREPETIDO.
           *> Un mismo cheque no puede abonarse dos veces salvo que
           *> el primer ingreso se devolviera.
           OPEN INPUT CHQAJENOSFILE.
           IF FSCJ NOT = "00"
               GO TO FINREPETIDO
           END-IF.
           MOVE "N" TO EOFCJ.
           MOVE CUENTASEL TO CUENTADEP.
           START CHQAJENOSFILE
                KEY = CUENTADEP
                INVALID KEY MOVE "Y" TO EOFCJ
           END-START.
       LEERREPETIDO.
           IF EOFCJ = "Y"
               GO TO CERRARREPETIDO
           END-IF.
           READ CHQAJENOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFCJ
           END-READ.
           IF EOFCJ = "Y" OR CUENTADEP NOT = CUENTASEL
               GO TO CERRARREPETIDO
           END-IF.
           IF ENTIDADDEP = ENTIDADSEL AND CTALIBDEP = CTALIBSEL
                   AND NUMCHQDEP = NUMCHQSEL AND ESTADODEP NOT = "D"
               MOVE 6 TO MSGCHQ
               GO TO CERRARREPETIDO
           END-IF.
           GO TO LEERREPETIDO.
       CERRARREPETIDO.
           CLOSE CHQAJENOSFILE.
       FINREPETIDO.
           EXIT.

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

       END PROGRAM INGRESACHEQUE.
