       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMEAUDITORIA.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSAD.

           SELECT OPERADORESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPERID
           FILE STATUS IS FSOP.

           SELECT TITULARESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TITKEY
           ALTERNATE RECORD KEY IS DNITITU WITH DUPLICATES
           FILE STATUS IS FSTI.

           SELECT CALENDARIOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FECHACAL
           FILE STATUS IS FSCAL.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           FILE STATUS IS FSMF.

           SELECT INFORMEFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSIN.

           SELECT SORTFILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

               FD AUDITORIA
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDITORIA.DAT".
               01 AUDITORIAREC.
                 02 DNIAUD       PIC X(9).
                 02 FECHAUD      PIC 9999999999. *> AAMMDDHHMM
                 02 ACCIONAUD    PIC X(20).
                 02 RESULTADOAUD PIC X(40).
                 02 OPERAUD      PIC X(8). *> operador actuante

               FD OPERADORESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "OPERADORES.DAT".
               01 OPERADORESREC.
                 02 OPERID    PIC X(8).
                 02 NOMBREOP  PIC X(40).
                 02 CLAVEOPER PIC X(15).
                 02 ROLOP     PIC X(1). *> T ventanilla, S supervisor
                 02 BLOQUEADOOP PIC X(1). *> Y o N
                 02 INTFALLOP PIC 9.
                 02 OFICINAOP PIC X(4). *> oficina de destino
                 02 FECHACLAVE PIC 9(6). *> AAMMDD ultimo cambio,
                                          *> 0 = cambio forzoso
                 02 HISTCLAVE1 PIC X(15). *> resumenes anteriores
                 02 HISTCLAVE2 PIC X(15).
                 02 HISTCLAVE3 PIC X(15).
                 02 DNIOPER   PIC X(9). *> DNI del empleado, para
                                        *> detectar operaciones
                                        *> sobre cuentas propias

               FD TITULARESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TITULARES.DAT".
               01 TITULARESREC.
                 02 TITKEY.
                   03 CUENTATIT PIC X(10).
                   03 DNITITU   PIC X(9).
                 02 ROLTIT PIC X(1). *> T titular, A autorizado

               FD CALENDARIOFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CALENDARIO.DAT".
               01 CALENDARIOREC.
                 02 FECHACAL PIC 9(6). *> AAMMDD
                 02 TIPODIA  PIC X(1). *> F festivo
                 02 MOTIVOCAL PIC X(30).

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

               *> Informe de excepciones de operadores, AUDOPER.Daammdd
               *> el diario y AUDOPER.Maamm el mensual: solo salen los
               *> operadores con alguna excepcion en el periodo.
               FD INFORMEFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMINF.
               01 INFORMEREC PIC X(80).

               SD SORTFILE.
               01 SORTREC.
                 02 OPER-S      PIC X(8).
                 02 FECHA-S     PIC 9(10).
                 02 DNI-S       PIC X(9).
                 02 ACCION-S    PIC X(20).
                 02 RESULTADO-S PIC X(40).

       WORKING-STORAGE SECTION.
           77 FSAD        PIC XX.
           77 FSOP        PIC XX.
           77 FSTI        PIC XX.
           77 FSCAL       PIC XX.
           77 FSMF        PIC XX.
           77 FSIN        PIC XX.
           77 EOFAUD      PIC X VALUE "N".
           77 EOFMOV      PIC X VALUE "N".
           77 EOFSORT     PIC X VALUE "N".
           77 HAYOPE      PIC X VALUE "N".
           77 HAYTIT      PIC X VALUE "N".
           77 HAYCALEN    PIC X VALUE "N".
           77 NOMINF      PIC X(15).
           77 FECHAACT    PIC 9(6).
           77 PERIODO     PIC X(1).
           *> Umbrales de la revision.
           77 HORAINI     PIC 9(4) VALUE 0800.
           77 HORAFIN     PIC 9(4) VALUE 1800.
           77 UMBRALCARGO PIC 9(7)V99 VALUE 3000.00.
           77 MINREPET    PIC 999 VALUE 3.
           77 MINFALLOS   PIC 9 VALUE 3.
           77 VENTANAMIN  PIC 9(4) VALUE 60.
           77 PRIMERA     PIC X VALUE "Y".
           77 OPERANT     PIC X(8) VALUE SPACES.
           77 NOMBREOPACT PIC X(40).
           77 DNIOPACT    PIC X(9).
           77 CABOPER     PIC X VALUE "N".
           77 MOTIVOTXT   PIC X(60).
           77 FECHAW      PIC 9(6).
           77 FECHAWANT   PIC 9(6) VALUE 0.
           77 HABILW      PIC X.
           77 HABILANT    PIC X.
           77 NOFEST      PIC X.
           77 FECHA8      PIC 9(8).
           77 DIASINT     PIC 9(9).
           77 DOWIDX      PIC 9.
           77 HORAW       PIC 9(4).
           77 HORASW      PIC 99.
           77 MINSW       PIC 99.
           77 MINUTOSW    PIC 9(11).
           77 SENSIBLE    PIC X.
           77 PARTE1      PIC X(40).
           77 PARTE2      PIC X(40).
           77 CUENTAEXT   PIC X(10).
           77 CAJEROEXT   PIC X(8).
           77 ESTITULAR   PIC X.
           77 ESAMPLIA    PIC X.
           77 NUMFALLOS   PIC 9(5).
           77 FALLOANT1   PIC 9(11).
           77 FALLOANT2   PIC 9(11).
           77 ENRAFAGA    PIC X.
           77 IMPCARGO    PIC 9(7)V99.
           77 TIPOBUS     PIC X(1).
           77 CLAVEBUS    PIC X(10).
           77 NUMAUT      PIC 999 VALUE 0.
           77 IDXAUT      PIC 999.
           77 NUMAMP      PIC 999 VALUE 0.
           77 IDXAMP      PIC 999.
           77 NUMREG      PIC 9(7) VALUE 0.
           77 NUMOPER     PIC 9(5) VALUE 0.
           77 NUMOPEX     PIC 9(5) VALUE 0.
           77 NUMR1       PIC 9(5) VALUE 0.
           77 NUMR2       PIC 9(5) VALUE 0.
           77 NUMR3       PIC 9(5) VALUE 0.
           77 NUMR4       PIC 9(5) VALUE 0.
           77 NUMR5       PIC 9(5) VALUE 0.
           77 NUMR6       PIC 9(5) VALUE 0.
           77 VECESFORMA  PIC ZZ9.
           77 IMPFORMA    PIC Z,ZZZ,ZZ9.99.
           77 TOTFORMA    PIC ZZZZ9.
           01 LINEAINF    PIC X(80).

       *> Autorizaciones concedidas por el supervisor en curso, por
       *> cuenta (C) y por cajero que las pidio (J).
       01 AUTTABLA.
         02 AUTTAB OCCURS 100 TIMES.
           03 TIPOAUT    PIC X(1).
           03 CLAVEAUT   PIC X(10).
           03 VECESAUT   PIC 999.

       *> Ampliaciones de limite o descubierto del periodo y el mayor
       *> cargo que siguio en la cuenta el mismo dia.
       01 AMPTABLA.
         02 AMPTAB OCCURS 500 TIMES.
           03 CTAAMP     PIC X(10).
           03 FECAMP     PIC 9(10).
           03 CARGOAMP   PIC 9(7)V99.
           03 MIDAMP     PIC 9(9).

       LINKAGE SECTION.
           01 PERIODOLNK PIC X(1). *> D diario, M mensual

       PROCEDURE DIVISION USING PERIODOLNK.
       MAIN-PARA.
           DISPLAY "INFORMEAUDITORIA - Excepciones de operadores".
           DISPLAY "============================================".
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MOVE PERIODOLNK TO PERIODO.
           IF PERIODO NOT = "M"
               MOVE "D" TO PERIODO
           END-IF.
           MOVE SPACES TO NOMINF.
           IF PERIODO = "M"
               STRING "AUDOPER.M" FECHAACT(1:4)
                    DELIMITED BY SIZE INTO NOMINF
           ELSE
               STRING "AUDOPER.D" FECHAACT
                    DELIMITED BY SIZE INTO NOMINF
           END-IF.
           DISPLAY "Periodo " PERIODO " " FECHAACT " sobre " NOMINF.

           OPEN OUTPUT INFORMEFILE.
           IF FSIN NOT = "00"
               DISPLAY "No puede abrirse " NOMINF ". Codigo: " FSIN
               GO TO FINPROG
           END-IF.
           MOVE SPACES TO LINEAINF.
           IF PERIODO = "M"
               STRING "EXCEPCIONES DE OPERADORES  MES " FECHAACT(3:2)
                    "/" FECHAACT(1:2) DELIMITED BY SIZE INTO LINEAINF
           ELSE
               STRING "EXCEPCIONES DE OPERADORES  DIA " FECHAACT(5:2)
                    "/" FECHAACT(3:2) "/" FECHAACT(1:2)
                    DELIMITED BY SIZE INTO LINEAINF
           END-IF.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEAINF.
           PERFORM ESCRIBIRLIN.

           OPEN INPUT AUDITORIA.
           IF FSAD NOT = "00"
               DISPLAY "No hay AUDITORIA.DAT: nada que revisar"
               MOVE "Sin registro de auditoria" TO LINEAINF
               PERFORM ESCRIBIRLIN
               CLOSE INFORMEFILE
               GO TO FINPROG
           END-IF.
           OPEN INPUT OPERADORESFILE.
           IF FSOP = "00"
               MOVE "Y" TO HAYOPE
           END-IF.
           OPEN INPUT TITULARESFILE.
           IF FSTI = "00"
               MOVE "Y" TO HAYTIT
           END-IF.
           OPEN INPUT CALENDARIOFILE.
           IF FSCAL = "00"
               MOVE "Y" TO HAYCALEN
           END-IF.

           SORT SORTFILE
               ON ASCENDING KEY OPER-S FECHA-S
               INPUT PROCEDURE IS SELECCIONAR THRU SELECCIONAR-FIN
               OUTPUT PROCEDURE IS REVISAR THRU REVISAR-FIN.

           CLOSE AUDITORIA.
           IF HAYOPE = "Y"
               CLOSE OPERADORESFILE
           END-IF.
           IF HAYTIT = "Y"
               CLOSE TITULARESFILE
           END-IF.
           IF HAYCALEN = "Y"
               CLOSE CALENDARIOFILE
           END-IF.

           MOVE SPACES TO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE "RESUMEN DE EXCEPCIONES" TO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE NUMR1 TO TOTFORMA.
           MOVE SPACES TO LINEAINF.
           STRING "Fuera de horario o dia inhabil:    " TOTFORMA
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE NUMR2 TO TOTFORMA.
           MOVE SPACES TO LINEAINF.
           STRING "Sobre cuentas propias:             " TOTFORMA
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE NUMR3 TO TOTFORMA.
           MOVE SPACES TO LINEAINF.
           STRING "Autorizaciones repetidas:          " TOTFORMA
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE NUMR4 TO TOTFORMA.
           MOVE SPACES TO LINEAINF.
           STRING "Rafagas de accesos fallidos:       " TOTFORMA
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE NUMR5 TO TOTFORMA.
           MOVE SPACES TO LINEAINF.
           STRING "Ampliacion seguida de cargo alto:  " TOTFORMA
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE NUMR6 TO TOTFORMA.
           MOVE SPACES TO LINEAINF.
           STRING "Operadores sin DNI de empleado:    " TOTFORMA
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           CLOSE INFORMEFILE.

           DISPLAY "----------------------------------------".
           DISPLAY "Registros de auditoria revisados: " NUMREG.
           DISPLAY "Operadores con actividad:         " NUMOPER.
           DISPLAY "Operadores con excepciones:       " NUMOPEX.
           DISPLAY "Fuera de horario o dia inhabil:   " NUMR1.
           DISPLAY "Sobre cuentas propias:            " NUMR2.
           DISPLAY "Autorizaciones repetidas:         " NUMR3.
           DISPLAY "Rafagas de accesos fallidos:      " NUMR4.
           DISPLAY "Ampliacion seguida de cargo alto: " NUMR5.
           DISPLAY "Operadores sin DNI de empleado:   " NUMR6.
           GO TO FINPROG.

       SELECCIONAR.
       LEERAUD.
           READ AUDITORIA NEXT RECORD
                AT END MOVE "Y" TO EOFAUD
           END-READ.
           IF EOFAUD = "Y"
               GO TO FINAUD
           END-IF.
           *> Las acciones del propio cliente no llevan operador.
           IF OPERAUD = SPACES
               GO TO LEERAUD
           END-IF.
           IF PERIODO = "M"
               IF FECHAUD(1:4) NOT = FECHAACT(1:4)
                   GO TO LEERAUD
               END-IF
           ELSE
               IF FECHAUD(1:6) NOT = FECHAACT
                   GO TO LEERAUD
               END-IF
           END-IF.
           MOVE OPERAUD TO OPER-S.
           MOVE FECHAUD TO FECHA-S.
           MOVE DNIAUD TO DNI-S.
           MOVE ACCIONAUD TO ACCION-S.
           MOVE RESULTADOAUD TO RESULTADO-S.
           PERFORM COMPROBARAMPLIA.
           IF ESAMPLIA = "Y"
               PERFORM ANOTARAMPLIA
           END-IF.
           RELEASE SORTREC.
           GO TO LEERAUD.
       FINAUD.
           IF NUMAMP > 0
               PERFORM BUSCARCARGOS THRU FINBUSCARCARGOS
           END-IF.
       SELECCIONAR-FIN.
           EXIT.

       COMPROBARAMPLIA.
           *> Los textos de auditoria de MANTDESCUBIERTO y MANTLIMITES
           *> distinguen las ampliaciones de las reducciones.
           MOVE "N" TO ESAMPLIA.
           IF RESULTADO-S(1:7) = "Cuenta "
               IF RESULTADO-S(18:16) = " limite ampliado"
                       OR RESULTADO-S(18:18) = " limites ampliados"
                   MOVE "Y" TO ESAMPLIA
               END-IF
           END-IF.

       ANOTARAMPLIA.
           IF NUMAMP >= 500
               DISPLAY "AVISO: tabla de ampliaciones llena, revise la"
                    " cuenta " RESULTADO-S(8:10) " a mano"
           ELSE
               ADD 1 TO NUMAMP GIVING NUMAMP
               MOVE RESULTADO-S(8:10) TO CTAAMP(NUMAMP)
               MOVE FECHA-S TO FECAMP(NUMAMP)
               MOVE 0 TO CARGOAMP(NUMAMP)
               MOVE 0 TO MIDAMP(NUMAMP)
           END-IF.

       BUSCARCARGOS.
           *> Cargos altos en la cuenta ampliada, el mismo dia y a
           *> partir de la hora de la ampliacion.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF NOT = "00"
               GO TO FINBUSCARCARGOS
           END-IF.
       LEERCARGO.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFMOV
           END-READ.
           IF EOFMOV = "Y"
               GO TO CERRARCARGOS
           END-IF.
           IF CANTIDAD NOT < 0
               GO TO LEERCARGO
           END-IF.
           COMPUTE IMPCARGO = 0 - CANTIDAD.
           IF IMPCARGO < UMBRALCARGO
               GO TO LEERCARGO
           END-IF.
           MOVE 1 TO IDXAMP.
       CRUZARCARGO.
           IF IDXAMP > NUMAMP
               GO TO LEERCARGO
           END-IF.
           IF CTAAMP(IDXAMP) = CUENTAMOV
                   AND FECAMP(IDXAMP)(1:6) = FECHORA(1:6)
                   AND FECHORA NOT < FECAMP(IDXAMP)
                   AND IMPCARGO > CARGOAMP(IDXAMP)
               MOVE IMPCARGO TO CARGOAMP(IDXAMP)
               MOVE MID TO MIDAMP(IDXAMP)
           END-IF.
           ADD 1 TO IDXAMP GIVING IDXAMP.
           GO TO CRUZARCARGO.
       CERRARCARGOS.
           CLOSE MOVIMIENTOSFILE.
       FINBUSCARCARGOS.
           EXIT.

       REVISAR.
           MOVE "N" TO EOFSORT.
       REVISAR-LOOP.
           RETURN SORTFILE
               AT END MOVE "Y" TO EOFSORT
           END-RETURN.
           IF EOFSORT = "Y"
               GO TO REVISAR-ULT
           END-IF.
           IF PRIMERA = "N" AND OPER-S = OPERANT
               GO TO REVISARREG
           END-IF.
           IF PRIMERA = "N"
               PERFORM CERRAROPER THRU FINCERRAROPER
           END-IF.
           MOVE "N" TO PRIMERA.
           PERFORM INICIAROPER.
       REVISARREG.
           ADD 1 TO NUMREG GIVING NUMREG.
           PERFORM REGLAHORARIO THRU FINREGLAHORARIO.
           PERFORM REGLATITULAR THRU FINREGLATITULAR.
           PERFORM REGLAAUTORIZ THRU FINREGLAAUTORIZ.
           PERFORM REGLAACCESO THRU FINREGLAACCESO.
           PERFORM REGLAAMPLIA THRU FINREGLAAMPLIA.
           GO TO REVISAR-LOOP.
       REVISAR-ULT.
           IF PRIMERA = "N"
               PERFORM CERRAROPER THRU FINCERRAROPER
           END-IF.
       REVISAR-FIN.
           EXIT.

       INICIAROPER.
           ADD 1 TO NUMOPER GIVING NUMOPER.
           MOVE OPER-S TO OPERANT.
           MOVE "N" TO CABOPER.
           MOVE 0 TO NUMAUT.
           MOVE 0 TO NUMFALLOS.
           MOVE 0 TO FALLOANT1.
           MOVE 0 TO FALLOANT2.
           MOVE "N" TO ENRAFAGA.
           MOVE "(no esta en el maestro)" TO NOMBREOPACT.
           MOVE SPACES TO DNIOPACT.
           IF HAYOPE = "Y"
               MOVE OPER-S TO OPERID
               READ OPERADORESFILE
                    KEY IS OPERID
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE NOMBREOP TO NOMBREOPACT
                        MOVE DNIOPER TO DNIOPACT
               END-READ
           END-IF.

       CERRAROPER.
           *> Sin DNI en el maestro no puede vigilarse si el operador
           *> actua sobre sus propias cuentas: se senala una vez.
           IF DNIOPACT = SPACES
               ADD 1 TO NUMR6 GIVING NUMR6
               PERFORM CABECERAOPER
               MOVE SPACES TO LINEAINF
               STRING "  Sin DNI de empleado en el maestro: no se "
                    "revisan sus cuentas propias"
                    DELIMITED BY SIZE INTO LINEAINF
               PERFORM ESCRIBIRLIN
           END-IF.
           *> Autorizaciones del supervisor que se repiten para una
           *> misma cuenta o para un mismo cajero.
           MOVE 1 TO IDXAUT.
       CERRAROPER-LOOP.
           IF IDXAUT > NUMAUT
               GO TO FINCERRAROPER
           END-IF.
           IF VECESAUT(IDXAUT) >= MINREPET
               ADD 1 TO NUMR3 GIVING NUMR3
               MOVE VECESAUT(IDXAUT) TO VECESFORMA
               PERFORM CABECERAOPER
               MOVE SPACES TO LINEAINF
               IF TIPOAUT(IDXAUT) = "C"
                   STRING "  Autorizaciones repetidas en la cuenta "
                        CLAVEAUT(IDXAUT) ": " VECESFORMA " veces"
                        DELIMITED BY SIZE INTO LINEAINF
               ELSE
                   STRING "  Autorizaciones repetidas al cajero "
                        CLAVEAUT(IDXAUT)(1:8) ": " VECESFORMA " veces"
                        DELIMITED BY SIZE INTO LINEAINF
               END-IF
               PERFORM ESCRIBIRLIN
           END-IF.
           ADD 1 TO IDXAUT GIVING IDXAUT.
           GO TO CERRAROPER-LOOP.
       FINCERRAROPER.
           EXIT.

       REGLAHORARIO.
           *> Acciones sensibles fuera del horario de oficina o en
           *> sabado, domingo o festivo.
           MOVE "Y" TO SENSIBLE.
           IF ACCION-S = "Contacto de recobro"
                   OR ACCION-S = "Promesa de pago"
                   OR ACCION-S = "Sesion de caja"
                   OR ACCION-S = "Cambio de clave"
               MOVE "N" TO SENSIBLE
           END-IF.
           IF SENSIBLE = "N"
               GO TO FINREGLAHORARIO
           END-IF.
           MOVE FECHA-S(1:6) TO FECHAW.
           IF FECHAW NOT = FECHAWANT
               PERFORM COMPROBARHABIL
               MOVE FECHAW TO FECHAWANT
               MOVE HABILW TO HABILANT
           END-IF.
           MOVE FECHA-S(7:4) TO HORAW.
           IF HABILANT = "N"
               MOVE "Accion sensible en dia inhabil" TO MOTIVOTXT
           ELSE
               IF HORAW < HORAINI OR HORAW > HORAFIN
                   MOVE "Accion sensible fuera de horario" TO MOTIVOTXT
               ELSE
                   GO TO FINREGLAHORARIO
               END-IF
           END-IF.
           ADD 1 TO NUMR1 GIVING NUMR1.
           PERFORM ANOTAREXC.
       FINREGLAHORARIO.
           EXIT.

       REGLATITULAR.
           *> Operaciones sobre cuentas de las que el propio operador
           *> es titular o autorizado, o sobre su propia ficha. Sin
           *> DNI no hay con que cruzar; CERRAROPER lo senala.
           IF DNIOPACT = SPACES OR ACCION-S = "Acceso de operador"
               GO TO FINREGLATITULAR
           END-IF.
           PERFORM EXTRAERCUENTA.
           MOVE "N" TO ESTITULAR.
           IF DNI-S = DNIOPACT
               MOVE "Y" TO ESTITULAR
           END-IF.
           IF ESTITULAR = "N" AND CUENTAEXT NOT = SPACES
                   AND HAYTIT = "Y"
               MOVE CUENTAEXT TO CUENTATIT
               MOVE DNIOPACT TO DNITITU
               MOVE "Y" TO ESTITULAR
               READ TITULARESFILE
                    KEY IS TITKEY
                    INVALID KEY MOVE "N" TO ESTITULAR
               END-READ
           END-IF.
           IF ESTITULAR = "N"
               GO TO FINREGLATITULAR
           END-IF.
           MOVE "Operacion sobre cuenta o ficha propia" TO MOTIVOTXT.
           ADD 1 TO NUMR2 GIVING NUMR2.
           PERFORM ANOTAREXC.
       FINREGLATITULAR.
           EXIT.

       EXTRAERCUENTA.
           *> La cuenta viene en el texto del resultado tras uno de
           *> los literales con que la graban los programas.
           MOVE SPACES TO PARTE1.
           MOVE SPACES TO PARTE2.
           MOVE SPACES TO CUENTAEXT.
           UNSTRING RESULTADO-S DELIMITED BY "limite en "
                OR "s/limite " OR "en cuenta " OR "abonado en "
                OR "Cuenta "
                INTO PARTE1 PARTE2
           END-UNSTRING.
           MOVE PARTE2(1:10) TO CUENTAEXT.

       REGLAAUTORIZ.
           IF ACCION-S NOT = "Autorizacion limite"
               GO TO FINREGLAAUTORIZ
           END-IF.
           PERFORM EXTRAERCUENTA.
           IF CUENTAEXT NOT = SPACES
               MOVE "C" TO TIPOBUS
               MOVE CUENTAEXT TO CLAVEBUS
               PERFORM CONTARAUT THRU FINCONTARAUT
           END-IF.
           *> Solo los reintegros en ventanilla identifican al cajero
           *> que pidio la autorizacion.
           IF RESULTADO-S(1:19) = "Reintegro s/limite "
               MOVE RESULTADO-S(31:8) TO CAJEROEXT
               IF CAJEROEXT NOT = SPACES
                   MOVE "J" TO TIPOBUS
                   MOVE SPACES TO CLAVEBUS
                   MOVE CAJEROEXT TO CLAVEBUS
                   PERFORM CONTARAUT THRU FINCONTARAUT
               END-IF
           END-IF.
       FINREGLAAUTORIZ.
           EXIT.

       CONTARAUT.
           MOVE 1 TO IDXAUT.
       CONTARAUT-LOOP.
           IF IDXAUT <= NUMAUT
               IF TIPOAUT(IDXAUT) = TIPOBUS
                       AND CLAVEAUT(IDXAUT) = CLAVEBUS
                   GO TO SUMARAUT
               END-IF
               ADD 1 TO IDXAUT GIVING IDXAUT
               GO TO CONTARAUT-LOOP
           END-IF.
           IF NUMAUT >= 100
               DISPLAY "AVISO: tabla de autorizaciones llena para el"
                    " operador " OPER-S
               GO TO FINCONTARAUT
           END-IF.
           ADD 1 TO NUMAUT GIVING NUMAUT.
           MOVE NUMAUT TO IDXAUT.
           MOVE TIPOBUS TO TIPOAUT(IDXAUT).
           MOVE CLAVEBUS TO CLAVEAUT(IDXAUT).
           MOVE 0 TO VECESAUT(IDXAUT).
       SUMARAUT.
           ADD 1 TO VECESAUT(IDXAUT) GIVING VECESAUT(IDXAUT).
       FINCONTARAUT.
           EXIT.

       REGLAACCESO.
           *> Accesos fallidos: cualquier bloqueo se senala, y tambien
           *> MINFALLOS fallos seguidos dentro de VENTANAMIN minutos.
           IF ACCION-S NOT = "Acceso de operador"
               GO TO FINREGLAACCESO
           END-IF.
           IF RESULTADO-S = "Operador bloqueado por intentos"
               MOVE "Operador bloqueado por intentos fallidos"
                    TO MOTIVOTXT
               ADD 1 TO NUMR4 GIVING NUMR4
               PERFORM ANOTAREXC
               GO TO FINREGLAACCESO
           END-IF.
           MOVE FECHA-S(1:6) TO FECHAW.
           COMPUTE FECHA8 = 20000000 + FECHAW.
           COMPUTE DIASINT = FUNCTION INTEGER-OF-DATE (FECHA8).
           MOVE FECHA-S(7:4) TO HORAW.
           DIVIDE HORAW BY 100 GIVING HORASW REMAINDER MINSW.
           COMPUTE MINUTOSW = DIASINT * 1440 + HORASW * 60 + MINSW.
           IF NUMFALLOS > 0 AND MINUTOSW - FALLOANT2 > VENTANAMIN
               MOVE "N" TO ENRAFAGA
           END-IF.
           ADD 1 TO NUMFALLOS GIVING NUMFALLOS.
           IF NUMFALLOS >= MINFALLOS AND ENRAFAGA = "N"
                   AND MINUTOSW - FALLOANT1 NOT > VENTANAMIN
               MOVE "Y" TO ENRAFAGA
               MOVE "Rafaga de accesos fallidos" TO MOTIVOTXT
               ADD 1 TO NUMR4 GIVING NUMR4
               PERFORM ANOTAREXC
           END-IF.
           MOVE FALLOANT2 TO FALLOANT1.
           MOVE MINUTOSW TO FALLOANT2.
       FINREGLAACCESO.
           EXIT.

       REGLAAMPLIA.
           PERFORM COMPROBARAMPLIA.
           IF ESAMPLIA = "N"
               GO TO FINREGLAAMPLIA
           END-IF.
           MOVE 1 TO IDXAMP.
       REGLAAMPLIA-LOOP.
           IF IDXAMP > NUMAMP
               GO TO FINREGLAAMPLIA
           END-IF.
           IF CTAAMP(IDXAMP) = RESULTADO-S(8:10)
                   AND FECAMP(IDXAMP) = FECHA-S
                   AND CARGOAMP(IDXAMP) > 0
               MOVE CARGOAMP(IDXAMP) TO IMPFORMA
               MOVE SPACES TO MOTIVOTXT
               STRING "Ampliacion y cargo de " IMPFORMA
                    "E, mov. " MIDAMP(IDXAMP)
                    DELIMITED BY SIZE INTO MOTIVOTXT
               ADD 1 TO NUMR5 GIVING NUMR5
               PERFORM ANOTAREXC
               GO TO FINREGLAAMPLIA
           END-IF.
           ADD 1 TO IDXAMP GIVING IDXAMP.
           GO TO REGLAAMPLIA-LOOP.
       FINREGLAAMPLIA.
           EXIT.

       ANOTAREXC.
           PERFORM CABECERAOPER.
           MOVE SPACES TO LINEAINF.
           STRING "  " FECHA-S(5:2) "/" FECHA-S(3:2) "/" FECHA-S(1:2)
                " " FECHA-S(7:2) ":" FECHA-S(9:2) "  " MOTIVOTXT
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEAINF.
           STRING "      " ACCION-S " " RESULTADO-S " " DNI-S
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.

       CABECERAOPER.
           *> La cabecera del operador sale con su primera excepcion.
           IF CABOPER = "N"
               MOVE "Y" TO CABOPER
               ADD 1 TO NUMOPEX GIVING NUMOPEX
               MOVE SPACES TO LINEAINF
               PERFORM ESCRIBIRLIN
               MOVE SPACES TO LINEAINF
               STRING "OPERADOR " OPERANT "  " NOMBREOPACT
                    DELIMITED BY SIZE INTO LINEAINF
               PERFORM ESCRIBIRLIN
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

       ESCRIBIRLIN.
           MOVE LINEAINF TO INFORMEREC.
           WRITE INFORMEREC.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM INFORMEAUDITORIA.
