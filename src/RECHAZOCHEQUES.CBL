       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHAZOCHEQUES.
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

           SELECT PRODUCTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPOPROD
           FILE STATUS IS FSPR.

           SELECT AVISOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVISOID
           FILE STATUS IS FSAV.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPOID
           LOCK MODE IS MANUAL
           FILE STATUS IS FSNI.

           SELECT CHQDEVINFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSDI.

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

               FD PRODUCTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PRODUCTOS.DAT".
               01 PRODUCTOSREC.
                 02 TIPOPROD    PIC X(1). *> C Corriente, A Ahorro
                 02 COMMANT     PIC 999V99. *> mantenimiento trimestral
                 02 COMTRANSF   PIC 99V99. *> por transferencia
                 02 SALDOEXENTO PIC 9(7)V99. *> saldo que exime
                 02 COMDEVCHQ   PIC 99V99. *> cheque devuelto

               FD AVISOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AVISOS.DAT".
               01 AVISOSREC.
                 02 AVISOID   PIC 9(9).
                 02 DNIAV     PIC X(9).
                 02 FECHAAV   PIC 9999999999. *> AAMMDDHHMM
                 02 TIPOAV    PIC X(1). *> S saldo bajo, M mov. alto,
                                        *> E entrada reservada,
                                        *> D cheque devuelto
                 02 CUENTAAV  PIC X(10).
                 02 DETALLEAV PIC X(40).
                 02 ESTADOAV  PIC X(1). *> P pendiente, L leido,
                                        *> I impreso

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NEXTID.DAT".
               01 NEXTIDREC.
                 02 TIPOID     PIC X(10).
                 02 SIGUIENTE  PIC 9(9).

               *> Devoluciones que entrega la camara sobre los cheques
               *> ajenos enviados en REMESACHEQUES.
               FD CHQDEVINFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CHQDEVIN.DAT".
               01 CHQDEVINREC.
                 02 DEPCHQIDIN PIC 9(9). *> referencia del envio
                 02 NUMCHQIN   PIC 9(7).
                 02 IMPORTEIN  PIC 9(7)V99.
                 02 MOTIVOIN   PIC X(2). *> codigo de la camara

       WORKING-STORAGE SECTION.
           77 FSCT        PIC XX.
           77 FSMF        PIC XX.
           77 FSCJ        PIC XX.
           77 FSPR        PIC XX.
           77 FSAV        PIC XX.
           77 FSNI        PIC XX.
           77 FSDI        PIC XX.
           77 EOFDEV      PIC X VALUE "N".
           77 MSGREG      PIC 9 VALUE 0.
           77 SINTARIFA   PIC X.
           77 COMISIONACT PIC 99V99.
           77 MIDACT      PIC 9(9).
           77 AVISOACT    PIC 9(9).
           77 FECHAACT    PIC 9(6).
           77 HORA        PIC 9999.
           77 FECHORAACT  PIC 9999999999.
           77 HORAACT     PIC 9(8).
           77 OFICINAACT  PIC X(4).
           77 NUMDEVUELTOS PIC 9999 VALUE 0.
           77 NUMERRORES  PIC 9999 VALUE 0.
           77 TOTALDEVUELTO PIC 9(9)V99 VALUE 0.
           77 TOTALCOMISION PIC 9(7)V99 VALUE 0.
           77 IMPFORMA    PIC ZZZ,ZZZ,ZZ9.99.

       01 APUNTEDIARIO.
         02 FICHLNK  PIC X(1).
         02 OPERLNK  PIC X(1).
         02 DATOSLNK PIC X(130).

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Oficina a la que pertenece este terminal.
           CALL "LEEROFICINA" USING OFICINAACT.
           CANCEL "LEEROFICINA".
           DISPLAY "RECHAZOCHEQUES - Cheques ajenos devueltos".
           DISPLAY "=========================================".

           OPEN INPUT CHQDEVINFILE.
           IF FSDI NOT = "00"
               DISPLAY "No se ha encontrado CHQDEVIN.DAT. Codigo: "
                    FSDI
               GO TO FINPROG
           END-IF.

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

           OPEN I-O CUENTASFILE.
           OPEN I-O MOVIMIENTOSFILE.
           OPEN INPUT PRODUCTOSFILE.
           OPEN I-O CHQAJENOSFILE.
           IF FSCJ NOT = "00"
               DISPLAY "No se ha encontrado CHQAJENOS.DAT. Codigo: "
                    FSCJ
               CLOSE CHQDEVINFILE
               CLOSE CUENTASFILE
               CLOSE MOVIMIENTOSFILE
               CLOSE PRODUCTOSFILE
               GO TO FINPROG
           END-IF.
       LEERDEV.
           READ CHQDEVINFILE
                AT END MOVE "Y" TO EOFDEV
           END-READ.
           IF EOFDEV = "Y"
               GO TO FINDEV
           END-IF.

           *> La devolucion debe corresponder a un cheque enviado a
           *> la camara, con el mismo numero e importe.
           MOVE 0 TO MSGREG.
           MOVE DEPCHQIDIN TO DEPCHQID.
           READ CHQAJENOSFILE
                KEY IS DEPCHQID
                INVALID KEY MOVE 1 TO MSGREG
           END-READ.
           IF MSGREG = 1
               ADD 1 TO NUMERRORES GIVING NUMERRORES
               DISPLAY "Devolucion de cheque desconocido: " DEPCHQIDIN
               GO TO LEERDEV
           END-IF.
           IF ESTADODEP NOT = "E" AND ESTADODEP NOT = "L"
               ADD 1 TO NUMERRORES GIVING NUMERRORES
               DISPLAY "Devolucion de cheque no enviado: " DEPCHQIDIN
                    " estado " ESTADODEP
               GO TO LEERDEV
           END-IF.
           IF NUMCHQIN NOT = NUMCHQDEP OR IMPORTEIN NOT = IMPORTEDEP
               ADD 1 TO NUMERRORES GIVING NUMERRORES
               DISPLAY "Devolucion que no coincide con el envio: "
                    DEPCHQIDIN
               GO TO LEERDEV
           END-IF.

           MOVE CUENTADEP TO CUENTA.
           READ CUENTASFILE WITH LOCK
                KEY IS CUENTA
                INVALID KEY MOVE 2 TO MSGREG
           END-READ.
           IF MSGREG = 0 AND ESTADOCTA = "C"
               MOVE 2 TO MSGREG
           END-IF.
           IF MSGREG = 2
               ADD 1 TO NUMERRORES GIVING NUMERRORES
               DISPLAY "Cheque " DEPCHQIDIN " devuelto sobre cuenta "
                    "inexistente o cerrada: " CUENTADEP
               GO TO LEERDEV
           END-IF.

           *> Se retrocede el abono; la cuenta puede quedar en
           *> negativo, el importe nunca llego a estar disponible.
           SUBTRACT IMPORTEDEP FROM SALDO GIVING SALDO.
           REWRITE CUENTASREC.
           MOVE "C" TO FICHLNK.
           MOVE "M" TO OPERLNK.
           MOVE CUENTASREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".
           PERFORM SIGUIENTEMID.
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTADEP TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Devolucion cheque " NUMCHQDEP " motivo " MOTIVOIN
                DELIMITED BY SIZE INTO CONCEPTO.
           COMPUTE CANTIDAD = 0 - IMPORTEDEP.
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

           *> Comision por cheque devuelto segun el producto de la
           *> cuenta.
           MOVE 0 TO COMISIONACT.
           MOVE "N" TO SINTARIFA.
           MOVE TIPOCUENTA TO TIPOPROD.
           READ PRODUCTOSFILE
                KEY IS TIPOPROD
                INVALID KEY MOVE "Y" TO SINTARIFA
           END-READ.
           IF SINTARIFA = "N"
               MOVE COMDEVCHQ TO COMISIONACT
           END-IF.
           IF COMISIONACT > 0
               PERFORM COBRARCOMISION
           END-IF.

           MOVE "D" TO ESTADODEP.
           MOVE FECHAACT TO FECHADEVDEP.
           REWRITE CHQAJENOSREC.
           PERFORM AVISARTITULAR.
           ADD 1 TO NUMDEVUELTOS GIVING NUMDEVUELTOS.
           ADD IMPORTEDEP TO TOTALDEVUELTO GIVING TOTALDEVUELTO.
           DISPLAY "Cheque " NUMCHQDEP " devuelto, motivo " MOTIVOIN
                ", retrocedido el abono en " CUENTADEP.
           GO TO LEERDEV.

       COBRARCOMISION.
           SUBTRACT COMISIONACT FROM SALDO GIVING SALDO.
           REWRITE CUENTASREC.
           MOVE "C" TO FICHLNK.
           MOVE "M" TO OPERLNK.
           MOVE CUENTASREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".
           PERFORM SIGUIENTEMID.
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTADEP TO CUENTAMOV.
           MOVE "Comision cheque devuelto" TO CONCEPTO.
           COMPUTE CANTIDAD = 0 - COMISIONACT.
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
           ADD COMISIONACT TO TOTALCOMISION GIVING TOTALCOMISION.

       SIGUIENTEMID.
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
           CLOSE NEXTIDFILE.

       AVISARTITULAR.
           *> El titular recibe aviso de la devolucion en su buzon.
           OPEN I-O NEXTIDFILE.
           MOVE "AVISO" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO AVISOACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           OPEN I-O AVISOSFILE.
           MOVE AVISOACT TO AVISOID.
           MOVE DNITIT TO DNIAV.
           MOVE FECHORAACT TO FECHAAV.
           MOVE "D" TO TIPOAV.
           MOVE CUENTADEP TO CUENTAAV.
           MOVE SPACES TO DETALLEAV.
           STRING "Cheque " NUMCHQDEP " devuelto, motivo " MOTIVOIN
                DELIMITED BY SIZE INTO DETALLEAV.
           MOVE "P" TO ESTADOAV.
           WRITE AVISOSREC.
           CLOSE AVISOSFILE.

       FINDEV.
           CLOSE CUENTASFILE.
           CLOSE MOVIMIENTOSFILE.
           CLOSE PRODUCTOSFILE.
           CLOSE CHQAJENOSFILE.
           CLOSE CHQDEVINFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Cheques devueltos: " NUMDEVUELTOS.
           MOVE TOTALDEVUELTO TO IMPFORMA.
           DISPLAY "Importe retrocedido: " IMPFORMA "E".
           MOVE TOTALCOMISION TO IMPFORMA.
           DISPLAY "Comisiones cobradas: " IMPFORMA "E".
           DISPLAY "Registros con error: " NUMERRORES.
       FINPROG.
           EXIT PROGRAM.

       END PROGRAM RECHAZOCHEQUES.
