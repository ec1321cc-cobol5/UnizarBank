       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGANOMINAS.
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

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           FILE STATUS IS FSMF.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPOID
           LOCK MODE IS MANUAL
           FILE STATUS IS FSNI.

           SELECT PENDTRANSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PENDID
           FILE STATUS IS FSPT.

           SELECT NOMINASINFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSNM.

           SELECT RECHAZOFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSRC.

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
                 02 ESTADOCTA PIC X(1). *> A activa, C cerrada,
                                        *> D dormida
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

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NEXTID.DAT".
               01 NEXTIDREC.
                 02 TIPOID     PIC X(10).
                 02 SIGUIENTE  PIC 9(9).

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

               *> Fichero de nominas que entrega la empresa: una
               *> cabecera C con la cuenta de cargo, la fecha valor y
               *> los totales de control, y un registro D por
               *> empleado con su cuenta en la casa o su IBAN.
               FD NOMINASINFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NOMINASIN.DAT".
               01 NOMINASINREC.
                 02 TIPOREG    PIC X(1).
                 02 DETALLEREG.
                   03 EMPLEADONOM   PIC X(30).
                   03 DESTNOM       PIC X(24). *> cuenta o IBAN
                   03 IMPORTENOM    PIC 9(7)V99.
                 02 CABECERAREG REDEFINES DETALLEREG.
                   03 CUENTAEMPCAB  PIC X(10).
                   03 FECHAVALCAB   PIC 9(6). *> AAMMDD, 0 = fecha
                                              *> de negocio
                   03 NUMNOMCAB     PIC 9(5).
                   03 TOTALNOMCAB   PIC 9(9)V99.
                   03 FILLER        PIC X(31).

               *> Abonos rechazados que se devuelven a la empresa.
               FD RECHAZOFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NOMRECHAZOS.DAT".
               01 RECHAZOREC.
                 02 CUENTAEMPRCH  PIC X(10).
                 02 EMPLEADORCH   PIC X(30).
                 02 DESTRCH       PIC X(24).
                 02 IMPORTERCH    PIC 9(7)V99.
                 02 MOTIVORCH     PIC X(1). *> E cuenta inexistente,
                                            *> C cuenta cerrada,
                                            *> I IBAN no valido,
                                            *> L fuera del limite de
                                            *> la remesa a la camara,
                                            *> D cuenta no en euros

       WORKING-STORAGE SECTION.
           77 FSCF        PIC XX.
           77 FSCT        PIC XX.
           77 FSMF        PIC XX.
           77 FSNI        PIC XX.
           77 FSPT        PIC XX.
           77 FSNM        PIC XX.
           77 FSRC        PIC XX.
           77 EOFNOM      PIC X VALUE "N".
           77 HAYCABECERA PIC X VALUE "N".
           77 MSGNOM      PIC 9 VALUE 0.
           77 EXITOVAL    PIC X.
           77 MIDACT      PIC 9(9).
           77 PENDACT     PIC 9(9).
           77 FECHAACT    PIC 9(6).
           77 HORA        PIC 9999.
           77 FECHORAACT  PIC 9999999999.
           77 HORAACT     PIC 9(8).
           77 OFICINAACT  PIC X(4).
           77 RETENCION   PIC 9(7)V99 VALUE 0.
           77 CUENTAEMP   PIC X(10).
           77 NOMBREEMP   PIC X(33).
           77 FECHAVALNOM PIC 9(6).
           77 NUMNOMCTL   PIC 9(5) VALUE 0.
           77 TOTALCTL    PIC 9(9)V99 VALUE 0.
           77 NUMPROCESO  PIC 9(5) VALUE 0.
           77 SUMAPROCESO PIC 9(9)V99 VALUE 0.
           77 NUMINTERNOS PIC 9(5) VALUE 0.
           77 NUMEXTERNOS PIC 9(5) VALUE 0.
           77 NUMRECHAZOS PIC 9(5) VALUE 0.
           77 TOTALINTERNO PIC 9(9)V99 VALUE 0.
           77 TOTALEXTERNO PIC 9(9)V99 VALUE 0.
           77 TOTALRECHAZO PIC 9(9)V99 VALUE 0.
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
           DISPLAY "CARGANOMINAS - Abono de nominas de empresa".
           DISPLAY "==========================================".

           OPEN INPUT NOMINASINFILE.
           IF FSNM NOT = "00"
               DISPLAY "No se ha encontrado NOMINASIN.DAT. Codigo: "
                    FSNM
               GO TO FINPROG
           END-IF.

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

           *> Primera pasada: el fichero solo se carga si cuadra con
           *> la cabecera; si no, no se mueve un euro.
       SUMARNOM.
           READ NOMINASINFILE NEXT RECORD
                AT END MOVE "Y" TO EOFNOM
           END-READ.
           IF EOFNOM = "Y"
               GO TO FINSUMAR
           END-IF.
           IF TIPOREG = "C"
               MOVE "Y" TO HAYCABECERA
               MOVE CUENTAEMPCAB TO CUENTAEMP
               MOVE NUMNOMCAB TO NUMNOMCTL
               MOVE TOTALNOMCAB TO TOTALCTL
               MOVE FECHAACT TO FECHAVALNOM
               IF FECHAVALCAB IS NUMERIC AND FECHAVALCAB NOT = 0
                   MOVE FECHAVALCAB TO FECHAVALNOM
               END-IF
               GO TO SUMARNOM
           END-IF.
           IF TIPOREG NOT = "D"
               DISPLAY "Registro con tipo desconocido: " TIPOREG
               GO TO SUMARNOM
           END-IF.
           ADD 1 TO NUMPROCESO GIVING NUMPROCESO.
           ADD IMPORTENOM TO SUMAPROCESO GIVING SUMAPROCESO.
           GO TO SUMARNOM.
       FINSUMAR.
           CLOSE NOMINASINFILE.
           IF HAYCABECERA = "N"
               DISPLAY "RECHAZADO: el fichero no trae cabecera de "
                    "control"
               GO TO FINPROG
           END-IF.
           DISPLAY "Empresa " CUENTAEMP ": " NUMNOMCTL
                " nominas segun cabecera".
           IF NUMPROCESO NOT = NUMNOMCTL OR SUMAPROCESO NOT = TOTALCTL
               MOVE SUMAPROCESO TO IMPFORMA
               DISPLAY "DESCUADRE: leidas " NUMPROCESO
                    " nominas por " IMPFORMA "E"
               MOVE TOTALCTL TO IMPFORMA
               DISPLAY "           cabecera " IMPFORMA
                    "E, revise el fichero con la empresa"
               GO TO FINPROG
           END-IF.

           OPEN I-O CUENTASFILE.
           MOVE 0 TO MSGNOM.
           MOVE CUENTAEMP TO CUENTA.
           READ CUENTASFILE WITH LOCK
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO MSGNOM
           END-READ.
           IF MSGNOM = 0 AND ESTADOCTA = "C"
               MOVE 1 TO MSGNOM
           END-IF.
           IF MSGNOM = 1
               DISPLAY "RECHAZADO: la cuenta de cargo " CUENTAEMP
                    " no existe o esta cerrada"
               CLOSE CUENTASFILE
               GO TO FINPROG
           END-IF.
           *> El fichero de nominas viene siempre en euros.
           IF DIVISA NOT = "EUR"
               DISPLAY "RECHAZADO: la cuenta de cargo " CUENTAEMP
                    " no es en euros"
               CLOSE CUENTASFILE
               GO TO FINPROG
           END-IF.
           *> La remesa se carga entera o no se carga: lo retenido
           *> por embargo o cheques sin compensar no cuenta.
           CALL "RETENCIONCUENTA" USING CUENTAEMP, RETENCION.
           CANCEL "RETENCIONCUENTA".
           IF TOTALCTL > SALDO + DESCUBIERTO - RETENCION
               DISPLAY "RECHAZADO: saldo insuficiente en la cuenta "
                    CUENTAEMP
               CLOSE CUENTASFILE
               GO TO FINPROG
           END-IF.

           *> Los abonos llevan el nombre de la empresa en el
           *> concepto para reconocerlos despues como nomina.
           MOVE SPACES TO NOMBREEMP.
           OPEN INPUT CLIENTESFILE.
           IF FSCF = "00"
               MOVE DNITIT TO DNI
               READ CLIENTESFILE
                    KEY IS DNI
                    NOT INVALID KEY MOVE NOMBAPE TO NOMBREEMP
               END-READ
               CLOSE CLIENTESFILE
           END-IF.

           *> Un unico cargo a la empresa por el total de la remesa.
           SUBTRACT TOTALCTL FROM SALDO GIVING SALDO.
           IF ESTADOCTA = "D"
               MOVE "A" TO ESTADOCTA
           END-IF.
           REWRITE CUENTASREC.
           MOVE "C" TO FICHLNK.
           MOVE "M" TO OPERLNK.
           MOVE CUENTASREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".
           OPEN I-O MOVIMIENTOSFILE.
           MOVE CUENTAEMP TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Cargo nomina " NUMNOMCTL " empleados"
                DELIMITED BY SIZE INTO CONCEPTO.
           COMPUTE CANTIDAD = 0 - TOTALCTL.
           MOVE SALDO TO SALDOCUENTA.
           PERFORM GRABARMOV.

           OPEN INPUT NOMINASINFILE.
           OPEN OUTPUT RECHAZOFILE.
           MOVE "N" TO EOFNOM.
       LEERNOM.
           READ NOMINASINFILE NEXT RECORD
                AT END MOVE "Y" TO EOFNOM
           END-READ.
           IF EOFNOM = "Y"
               GO TO FINNOM
           END-IF.
           IF TIPOREG NOT = "D"
               GO TO LEERNOM
           END-IF.

           *> Un destino que empieza por letras es un IBAN de otra
           *> entidad y sale por la remesa a la camara.
           IF DESTNOM(1:1) >= "A" AND DESTNOM(1:1) <= "Z"
               GO TO EXTERNO
           END-IF.
           MOVE 0 TO MSGNOM.
           IF DESTNOM(11:14) NOT = SPACES
               MOVE "E" TO MOTIVORCH
               GO TO RECHAZAR
           END-IF.
           MOVE DESTNOM(1:10) TO CUENTA.
           READ CUENTASFILE WITH LOCK
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO MSGNOM
           END-READ.
           IF MSGNOM = 1
               MOVE "E" TO MOTIVORCH
               GO TO RECHAZAR
           END-IF.
           IF ESTADOCTA = "C"
               MOVE "C" TO MOTIVORCH
               GO TO RECHAZAR
           END-IF.
           IF DIVISA NOT = "EUR"
               MOVE "D" TO MOTIVORCH
               GO TO RECHAZAR
           END-IF.

           ADD IMPORTENOM TO SALDO GIVING SALDO.
           IF ESTADOCTA = "D"
               MOVE "A" TO ESTADOCTA
           END-IF.
           REWRITE CUENTASREC.
           MOVE "C" TO FICHLNK.
           MOVE "M" TO OPERLNK.
           MOVE CUENTASREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".
           MOVE CUENTA TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Nomina " NOMBREEMP
                DELIMITED BY SIZE INTO CONCEPTO.
           MOVE IMPORTENOM TO CANTIDAD.
           MOVE SALDO TO SALDOCUENTA.
           PERFORM GRABARMOV.
           ADD 1 TO NUMINTERNOS GIVING NUMINTERNOS.
           ADD IMPORTENOM TO TOTALINTERNO GIVING TOTALINTERNO.
           GO TO LEERNOM.

       EXTERNO.
           CALL "VALIDARIBAN" USING DESTNOM, EXITOVAL.
           CANCEL "VALIDARIBAN".
           IF EXITOVAL NOT = "Y"
               MOVE "I" TO MOTIVORCH
               GO TO RECHAZAR
           END-IF.
           IF IMPORTENOM > 99999.99
               MOVE "L" TO MOTIVORCH
               GO TO RECHAZAR
           END-IF.
           *> Queda pendiente para la remesa nocturna con la cuenta
           *> de la empresa como ordenante.
           OPEN I-O NEXTIDFILE.
           MOVE "PEND" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO PENDACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           OPEN I-O PENDTRANSFILE.
           MOVE PENDACT TO PENDID.
           MOVE CUENTAEMP TO CUENTAORIG.
           MOVE DESTNOM TO IBANDEST.
           MOVE IMPORTENOM TO IMPORTEPEN.
           MOVE FECHORAACT TO FECHAPEN.
           MOVE "P" TO ESTADOPEN.
           WRITE PENDTRANSREC.
           MOVE "P" TO FICHLNK.
           MOVE "A" TO OPERLNK.
           MOVE PENDTRANSREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".
           CLOSE PENDTRANSFILE.
           ADD 1 TO NUMEXTERNOS GIVING NUMEXTERNOS.
           ADD IMPORTENOM TO TOTALEXTERNO GIVING TOTALEXTERNO.
           GO TO LEERNOM.

       RECHAZAR.
           MOVE CUENTAEMP TO CUENTAEMPRCH.
           MOVE EMPLEADONOM TO EMPLEADORCH.
           MOVE DESTNOM TO DESTRCH.
           MOVE IMPORTENOM TO IMPORTERCH.
           WRITE RECHAZOREC.
           ADD 1 TO NUMRECHAZOS GIVING NUMRECHAZOS.
           ADD IMPORTENOM TO TOTALRECHAZO GIVING TOTALRECHAZO.
           DISPLAY "Nomina de " EMPLEADONOM " rechazada, motivo "
                MOTIVORCH " destino " DESTNOM.
           GO TO LEERNOM.

       GRABARMOV.
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
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE "" TO DESTINO.
           MOVE OFICINAACT TO OFICINAMOV.
           MOVE FECHAVALNOM TO FECHAVALOR.
           WRITE MOVIMIENTOSREC.
           MOVE "M" TO FICHLNK.
           MOVE "A" TO OPERLNK.
           MOVE MOVIMIENTOSREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".
           *> Evaluamos las preferencias de aviso del titular.
           CALL "GENERARAVISO" USING MOVIMIENTOSREC.
           CANCEL "GENERARAVISO".

       FINNOM.
           CLOSE NOMINASINFILE.
           CLOSE RECHAZOFILE.
           *> Lo rechazado vuelve a la empresa en un solo abono.
           IF TOTALRECHAZO > 0
               MOVE CUENTAEMP TO CUENTA
               READ CUENTASFILE WITH LOCK
                    KEY IS CUENTA
               END-READ
               ADD TOTALRECHAZO TO SALDO GIVING SALDO
               REWRITE CUENTASREC
               MOVE "C" TO FICHLNK
               MOVE "M" TO OPERLNK
               MOVE CUENTASREC TO DATOSLNK
               CALL "GRABARDIARIO" USING APUNTEDIARIO
               CANCEL "GRABARDIARIO"
               MOVE CUENTAEMP TO CUENTAMOV
               MOVE SPACES TO CONCEPTO
               STRING "Devolucion nomina " NUMRECHAZOS " rechazos"
                    DELIMITED BY SIZE INTO CONCEPTO
               MOVE TOTALRECHAZO TO CANTIDAD
               MOVE SALDO TO SALDOCUENTA
               PERFORM GRABARMOV
           END-IF.
           CLOSE CUENTASFILE.
           CLOSE MOVIMIENTOSFILE.
           *> El fichero queda consumido: una segunda ejecucion no
           *> vuelve a pagar las mismas nominas.
           OPEN OUTPUT NOMINASINFILE.
           CLOSE NOMINASINFILE.
           DISPLAY "----------------------------------------".
           MOVE TOTALCTL TO IMPFORMA.
           DISPLAY "Cargado a la empresa: " IMPFORMA "E".
           DISPLAY "Abonos en cuentas de la casa: " NUMINTERNOS.
           MOVE TOTALINTERNO TO IMPFORMA.
           DISPLAY "Importe abonado: " IMPFORMA "E".
           DISPLAY "Transferencias a otras entidades: " NUMEXTERNOS.
           MOVE TOTALEXTERNO TO IMPFORMA.
           DISPLAY "Importe a remesar: " IMPFORMA "E".
           DISPLAY "Nominas rechazadas: " NUMRECHAZOS.
           MOVE TOTALRECHAZO TO IMPFORMA.
           DISPLAY "Importe devuelto a la empresa: " IMPFORMA "E".
           IF NUMRECHAZOS > 0
               DISPLAY "Revise NOMRECHAZOS.DAT con la empresa"
           END-IF.
       FINPROG.
           EXIT PROGRAM.

       END PROGRAM CARGANOMINAS.
