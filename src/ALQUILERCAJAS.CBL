       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALQUILERCAJAS.
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

           SELECT TARIFACAJASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAMANOTAR
           FILE STATUS IS FSTC.

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

               *> Cuota anual de alquiler por tamano de caja, junto a
               *> las tarifas de PRODUCTOS.DAT.
               FD TARIFACAJASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TARIFACAJAS.DAT".
               01 TARIFACAJASREC.
                 02 TAMANOTAR PIC X(1).
                 02 CUOTATAR  PIC 9(5)V99.

               FD AVISOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AVISOS.DAT".
               01 AVISOSREC.
                 02 AVISOID   PIC 9(9).
                 02 DNIAV     PIC X(9).
                 02 FECHAAV   PIC 9999999999. *> AAMMDDHHMM
                 02 TIPOAV    PIC X(1). *> S saldo bajo, M mov. alto,
                                        *> E entrada reservada,
                                        *> D cheque devuelto,
                                        *> C caja de seguridad
                                        *> bloqueada por impago
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

       WORKING-STORAGE SECTION.
           77 FSCT        PIC XX.
           77 FSMF        PIC XX.
           77 FSCS        PIC XX.
           77 FSAQ        PIC XX.
           77 FSTC        PIC XX.
           77 FSAV        PIC XX.
           77 FSNI        PIC XX.
           77 EOFALQ      PIC X VALUE "N".
           77 NOEXISTE    PIC X.
           77 CUOTAACT    PIC 9(5)V99.
           77 RETENCION   PIC 9(7)V99 VALUE 0.
           77 MIDACT      PIC 9(9).
           77 AVISOACT    PIC 9(9).
           77 FECHAACT    PIC 9(6).
           77 HORA        PIC 9999.
           77 FECHORAACT  PIC 9999999999.
           77 HORAACT     PIC 9(8).
           77 NUMCONTR    PIC 9(5) VALUE 0.
           77 NUMCOBRADOS PIC 9(5) VALUE 0.
           77 NUMDESBLOQ  PIC 9(5) VALUE 0.
           77 NUMBLOQ     PIC 9(5) VALUE 0.
           77 NUMPEND     PIC 9(5) VALUE 0.
           77 NUMSINTAR   PIC 9(5) VALUE 0.
           77 TOTALCOBRADO PIC 9(9)V99 VALUE 0.
           77 IMPFORMA    PIC ZZZ,ZZZ,ZZ9.99.
           77 CUOTAFORMA  PIC ZZ,ZZ9.99.

       01 APUNTEDIARIO.
         02 FICHLNK  PIC X(1).
         02 OPERLNK  PIC X(1).
         02 DATOSLNK PIC X(130).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ALQUILERCAJAS - Cuotas de cajas de seguridad".
           DISPLAY "============================================".

           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

           OPEN I-O ALQCAJASFILE.
           IF FSAQ NOT = "00"
               DISPLAY "No hay ALQCAJAS.DAT: ningun contrato"
               GO TO FINPROG
           END-IF.
           OPEN I-O CUENTASFILE.
           OPEN I-O MOVIMIENTOSFILE.
           OPEN INPUT CAJASEGFILE.
           OPEN INPUT TARIFACAJASFILE.
       LEERALQ.
           READ ALQCAJASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFALQ
           END-READ.
           IF EOFALQ = "Y"
               GO TO FINALQ
           END-IF.
           *> Cada contrato paga la cuota anual en el aniversario del
           *> alta; los impagados se reintentan cada noche hasta que
           *> la cuenta tenga saldo.
           IF ESTADOALQ = "B" OR PROXCARGOALQ > FECHAACT
               GO TO LEERALQ
           END-IF.
           ADD 1 TO NUMCONTR GIVING NUMCONTR.

           *> La cuota depende del tamano de la caja.
           MOVE "N" TO NOEXISTE.
           MOVE OFICINAALQ TO OFICINACSG.
           MOVE NUMALQ TO NUMCSG.
           READ CAJASEGFILE
                KEY IS CAJASEGKEY
                INVALID KEY MOVE "Y" TO NOEXISTE
           END-READ.
           IF NOEXISTE = "N"
               MOVE TAMANOCSG TO TAMANOTAR
               READ TARIFACAJASFILE
                    KEY IS TAMANOTAR
                    INVALID KEY MOVE "Y" TO NOEXISTE
               END-READ
           END-IF.
           IF NOEXISTE = "Y" OR CUOTATAR = 0
               ADD 1 TO NUMSINTAR GIVING NUMSINTAR
               DISPLAY "AVISO: contrato " ALQID " sin tarifa para la"
                    " caja " OFICINAALQ "-" NUMALQ
               GO TO LEERALQ
           END-IF.
           MOVE CUOTATAR TO CUOTAACT.

           MOVE "N" TO NOEXISTE.
           MOVE CUENTAALQ TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE "Y" TO NOEXISTE
           END-READ.
           IF NOEXISTE = "Y" OR ESTADOCTA = "C"
               GO TO IMPAGADO
           END-IF.
           *> Lo retenido no esta disponible para la cuota.
           CALL "RETENCIONCUENTA" USING CUENTAALQ, RETENCION.
           CANCEL "RETENCIONCUENTA".
           IF CUOTAACT > SALDO + DESCUBIERTO - RETENCION
               GO TO IMPAGADO
           END-IF.

           SUBTRACT CUOTAACT FROM SALDO GIVING SALDO.
           IF ESTADOCTA = "D"
               MOVE "A" TO ESTADOCTA
           END-IF.
           REWRITE CUENTASREC.
           MOVE "C" TO FICHLNK.
           MOVE "M" TO OPERLNK.
           MOVE CUENTASREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".

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
           MOVE CUENTAALQ TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Comision alquiler caja " OFICINAALQ "-" NUMALQ
                DELIMITED BY SIZE INTO CONCEPTO.
           COMPUTE CANTIDAD = 0 - CUOTAACT.
           MOVE "" TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE OFICINAALQ TO OFICINAMOV.
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

           *> Pagada la cuota, la caja vuelve a estar accesible y la
           *> siguiente vence dentro de un ano.
           IF ESTADOALQ = "I"
               MOVE "A" TO ESTADOALQ
               ADD 1 TO NUMDESBLOQ GIVING NUMDESBLOQ
               DISPLAY "Contrato " ALQID " desbloqueado"
           END-IF.
           ADD 10000 TO PROXCARGOALQ GIVING PROXCARGOALQ.
           IF PROXCARGOALQ(3:4) = "0229"
               MOVE "0228" TO PROXCARGOALQ(3:4)
           END-IF.
           REWRITE ALQCAJASREC.
           ADD 1 TO NUMCOBRADOS GIVING NUMCOBRADOS.
           ADD CUOTAACT TO TOTALCOBRADO GIVING TOTALCOBRADO.
           GO TO LEERALQ.

       IMPAGADO.
           *> Sin cobro la caja queda bloqueada; el aviso al titular
           *> sale solo la primera noche.
           IF ESTADOALQ = "I"
               ADD 1 TO NUMPEND GIVING NUMPEND
               GO TO LEERALQ
           END-IF.
           MOVE "I" TO ESTADOALQ.
           REWRITE ALQCAJASREC.
           ADD 1 TO NUMBLOQ GIVING NUMBLOQ.
           MOVE CUOTAACT TO CUOTAFORMA.
           DISPLAY "Contrato " ALQID " bloqueado, cuota " CUOTAFORMA
                " cuenta " CUENTAALQ.

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
           MOVE DNIALQ TO DNIAV.
           MOVE FECHORAACT TO FECHAAV.
           MOVE "C" TO TIPOAV.
           MOVE CUENTAALQ TO CUENTAAV.
           MOVE SPACES TO DETALLEAV.
           STRING "Caja " OFICINAALQ "-" NUMALQ
                " bloqueada, cuota impagada"
                DELIMITED BY SIZE INTO DETALLEAV.
           MOVE "P" TO ESTADOAV.
           WRITE AVISOSREC.
           CLOSE AVISOSFILE.
           GO TO LEERALQ.

       FINALQ.
           CLOSE ALQCAJASFILE.
           CLOSE CUENTASFILE.
           CLOSE MOVIMIENTOSFILE.
           CLOSE CAJASEGFILE.
           CLOSE TARIFACAJASFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Contratos con cuota vencida: " NUMCONTR.
           DISPLAY "Cuotas cobradas:             " NUMCOBRADOS.
           MOVE TOTALCOBRADO TO IMPFORMA.
           DISPLAY "Importe cobrado: " IMPFORMA "E".
           DISPLAY "Contratos desbloqueados:     " NUMDESBLOQ.
           DISPLAY "Contratos bloqueados hoy:    " NUMBLOQ.
           DISPLAY "Siguen impagados:            " NUMPEND.
           DISPLAY "Sin tarifa aplicable:        " NUMSINTAR.
       FINPROG.
           EXIT PROGRAM.

       END PROGRAM ALQUILERCAJAS.
