       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOSCAJEROS.
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

           SELECT TARJETASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMTARJ
           FILE STATUS IS FSTJ.

           SELECT LIMITESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTALIM
           FILE STATUS IS FSLI.

           SELECT DISPONIBLEFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSDS.

           SELECT NEGRAFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSNG.

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
                 02 ESTADOCTA PIC X(1). *> A activa, C cerrada,
                                        *> D dormida
                 02 DIVISA    PIC X(3). *> EUR, USD, GBP

               FD TARJETASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TARJETAS.DAT".
               01 TARJETASREC.
                 02 NUMTARJ    PIC X(16).
                 02 CUENTATARJ PIC X(10).
                 02 DNITARJ    PIC X(9).
                 02 CADUCIDAD  PIC 9(4). *> AAMM
                 02 ESTADOTARJ PIC X(1). *> A activa, B bloqueada,
                                         *> C cancelada
                 02 FECHAESTTARJ PIC 9(6). *> AAMMDD ultimo cambio
                                           *> de estado

               FD LIMITESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "LIMITES.DAT".
               01 LIMITESREC.
                 02 CUENTALIM   PIC X(10).
                 02 LIMEFECTIVO PIC 99999V99. *> diario en efectivo
                 02 LIMTRANSFER PIC 99999V99. *> por transferencia,
                                              *> 0 sin tope
                 02 LIMACUMTRF  PIC 99999V99. *> diario transferido,
                                              *> 0 sin tope

               *> Disponible para la red de cajeros, SALDOCAJ.Daammdd:
               *> cabecera C, un registro D por tarjeta operativa y
               *> registro T con los totales de control. La red no
               *> autoriza disposiciones por encima del disponible.
               FD DISPONIBLEFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMDIS.
               01 DISPONIBLEREC.
                 02 TIPODIS    PIC X(1). *> C cabecera, D detalle,
                                         *> T totales
                 02 DETALLEDIS.
                   03 NUMTARJDIS  PIC X(16).
                   03 CADUCDIS    PIC 9(4). *> AAMM
                   03 CUENTADIS   PIC X(10).
                   03 IMPORTEDIS  PIC 9(7)V99.
                 02 CABECERADIS REDEFINES DETALLEDIS.
                   03 FECHAGENDIS PIC 9(6).
                   03 FILLER      PIC X(33).
                 02 TOTALESDIS REDEFINES DETALLEDIS.
                   03 NUMDETDIS   PIC 9(7).
                   03 TOTIMPDIS   PIC 9(11)V99.
                   03 FILLER      PIC X(19).

               *> Lista negra del dia, TARJNEG.Daammdd: tarjetas
               *> bloqueadas o anuladas hoy, para que la red las
               *> rechace antes de que llegue el siguiente diario.
               FD NEGRAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMNEG.
               01 NEGRAREC.
                 02 TIPONEG    PIC X(1). *> C cabecera, D detalle,
                                         *> T totales
                 02 DETALLENEG.
                   03 NUMTARJNEG  PIC X(16).
                   03 ESTADONEG   PIC X(1). *> B bloqueada,
                                            *> C cancelada
                   03 CUENTANEG   PIC X(10).
                 02 CABECERANEG REDEFINES DETALLENEG.
                   03 FECHAGENNEG PIC 9(6).
                   03 FILLER      PIC X(21).
                 02 TOTALESNEG REDEFINES DETALLENEG.
                   03 NUMDETNEG   PIC 9(7).
                   03 FILLER      PIC X(20).

       WORKING-STORAGE SECTION.
           77 FSCT        PIC XX.
           77 FSTJ        PIC XX.
           77 FSLI        PIC XX.
           77 FSDS        PIC XX.
           77 FSNG        PIC XX.
           77 EOFTJ       PIC X VALUE "N".
           77 MSGTJ       PIC 9 VALUE 0.
           77 HAYLIM      PIC X VALUE "N".
           77 HAYLIMITE   PIC X.
           77 FECHAACT    PIC 9(6).
           77 MESACT      PIC 9(4).
           77 NOMDIS      PIC X(16).
           77 NOMNEG      PIC X(15).
           77 RETENCION   PIC 9(7)V99.
           77 LIMITEDIA   PIC 99999V99.
           77 DISPCALC    PIC S9(9)V99.
           77 NUMOPER     PIC 9(7) VALUE 0.
           77 NUMNEGRA    PIC 9(7) VALUE 0.
           77 NUMCADUC    PIC 9(5) VALUE 0.
           77 NUMCTAMAL   PIC 9(5) VALUE 0.
           77 NUMCERO     PIC 9(5) VALUE 0.
           77 TOTALDISP   PIC 9(11)V99 VALUE 0.
           77 TOTFORMA    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SALDOSCAJEROS - Disponible para la red de cajeros".
           DISPLAY "=================================================".
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MOVE FECHAACT(1:4) TO MESACT.

           OPEN INPUT TARJETASFILE.
           IF FSTJ NOT = "00"
               DISPLAY "No se ha encontrado TARJETAS.DAT. Codigo: "
                    FSTJ
               GO TO FINPROG
           END-IF.
           OPEN INPUT CUENTASFILE.
           IF FSCT NOT = "00"
               DISPLAY "No se ha encontrado CUENTAS.DAT. Codigo: " FSCT
               CLOSE TARJETASFILE
               GO TO FINPROG
           END-IF.
           *> Sin fichero de limites rige el de la casa para todas.
           OPEN INPUT LIMITESFILE.
           IF FSLI = "00"
               MOVE "Y" TO HAYLIM
           END-IF.

           MOVE SPACES TO NOMDIS.
           STRING "SALDOCAJ.D" FECHAACT DELIMITED BY SIZE INTO NOMDIS.
           MOVE SPACES TO NOMNEG.
           STRING "TARJNEG.D" FECHAACT DELIMITED BY SIZE INTO NOMNEG.
           OPEN OUTPUT DISPONIBLEFILE.
           IF FSDS NOT = "00"
               DISPLAY "No puede abrirse " NOMDIS ". Codigo: " FSDS
               GO TO CERRARMAESTROS
           END-IF.
           OPEN OUTPUT NEGRAFILE.
           IF FSNG NOT = "00"
               DISPLAY "No puede abrirse " NOMNEG ". Codigo: " FSNG
               CLOSE DISPONIBLEFILE
               GO TO CERRARMAESTROS
           END-IF.
           MOVE SPACES TO DISPONIBLEREC.
           MOVE "C" TO TIPODIS.
           MOVE FECHAACT TO FECHAGENDIS.
           WRITE DISPONIBLEREC.
           MOVE SPACES TO NEGRAREC.
           MOVE "C" TO TIPONEG.
           MOVE FECHAACT TO FECHAGENNEG.
           WRITE NEGRAREC.

       LEERTJ.
           READ TARJETASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFTJ
           END-READ.
           IF EOFTJ = "Y"
               GO TO FINTJ
           END-IF.
           IF ESTADOTARJ NOT = "A"
               IF FECHAESTTARJ = FECHAACT
                   PERFORM ANOTARNEGRA
               END-IF
               GO TO LEERTJ
           END-IF.
           *> Una tarjeta caducada o sobre cuenta cerrada no se envia:
           *> la red rechaza toda tarjeta que no figure en el fichero.
           IF CADUCIDAD < MESACT
               ADD 1 TO NUMCADUC GIVING NUMCADUC
               GO TO LEERTJ
           END-IF.
           MOVE 0 TO MSGTJ.
           MOVE CUENTATARJ TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO MSGTJ
           END-READ.
           IF MSGTJ = 0 AND ESTADOCTA = "C"
               MOVE 1 TO MSGTJ
           END-IF.
           IF MSGTJ = 1
               ADD 1 TO NUMCTAMAL GIVING NUMCTAMAL
               DISPLAY "Tarjeta " NUMTARJ " excluida: cuenta "
                    CUENTATARJ " cerrada o inexistente"
               GO TO LEERTJ
           END-IF.

           *> Disponible = saldo + descubierto autorizado - embargos
           *> activos - cheques ajenos sin compensar, sin pasar del
           *> limite diario de efectivo de la cuenta.
           CALL "RETENCIONCUENTA" USING CUENTA, RETENCION.
           CANCEL "RETENCIONCUENTA".
           COMPUTE DISPCALC = SALDO + DESCUBIERTO - RETENCION.
           IF DISPCALC < 0
               MOVE 0 TO DISPCALC
           END-IF.
           MOVE 600.00 TO LIMITEDIA.
           IF HAYLIM = "Y"
               MOVE CUENTA TO CUENTALIM
               MOVE "Y" TO HAYLIMITE
               READ LIMITESFILE
                    KEY IS CUENTALIM
                    INVALID KEY MOVE "N" TO HAYLIMITE
               END-READ
               IF HAYLIMITE = "Y"
                   MOVE LIMEFECTIVO TO LIMITEDIA
               END-IF
           END-IF.
           IF DISPCALC > LIMITEDIA
               MOVE LIMITEDIA TO DISPCALC
           END-IF.
           IF DISPCALC = 0
               ADD 1 TO NUMCERO GIVING NUMCERO
           END-IF.

           MOVE SPACES TO DISPONIBLEREC.
           MOVE "D" TO TIPODIS.
           MOVE NUMTARJ TO NUMTARJDIS.
           MOVE CADUCIDAD TO CADUCDIS.
           MOVE CUENTATARJ TO CUENTADIS.
           MOVE DISPCALC TO IMPORTEDIS.
           WRITE DISPONIBLEREC.
           ADD 1 TO NUMOPER GIVING NUMOPER.
           ADD IMPORTEDIS TO TOTALDISP GIVING TOTALDISP.
           GO TO LEERTJ.

       ANOTARNEGRA.
           MOVE SPACES TO NEGRAREC.
           MOVE "D" TO TIPONEG.
           MOVE NUMTARJ TO NUMTARJNEG.
           MOVE ESTADOTARJ TO ESTADONEG.
           MOVE CUENTATARJ TO CUENTANEG.
           WRITE NEGRAREC.
           ADD 1 TO NUMNEGRA GIVING NUMNEGRA.
           DISPLAY "Tarjeta " NUMTARJ " a lista negra, estado "
                ESTADOTARJ.

       FINTJ.
           MOVE SPACES TO DISPONIBLEREC.
           MOVE "T" TO TIPODIS.
           MOVE NUMOPER TO NUMDETDIS.
           MOVE TOTALDISP TO TOTIMPDIS.
           WRITE DISPONIBLEREC.
           MOVE SPACES TO NEGRAREC.
           MOVE "T" TO TIPONEG.
           MOVE NUMNEGRA TO NUMDETNEG.
           WRITE NEGRAREC.
           CLOSE DISPONIBLEFILE.
           CLOSE NEGRAFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Tarjetas enviadas a la red: " NUMOPER.
           MOVE TOTALDISP TO TOTFORMA.
           DISPLAY "Disponible total enviado: " TOTFORMA "E".
           DISPLAY "Tarjetas con disponible cero: " NUMCERO.
           DISPLAY "Tarjetas caducadas no enviadas: " NUMCADUC.
           DISPLAY "Tarjetas sobre cuenta no operativa: " NUMCTAMAL.
           DISPLAY "Tarjetas en lista negra: " NUMNEGRA.
           DISPLAY "Ficheros generados: " NOMDIS " y " NOMNEG.
       CERRARMAESTROS.
           CLOSE TARJETASFILE.
           CLOSE CUENTASFILE.
           IF HAYLIM = "Y"
               CLOSE LIMITESFILE
           END-IF.
       FINPROG.
           EXIT PROGRAM.

       END PROGRAM SALDOSCAJEROS.
