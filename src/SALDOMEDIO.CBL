       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOMEDIO.
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
           FILE STATUS IS FSCT.

           SELECT TITULARESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TITKEY
           ALTERNATE RECORD KEY IS DNITITU WITH DUPLICATES
           FILE STATUS IS FSTI.

           SELECT SALDOSDIAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDIKEY
           FILE STATUS IS FSSD.

           SELECT CERTSALFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSCE.

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
                 02 ESTADOCTA PIC X(1). *> A activa, C cerrada,
                                        *> D dormida
                 02 DIVISA    PIC X(3). *> EUR, USD, GBP

               FD TITULARESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TITULARES.DAT".
               01 TITULARESREC.
                 02 TITKEY.
                   03 CUENTATIT PIC X(10).
                   03 DNITITU   PIC X(9).
                 02 ROLTIT PIC X(1). *> T titular, A autorizado

               *> Saldo de cierre de cada cuenta por dia habil; entre
               *> dos fotos el saldo es el de la anterior.
               FD SALDOSDIAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SALDOSDIA.DAT".
               01 SALDOSDIAREC.
                 02 SDIKEY.
                   03 CUENTASDI PIC X(10).
                   03 FECHASDI  PIC 9(6). *> AAMMDD dia habil
                 02 DNISDI     PIC X(9).
                 02 SALDOSDI   PIC S9999999V99.
                 02 DIVISASDI  PIC X(3).
                 02 ESTADOSDI  PIC X(1). *> estado de la cuenta

               *> Certificado de saldo a fecha o de saldo medio para
               *> entregar al cliente, CERTSALDO.<cuenta o dni>.
               FD CERTSALFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMCERT.
               01 CERTSALREC PIC X(80).

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
           77 FSSD      PIC XX.
           77 FSCE      PIC XX.
           77 FSAD      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 EOF       PIC X VALUE "N".
           77 EOFSD     PIC X.
           77 MSGSAL    PIC 9 VALUE 0.
           77 NOCTA     PIC 9.
           77 NOCLI     PIC 9.
           77 CUENTACON PIC X(10).
           77 DNICON    PIC X(9).
           77 TIPOCON   PIC 9.
           77 DNISEL    PIC X(9).
           77 NOMBRESEL PIC X(40).
           77 FECHADESDE PIC 9(6).
           77 FECHAHASTA PIC 9(6).
           77 FECHAACT  PIC 9(6).
           77 FECHA8    PIC 9(8).
           77 DIAINI    PIC 9(7).
           77 DIAFIN    PIC 9(7).
           77 DIAANT    PIC 9(7).
           77 DIAPRIM   PIC 9(7).
           77 DIAFOTO   PIC 9(7).
           77 HAYFOTO   PIC X.
           77 SALDOANT  PIC S9999999V99.
           77 SUMASALDOS PIC S9(13)V99.
           77 TOTSALDO  PIC S9(9)V99.
           77 NUMCTAS   PIC 99.
           77 IDXCTA    PIC 99.
           77 LINPANT   PIC 99.
           77 FECHAW    PIC 9(6).
           77 FECHAINT  PIC 9(6).
           77 FECHAFORMA PIC 99/99/99.
           77 IMPFORMA  PIC -Z,ZZZ,ZZ9.99.
           77 TOTFORMA  PIC -ZZZ,ZZZ,ZZ9.99.
           77 NOMCERT   PIC X(20).
           77 LINEACERT PIC X(80).
           77 FECHORAACT PIC 9999999999.
           77 HORAACT   PIC 9(8).
           77 HORA      PIC 9999.
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.

       01 CTATABLA.
         02 CTATAB OCCURS 9 TIMES.
           03 CUENTATAB PIC X(10).
           03 DIVISATAB PIC X(3).
           03 SALDOTAB  PIC S9999999V99. *> saldo actual
           03 RESULTTAB PIC S9999999V99. *> a fecha o medio
           03 DESDETAB  PIC 9(6). *> primer dia con saldo
           03 DATOSTAB  PIC X(1). *> N sin saldos en el periodo

       PROCEDURE DIVISION.
       IDENTIFICAR.
           *> El operador de oficina debe identificarse antes de
           *> consultar saldos de clientes o emitir certificados.
           CALL "IDENTIFICAOPERADOR" USING OPERACT, ROLACT, EXITOOP.
           CANCEL "IDENTIFICAOPERADOR".
           IF EXITOOP NOT = "Y"
               EXIT PROGRAM
           END-IF.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
       PANTALLA370.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Saldos a fecha y saldos medios"
                LINE 3 COLUMN 26 UNDERLINE.
           DISPLAY "Cuenta (en blanco para todo un DNI): __________"
                LINE 7 COLUMN 12.
           DISPLAY "DNI: _________"
                LINE 9 COLUMN 12.
           DISPLAY "Tipo (1 saldo a una fecha, 2 saldo medio): _"
                LINE 11 COLUMN 12.
           DISPLAY "Fecha o desde (AAMMDD): ______"
                LINE 13 COLUMN 12.
           DISPLAY "Hasta (AAMMDD, solo saldo medio): ______"
                LINE 15 COLUMN 12.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 20.
           MOVE SPACES TO CUENTACON.
           MOVE SPACES TO DNICON.
           MOVE 0 TO FECHAHASTA.
           ACCEPT CUENTACON LINE 7 COLUMN 49.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF CUENTACON = SPACES
               ACCEPT DNICON LINE 9 COLUMN 17
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   EXIT PROGRAM
               END-IF
           END-IF.
           ACCEPT TIPOCON LINE 11 COLUMN 55.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           ACCEPT FECHADESDE LINE 13 COLUMN 36.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               EXIT PROGRAM
           END-IF.
           IF TIPOCON = 2
               ACCEPT FECHAHASTA LINE 15 COLUMN 46
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   EXIT PROGRAM
               END-IF
           END-IF.

           IF TIPOCON NOT = 1 AND TIPOCON NOT = 2
               MOVE 1 TO MSGSAL
               GO TO PANTALLA373
           END-IF.
           *> El saldo a una fecha es el saldo medio de un solo dia.
           IF TIPOCON = 1
               MOVE FECHADESDE TO FECHAHASTA
           END-IF.
           COMPUTE FECHA8 = 20000000 + FECHADESDE.
           COMPUTE DIAINI = FUNCTION INTEGER-OF-DATE (FECHA8).
           COMPUTE FECHA8 = 20000000 + FECHAHASTA.
           COMPUTE DIAFIN = FUNCTION INTEGER-OF-DATE (FECHA8).
           IF DIAINI = 0 OR DIAFIN = 0
               MOVE 2 TO MSGSAL
               GO TO PANTALLA373
           END-IF.
           IF FECHAHASTA < FECHADESDE
               MOVE 3 TO MSGSAL
               GO TO PANTALLA373
           END-IF.
           IF FECHAHASTA > FECHAACT
               MOVE 4 TO MSGSAL
               GO TO PANTALLA373
           END-IF.

           PERFORM CARGARCTAS THRU FINCARGAR.
           IF MSGSAL NOT = 0
               GO TO PANTALLA373
           END-IF.

           OPEN INPUT SALDOSDIAFILE.
           IF FSSD NOT = "00"
               MOVE 9 TO MSGSAL
               GO TO PANTALLA373
           END-IF.
           MOVE 0 TO TOTSALDO.
           MOVE 1 TO IDXCTA.
       CALCSIG.
           IF IDXCTA > NUMCTAS
               GO TO FINCALC
           END-IF.
           PERFORM CALCULAR THRU FINCALCULAR.
           *> El total solo suma cuentas en euros.
           IF DATOSTAB(IDXCTA) = "Y" AND DIVISATAB(IDXCTA) = "EUR"
               ADD RESULTTAB(IDXCTA) TO TOTSALDO GIVING TOTSALDO
           END-IF.
           ADD 1 TO IDXCTA GIVING IDXCTA.
           GO TO CALCSIG.
       FINCALC.
           CLOSE SALDOSDIAFILE.

       PANTALLA371.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Saldos a fecha y saldos medios"
                LINE 3 COLUMN 26 UNDERLINE.
           DISPLAY DNISEL " " NOMBRESEL
                LINE 5 COLUMN 6.
           MOVE FECHADESDE TO FECHAW.
           PERFORM FORMATEARFECHA.
           IF TIPOCON = 1
               DISPLAY "Saldo al cierre del " FECHAFORMA
                    LINE 6 COLUMN 6
           ELSE
               DISPLAY "Saldo medio del " FECHAFORMA
                    LINE 6 COLUMN 6
               MOVE FECHAHASTA TO FECHAW
               PERFORM FORMATEARFECHA
               DISPLAY " al " FECHAFORMA
                    LINE 6 COLUMN 30
           END-IF.
           DISPLAY "Cuenta     Divisa        Importe"
                LINE 8 COLUMN 6.
           MOVE 9 TO LINPANT.
           MOVE 1 TO IDXCTA.
       PINTARCTA.
           IF IDXCTA > NUMCTAS
               GO TO FINPINTAR
           END-IF.
           IF DATOSTAB(IDXCTA) = "N"
               DISPLAY CUENTATAB(IDXCTA) " " DIVISATAB(IDXCTA)
                    "     sin saldos registrados"
                    LINE LINPANT COLUMN 6
           ELSE
               MOVE RESULTTAB(IDXCTA) TO IMPFORMA
               DISPLAY CUENTATAB(IDXCTA) " " DIVISATAB(IDXCTA)
                    "    " IMPFORMA
                    LINE LINPANT COLUMN 6
               IF DESDETAB(IDXCTA) > FECHADESDE
                   MOVE DESDETAB(IDXCTA) TO FECHAW
                   PERFORM FORMATEARFECHA
                   DISPLAY "datos desde " FECHAFORMA
                        LINE LINPANT COLUMN 42
               END-IF
           END-IF.
           ADD 1 TO LINPANT GIVING LINPANT.
           ADD 1 TO IDXCTA GIVING IDXCTA.
           GO TO PINTARCTA.
       FINPINTAR.
           MOVE TOTSALDO TO TOTFORMA.
           DISPLAY "Total cuentas en euros: " TOTFORMA "E"
                LINE 19 COLUMN 6.
           DISPLAY "I - Imprimir certificado   Enter - Aceptar"
                LINE 21 COLUMN 19.
       REPEATX.
           ACCEPT TECLA LINE 21 COLUMN 62.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF TECLA = "I" OR TECLA = "i"
               GO TO PANTALLA372
           END-IF.
           IF ESCAP <> 13
               GO TO REPEATX
           END-IF.
           GO TO PANTALLA370.

       PANTALLA372.
           PERFORM CERTIFICAR THRU FINCERTIFICAR.
           IF MSGSAL NOT = 0
               GO TO PANTALLA373
           END-IF.
           PERFORM AUDITAR.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Saldos a fecha y saldos medios"
                LINE 3 COLUMN 26 UNDERLINE.
           DISPLAY "Certificado grabado en " NOMCERT
                LINE 9 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATCERT.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATCERT
           END-IF.
           GO TO PANTALLA370.

       CARGARCTAS.
           MOVE 0 TO NUMCTAS.
           OPEN INPUT CUENTASFILE.
           IF CUENTACON = SPACES
               GO TO CARGARDNI
           END-IF.
           MOVE 0 TO NOCTA.
           MOVE CUENTACON TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           IF NOCTA = 1
               CLOSE CUENTASFILE
               MOVE 5 TO MSGSAL
               GO TO FINCARGAR
           END-IF.
           MOVE DNITIT TO DNISEL.
           PERFORM ANOTARCTA.
           CLOSE CUENTASFILE.
           GO TO LEERCLIENTE.
       CARGARDNI.
           IF DNICON = SPACES
               CLOSE CUENTASFILE
               MOVE 6 TO MSGSAL
               GO TO FINCARGAR
           END-IF.
           *> De un DNI se certifican las cuentas de las que es
           *> titular; las de autorizado no son suyas.
           MOVE DNICON TO DNISEL.
           OPEN INPUT TITULARESFILE.
           MOVE DNICON TO DNITITU.
           MOVE "N" TO EOF.
           START TITULARESFILE
                KEY = DNITITU
                INVALID KEY MOVE "Y" TO EOF
           END-START.
       LEERTIT.
           IF EOF = "Y"
               GO TO FINTIT
           END-IF.
           READ TITULARESFILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y" OR DNITITU <> DNICON
               GO TO FINTIT
           END-IF.
           IF ROLTIT NOT = "T"
               GO TO LEERTIT
           END-IF.
           MOVE 0 TO NOCTA.
           MOVE CUENTATIT TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE 1 TO NOCTA
           END-READ.
           IF NOCTA = 1
               GO TO LEERTIT
           END-IF.
           IF NUMCTAS < 9
               PERFORM ANOTARCTA
           END-IF.
           GO TO LEERTIT.
       FINTIT.
           CLOSE TITULARESFILE.
           CLOSE CUENTASFILE.
           IF NUMCTAS = 0
               MOVE 7 TO MSGSAL
               GO TO FINCARGAR
           END-IF.
       LEERCLIENTE.
           MOVE 0 TO NOCLI.
           OPEN INPUT CLIENTESFILE.
           MOVE DNISEL TO DNI.
           READ CLIENTESFILE
                KEY IS DNI
                INVALID KEY MOVE 1 TO NOCLI
           END-READ.
           CLOSE CLIENTESFILE.
           IF NOCLI = 1
               MOVE SPACES TO NOMBAPE
           END-IF.
           MOVE NOMBAPE TO NOMBRESEL.
       FINCARGAR.
           EXIT.

       ANOTARCTA.
           ADD 1 TO NUMCTAS GIVING NUMCTAS.
           MOVE CUENTA TO CUENTATAB(NUMCTAS).
           MOVE DIVISA TO DIVISATAB(NUMCTAS).
           MOVE SALDO TO SALDOTAB(NUMCTAS).

       CALCULAR.
           *> Cada foto vale hasta la siguiente, festivos incluidos;
           *> la ultima anterior al periodo da el saldo de partida.
           *> El dia de hoy aun no tiene foto y cuenta con el saldo
           *> actual. Una cuenta sin fotos al principio del periodo
           *> promedia desde su primera foto.
           MOVE "N" TO HAYFOTO.
           MOVE "N" TO EOFSD.
           MOVE 0 TO SUMASALDOS.
           MOVE 0 TO SALDOANT.
           MOVE DIAINI TO DIAANT.
           MOVE DIAINI TO DIAPRIM.
           MOVE CUENTATAB(IDXCTA) TO CUENTASDI.
           MOVE 0 TO FECHASDI.
           START SALDOSDIAFILE KEY IS NOT LESS THAN SDIKEY
                INVALID KEY MOVE "Y" TO EOFSD
           END-START.
       LEERFOTO.
           IF EOFSD = "Y"
               GO TO ULTIMOTRAMO
           END-IF.
           READ SALDOSDIAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFSD
           END-READ.
           IF EOFSD = "Y" OR CUENTASDI NOT = CUENTATAB(IDXCTA)
                   OR FECHASDI > FECHAHASTA OR FECHASDI >= FECHAACT
               GO TO ULTIMOTRAMO
           END-IF.
           IF FECHASDI <= FECHADESDE
               MOVE SALDOSDI TO SALDOANT
               MOVE "Y" TO HAYFOTO
               GO TO LEERFOTO
           END-IF.
           COMPUTE FECHA8 = 20000000 + FECHASDI.
           COMPUTE DIAFOTO = FUNCTION INTEGER-OF-DATE (FECHA8).
           IF HAYFOTO = "Y"
               COMPUTE SUMASALDOS = SUMASALDOS
                    + SALDOANT * (DIAFOTO - DIAANT)
           ELSE
               MOVE DIAFOTO TO DIAPRIM
           END-IF.
           MOVE DIAFOTO TO DIAANT.
           MOVE SALDOSDI TO SALDOANT.
           MOVE "Y" TO HAYFOTO.
           GO TO LEERFOTO.
       ULTIMOTRAMO.
           IF FECHAHASTA = FECHAACT
               IF HAYFOTO = "Y"
                   COMPUTE SUMASALDOS = SUMASALDOS
                        + SALDOANT * (DIAFIN - DIAANT)
               ELSE
                   MOVE DIAFIN TO DIAPRIM
               END-IF
               ADD SALDOTAB(IDXCTA) TO SUMASALDOS GIVING SUMASALDOS
               MOVE "Y" TO HAYFOTO
           ELSE
               IF HAYFOTO = "Y"
                   COMPUTE SUMASALDOS = SUMASALDOS
                        + SALDOANT * (DIAFIN - DIAANT + 1)
               END-IF
           END-IF.
           IF HAYFOTO = "N"
               MOVE "N" TO DATOSTAB(IDXCTA)
               MOVE 0 TO RESULTTAB(IDXCTA)
               MOVE FECHADESDE TO DESDETAB(IDXCTA)
               GO TO FINCALCULAR
           END-IF.
           MOVE "Y" TO DATOSTAB(IDXCTA).
           COMPUTE RESULTTAB(IDXCTA) ROUNDED = SUMASALDOS
                / (DIAFIN - DIAPRIM + 1).
           COMPUTE FECHA8 = FUNCTION DATE-OF-INTEGER (DIAPRIM).
           COMPUTE DESDETAB(IDXCTA) = FECHA8 - 20000000.
       FINCALCULAR.
           EXIT.

       CERTIFICAR.
           MOVE SPACES TO NOMCERT.
           IF CUENTACON NOT = SPACES
               STRING "CERTSALDO." CUENTACON
                    DELIMITED BY SIZE INTO NOMCERT
           ELSE
               STRING "CERTSALDO." DNISEL
                    DELIMITED BY SIZE INTO NOMCERT
           END-IF.
           OPEN OUTPUT CERTSALFILE.
           IF FSCE NOT = "00"
               MOVE 8 TO MSGSAL
               GO TO FINCERTIFICAR
           END-IF.

           IF TIPOCON = 1
               MOVE "CERTIFICADO DE SALDO A FECHA" TO LINEACERT
           ELSE
               MOVE "CERTIFICADO DE SALDO MEDIO" TO LINEACERT
           END-IF.
           PERFORM ESCRIBIRLIN.
           MOVE ALL "=" TO LINEACERT(1:50).
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACERT.
           STRING "TITULAR " DNISEL "  " NOMBRESEL
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE FECHADESDE TO FECHAW.
           PERFORM FORMATEARFECHA.
           MOVE SPACES TO LINEACERT.
           IF TIPOCON = 1
               STRING "SALDO AL CIERRE DEL " FECHAFORMA
                    DELIMITED BY SIZE INTO LINEACERT
           ELSE
               STRING "PERIODO DEL " FECHAFORMA
                    DELIMITED BY SIZE INTO LINEACERT
               MOVE FECHAHASTA TO FECHAW
               PERFORM FORMATEARFECHA
               MOVE "AL" TO LINEACERT(22:2)
               MOVE FECHAFORMA TO LINEACERT(25:8)
           END-IF.
           MOVE FECHAACT TO FECHAW.
           PERFORM FORMATEARFECHA.
           MOVE "EMITIDO" TO LINEACERT(40:7).
           MOVE FECHAFORMA TO LINEACERT(48:8).
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE "  CUENTA      DIVISA         IMPORTE" TO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE 1 TO IDXCTA.
       CERTCTAS.
           IF IDXCTA > NUMCTAS
               GO TO FINCERTCTAS
           END-IF.
           MOVE SPACES TO LINEACERT.
           IF DATOSTAB(IDXCTA) = "N"
               STRING "  " CUENTATAB(IDXCTA) "  " DIVISATAB(IDXCTA)
                    "     SIN SALDOS REGISTRADOS EN LA FECHA"
                    DELIMITED BY SIZE INTO LINEACERT
           ELSE
               MOVE RESULTTAB(IDXCTA) TO IMPFORMA
               STRING "  " CUENTATAB(IDXCTA) "  " DIVISATAB(IDXCTA)
                    "     " IMPFORMA
                    DELIMITED BY SIZE INTO LINEACERT
               IF DESDETAB(IDXCTA) > FECHADESDE
                   MOVE DESDETAB(IDXCTA) TO FECHAW
                   PERFORM FORMATEARFECHA
                   MOVE "DESDE" TO LINEACERT(43:5)
                   MOVE FECHAFORMA TO LINEACERT(49:8)
               END-IF
           END-IF.
           PERFORM ESCRIBIRLIN.
           ADD 1 TO IDXCTA GIVING IDXCTA.
           GO TO CERTCTAS.
       FINCERTCTAS.
           MOVE SPACES TO LINEACERT.
           PERFORM ESCRIBIRLIN.
           MOVE TOTSALDO TO TOTFORMA.
           MOVE SPACES TO LINEACERT.
           STRING "  TOTAL CUENTAS EN EUROS  " TOTFORMA
                DELIMITED BY SIZE INTO LINEACERT.
           PERFORM ESCRIBIRLIN.
           IF TIPOCON = 2
               MOVE SPACES TO LINEACERT
               PERFORM ESCRIBIRLIN
               MOVE "Media diaria de los saldos de cierre; los dias"
                    TO LINEACERT
               PERFORM ESCRIBIRLIN
               MOVE "inhabiles mantienen el saldo del dia anterior."
                    TO LINEACERT
               PERFORM ESCRIBIRLIN
           END-IF.
           CLOSE CERTSALFILE.
       FINCERTIFICAR.
           EXIT.

       FORMATEARFECHA.
           MOVE FECHAW(5:2) TO FECHAINT(1:2).
           MOVE FECHAW(3:2) TO FECHAINT(3:2).
           MOVE FECHAW(1:2) TO FECHAINT(5:2).
           MOVE FECHAINT TO FECHAFORMA.

       FECHAHORA.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

       AUDITAR.
           PERFORM FECHAHORA.
           MOVE SPACES TO RESULTADOAUD.
           IF TIPOCON = 1
               STRING "Saldo a " FECHADESDE " " NOMCERT
                    DELIMITED BY SIZE INTO RESULTADOAUD
           ELSE
               STRING "Medio " FECHADESDE "-" FECHAHASTA " " NOMCERT
                    DELIMITED BY SIZE INTO RESULTADOAUD
           END-IF.
           OPEN EXTEND AUDITORIA.
           MOVE DNISEL TO DNIAUD.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Certificado saldos" TO ACCIONAUD.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.

       ESCRIBIRLIN.
           MOVE LINEACERT TO CERTSALREC.
           WRITE CERTSALREC.

       PANTALLA373.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Saldos a fecha y saldos medios"
                LINE 3 COLUMN 26 UNDERLINE.
           IF MSGSAL = 1
               DISPLAY "El tipo de consulta debe ser 1 o 2"
                    LINE 9 COLUMN 23
           END-IF.
           IF MSGSAL = 2
               DISPLAY "La fecha indicada no es valida"
                    LINE 9 COLUMN 25
           END-IF.
           IF MSGSAL = 3
               DISPLAY "La fecha hasta es anterior a la fecha desde"
                    LINE 9 COLUMN 18
           END-IF.
           IF MSGSAL = 4
               DISPLAY "La fecha es posterior a la fecha de negocio"
                    LINE 9 COLUMN 18
           END-IF.
           IF MSGSAL = 5
               DISPLAY "No existe esa cuenta"
                    LINE 9 COLUMN 30
           END-IF.
           IF MSGSAL = 6
               DISPLAY "Indique una cuenta o un DNI"
                    LINE 9 COLUMN 26
           END-IF.
           IF MSGSAL = 7
               DISPLAY "Ese DNI no es titular de ninguna cuenta"
                    LINE 9 COLUMN 20
           END-IF.
           IF MSGSAL = 8
               DISPLAY "No puede grabarse el certificado"
                    LINE 9 COLUMN 24
           END-IF.
           IF MSGSAL = 9
               DISPLAY "No hay fotos de saldos de cierre"
                    LINE 9 COLUMN 24
           END-IF.
           MOVE 0 TO MSGSAL.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATKO.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP <> 13
               GO TO REPEATKO
           END-IF.
           GO TO PANTALLA370.

       END PROGRAM SALDOMEDIO.
