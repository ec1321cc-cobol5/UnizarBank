           RECORD KEY IS TIPOID
           FILE STATUS IS FSNI.

           SELECT SALDOSDIAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDIKEY
           FILE STATUS IS FSSD.

       DATA DIVISION.
       FILE SECTION.

                 02 COMMANT     PIC 999V99. *> mantenimiento trimestral
                 02 COMTRANSF   PIC 99V99. *> por transferencia
                 02 SALDOEXENTO PIC 9(7)V99. *> saldo que exime
                 02 COMDEVCHQ   PIC 99V99. *> cheque devuelto

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                 02 TIPOID     PIC X(10).
                 02 SIGUIENTE  PIC 9(9).

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

       WORKING-STORAGE SECTION.
           77 FSCT        PIC XX.
           77 FSMF        PIC XX.
           77 FSPR        PIC XX.
           77 FSNI        PIC XX.
           77 FSSD        PIC XX.
           77 HAYFOTOS    PIC X VALUE "Y".
           77 HAYFOTO     PIC X.
           77 EOFSD       PIC X.
           77 MESDESDE    PIC 99.
           77 FECHADESDE  PIC 9(6).
           77 FECHA8      PIC 9(8).
           77 DIAINI      PIC 9(7).
           77 DIAFIN      PIC 9(7).
           77 DIAANT      PIC 9(7).
           77 DIAPRIM     PIC 9(7).
           77 DIAFOTO     PIC 9(7).
           77 SALDOANT    PIC S9999999V99.
           77 SUMASALDOS  PIC S9(13)V99.
           77 SALDOMEDIO  PIC S9999999V99.
           77 EOFCTA      PIC X VALUE "N".
           77 SINTARIFA   PIC X VALUE "N".
           77 MIDACT      PIC 9(9).
           OPEN I-O CUENTASFILE.
           OPEN I-O MOVIMIENTOSFILE.
           OPEN INPUT PRODUCTOSFILE.

           *> La exencion se mide con el saldo medio del trimestre,
           *> desde el dia 1 de su primer mes hasta hoy.
           OPEN INPUT SALDOSDIAFILE.
           IF FSSD NOT = "00"
               MOVE "N" TO HAYFOTOS
               DISPLAY "AVISO: sin SALDOSDIA.DAT se usa el saldo actual"
           END-IF.
           MOVE FECHAACT(3:2) TO MESDESDE.
           IF MESDESDE > 2
               SUBTRACT 2 FROM MESDESDE
           ELSE
               MOVE 1 TO MESDESDE
           END-IF.
           MOVE FECHAACT TO FECHADESDE.
           MOVE MESDESDE TO FECHADESDE(3:2).
           MOVE "01" TO FECHADESDE(5:2).
           COMPUTE FECHA8 = 20000000 + FECHADESDE.
           COMPUTE DIAINI = FUNCTION INTEGER-OF-DATE (FECHA8).
           COMPUTE FECHA8 = 20000000 + FECHAACT.
           COMPUTE DIAFIN = FUNCTION INTEGER-OF-DATE (FECHA8).
       LEERCTAS.
           READ CUENTASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFCTA
           IF SINTARIFA = "Y" OR COMMANT = 0
               GO TO LEERCTAS
           END-IF.
           *> Las cuentas con saldo medio por encima del umbral del
           *> producto quedan exentas de mantenimiento.
           PERFORM CALCULARMEDIO THRU FINMEDIO.
           IF SALDOMEDIO >= SALDOEXENTO
               GO TO LEERCTAS
           END-IF.

           CLOSE CUENTASFILE.
           CLOSE MOVIMIENTOSFILE.
           CLOSE PRODUCTOSFILE.
           IF HAYFOTOS = "Y"
               CLOSE SALDOSDIAFILE
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "Cuentas examinadas: " NUMCUENTAS.
           DISPLAY "Producto C: " NUMCOBRC " comisiones".
           DISPLAY "Producto A: " NUMCOBRA " comisiones".
           MOVE TOTALCOBRA TO IMPFORMA.
           DISPLAY "Producto A ingresos: " IMPFORMA "E".
           GO TO FINPROG.

       CALCULARMEDIO.
           *> Cada foto vale hasta la siguiente; la de antes del
           *> trimestre da el saldo de partida y hoy cuenta con el
           *> saldo actual. Sin fotos se toma el saldo actual.
           MOVE SALDO TO SALDOMEDIO.
           IF HAYFOTOS = "N"
               GO TO FINMEDIO
           END-IF.
           MOVE "N" TO HAYFOTO.
           MOVE "N" TO EOFSD.
           MOVE 0 TO SUMASALDOS.
           MOVE 0 TO SALDOANT.
           MOVE DIAINI TO DIAANT.
           MOVE DIAINI TO DIAPRIM.
           MOVE CUENTA TO CUENTASDI.
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
           IF EOFSD = "Y" OR CUENTASDI NOT = CUENTA
                   OR FECHASDI >= FECHAACT
               GO TO ULTIMOTRAMO
           END-IF.
           IF FECHASDI <= FECHADESDE
               MOVE SALDOSDI TO SALDOANT
               MOVE "Y" TO HAYFOTO
               GO TO LEERFOTO
           END-IF.
           COMPUTE FECHA8 = 20000000 + FECHASDI.
           COMPUTE DIAFOTO = FUNCTION INTEGER-OF-DATE (FECHA8).
           *> Una cuenta abierta en el trimestre promedia desde su
           *> primera foto.
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
           IF HAYFOTO = "N"
               GO TO FINMEDIO
           END-IF.
           COMPUTE SUMASALDOS = SUMASALDOS
                + SALDOANT * (DIAFIN - DIAANT) + SALDO.
           COMPUTE SALDOMEDIO ROUNDED = SUMASALDOS
                / (DIAFIN - DIAPRIM + 1).
       FINMEDIO.
           EXIT.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM COMISIONES.
