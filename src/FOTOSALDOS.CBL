       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTOSALDOS.
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

           SELECT SALDOSDIAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDIKEY
           FILE STATUS IS FSSD.

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
           77 FSSD        PIC XX.
           77 EOFCTA      PIC X VALUE "N".
           77 YAGRABADA   PIC X.
           77 FECHAACT    PIC 9(6).
           77 NUMFOTOS    PIC 9(7) VALUE 0.
           77 NUMREGRAB   PIC 9(7) VALUE 0.
           77 NUMCERRADAS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "FOTOSALDOS - Foto diaria de saldos de cierre".
           DISPLAY "============================================".
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           DISPLAY "Saldos de cierre del dia " FECHAACT.

           OPEN INPUT CUENTASFILE.
           IF FSCT NOT = "00"
               DISPLAY "No puede abrirse CUENTAS.DAT. Codigo: " FSCT
               GO TO FINPROG
           END-IF.
           OPEN I-O SALDOSDIAFILE.
           IF FSSD NOT = "00"
               DISPLAY "No puede abrirse SALDOSDIA.DAT. Codigo: " FSSD
               CLOSE CUENTASFILE
               GO TO FINPROG
           END-IF.
       LEERCTAS.
           READ CUENTASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFCTA
           END-READ.
           IF EOFCTA = "Y"
               GO TO FINCTAS
           END-IF.
           *> Tambien las cerradas: el saldo medio de un periodo
           *> anterior al cierre debe poder seguir calculandose.
           IF ESTADOCTA = "C"
               ADD 1 TO NUMCERRADAS GIVING NUMCERRADAS
           END-IF.
           MOVE CUENTA TO CUENTASDI.
           MOVE FECHAACT TO FECHASDI.
           MOVE DNITIT TO DNISDI.
           MOVE SALDO TO SALDOSDI.
           MOVE DIVISA TO DIVISASDI.
           MOVE ESTADOCTA TO ESTADOSDI.
           *> Si el paso se repite tras un corte, la foto del dia
           *> se sustituye por la actual.
           MOVE "N" TO YAGRABADA.
           WRITE SALDOSDIAREC
                INVALID KEY MOVE "Y" TO YAGRABADA
           END-WRITE.
           IF YAGRABADA = "Y"
               REWRITE SALDOSDIAREC
               ADD 1 TO NUMREGRAB GIVING NUMREGRAB
           END-IF.
           ADD 1 TO NUMFOTOS GIVING NUMFOTOS.
           GO TO LEERCTAS.
       FINCTAS.
           CLOSE CUENTASFILE.
           CLOSE SALDOSDIAFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Saldos grabados: " NUMFOTOS.
           DISPLAY "De ellos de cuentas cerradas: " NUMCERRADAS.
           DISPLAY "Sustituidos de una ejecucion anterior: "
                NUMREGRAB.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM FOTOSALDOS.
