           RECORD KEY IS TIPOID
           FILE STATUS IS FSNI.

           SELECT TIPOSINTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODTIPO
           FILE STATUS IS FSTP.

       DATA DIVISION.
       FILE SECTION.

                 02 TIPOID     PIC X(10).
                 02 SIGUIENTE  PIC 9(9).

               *> Tabla de tipos de la liquidacion mensual: aqui solo
               *> interesa la R, retencion fiscal sobre el interes
               *> abonado (porcentaje, no mensual).
               FD TIPOSINTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TIPOSINT.DAT".
               01 TIPOSINTREC.
                 02 CODTIPO  PIC X(1).
                 02 TASAMENS PIC V9(4). *> tasa mensual

       WORKING-STORAGE SECTION.
           77 FSCT        PIC XX.
           77 FSMF        PIC XX.
           77 FSPL        PIC XX.
           77 FSNI        PIC XX.
           77 FSTP        PIC XX.
           77 HAYTASA     PIC X.
           77 TASARET     PIC V9(4) VALUE 0.1900. *> si falta tabla
           77 RETENIDO    PIC 9(7)V99.
           77 TOTALRETEN  PIC 9(9)V99 VALUE 0.
           77 EOFPLZ      PIC X VALUE "N".
           77 MSGVENC     PIC 9 VALUE 0.
           77 MIDACT      PIC 9(9).
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.

           *> Porcentaje de retencion fiscal de la tabla de tipos.
           OPEN INPUT TIPOSINTFILE.
           IF FSTP = "00"
               MOVE "R" TO CODTIPO
               MOVE "Y" TO HAYTASA
               READ TIPOSINTFILE
                    KEY IS CODTIPO
                    INVALID KEY MOVE "N" TO HAYTASA
               END-READ
               IF HAYTASA = "Y"
                   MOVE TASAMENS TO TASARET
               END-IF
               CLOSE TIPOSINTFILE
           END-IF.

           OPEN I-O PLAZOSFILE.
           IF FSPL NOT = "00"
               DISPLAY "No se ha encontrado PLAZOS.DAT. Codigo: " FSPL
           *> Interes pactado por los meses completos del contrato.
           COMPUTE INTERES ROUNDED = IMPORTEPLZ * TIPOPLZ
                * MESESPLZ / 12.
           COMPUTE RETENIDO ROUNDED = INTERES * TASARET.
           COMPUTE ABONO = IMPORTEPLZ + INTERES - RETENIDO.

           MOVE 0 TO MSGVENC.
           MOVE CUENTAPLZ TO CUENTA.
                    CUENTAPLZ " no existe o esta cerrada"
               GO TO LEERPLZ
           END-IF.
           IF ESTADOCTA = "D"
               MOVE "A" TO ESTADOCTA
           END-IF.

           *> Principal, interes bruto y retencion fiscal van en
           *> apuntes separados, encadenando el saldo de la cuenta.
           ADD IMPORTEPLZ TO SALDO GIVING SALDO.
           MOVE SPACES TO CONCEPTO.
           STRING "Vencimiento plazo fijo " PLAZOID
                DELIMITED BY SIZE INTO CONCEPTO.
           MOVE IMPORTEPLZ TO CANTIDAD.
           PERFORM GRABARMOV.
           *> Evaluamos las preferencias de aviso del titular.
           CALL "GENERARAVISO" USING MOVIMIENTOSREC.
           CANCEL "GENERARAVISO".
           IF INTERES > 0
               ADD INTERES TO SALDO GIVING SALDO
               MOVE SPACES TO CONCEPTO
               STRING "Interes plazo fijo " PLAZOID
                    DELIMITED BY SIZE INTO CONCEPTO
               MOVE INTERES TO CANTIDAD
               PERFORM GRABARMOV
           END-IF.
           IF RETENIDO > 0
               SUBTRACT RETENIDO FROM SALDO GIVING SALDO
               MOVE SPACES TO CONCEPTO
               STRING "Retencion fiscal plazo " PLAZOID
                    DELIMITED BY SIZE INTO CONCEPTO
               COMPUTE CANTIDAD = 0 - RETENIDO
               PERFORM GRABARMOV
               ADD RETENIDO TO TOTALRETEN GIVING TOTALRETEN
           END-IF.
           REWRITE CUENTASREC.
           MOVE "C" TO FICHLNK.
           MOVE "M" TO OPERLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".

           MOVE "L" TO ESTADOPLZ.
           REWRITE PLAZOSREC.
           ADD 1 TO NUMVENC GIVING NUMVENC.
           ADD ABONO TO TOTALABONO GIVING TOTALABONO.
           MOVE ABONO TO IMPFORMA.
           DISPLAY "Plazo " PLAZOID " liquidado: " IMPFORMA "E en "
                CUENTAPLZ.
           GO TO LEERPLZ.
       FINPLZ.
           CLOSE PLAZOSFILE.
           CLOSE CUENTASFILE.
           CLOSE MOVIMIENTOSFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Plazos vigentes examinados: " NUMEXAM.
           DISPLAY "Plazos liquidados: " NUMVENC.
           DISPLAY "Plazos omitidos: " NUMOMIT.
           MOVE TOTALABONO TO IMPFORMA.
           DISPLAY "Importe total abonado: " IMPFORMA "E".
           MOVE TOTALRETEN TO IMPFORMA.
           DISPLAY "Retencion fiscal practicada: " IMPFORMA "E".
           GO TO FINPROG.

       GRABARMOV.
           *> Obtenemos el siguiente MID del fichero de control en
           *> lugar de recorrer todo MOVIMIENTOSFILE buscando el alto.
           OPEN I-O NEXTIDFILE.
           MOVE MIDACT TO MID.
           MOVE FECHORAACT TO FECHORA.
           MOVE CUENTAPLZ TO CUENTAMOV.
           MOVE "" TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE OFICINAACT TO OFICINAMOV.
           MOVE MOVIMIENTOSREC TO DATOSLNK.
           CALL "GRABARDIARIO" USING APUNTEDIARIO.
           CANCEL "GRABARDIARIO".

       FINPROG.
           EXIT PROGRAM.

