           RECORD KEY IS PRESTID
           FILE STATUS IS FSPE.

           SELECT BARRIDOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTABAR
           ALTERNATE RECORD KEY IS DNIBAR WITH DUPLICATES
           FILE STATUS IS FSBA.

       DATA DIVISION.
       FILE SECTION.

                 02 ESTADOPRE  PIC X(1). *> V vigente, M en mora,
                                         *> L liquidado

               *> Acuerdos de barrido entre la cuenta corriente y una
               *> de ahorro del mismo titular.
               FD BARRIDOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BARRIDOS.DAT".
               01 BARRIDOSREC.
                 02 CUENTABAR  PIC X(10). *> cuenta corriente
                 02 CUENTAAHB  PIC X(10). *> cuenta de ahorro
                 02 DNIBAR     PIC X(9).
                 02 SUELOBAR   PIC 9(7)V99.
                 02 TECHOBAR   PIC 9(7)V99. *> 0 sin techo
                 02 FECHAALTABAR PIC 9(6). *> AAMMDD alta
                 02 ULTBAR     PIC 9(6). *> AAMMDD ultimo barrido
                 02 IMPULTBAR  PIC S9(7)V99. *> + traido de ahorro,
                                             *> - llevado a ahorro

       WORKING-STORAGE SECTION.
           77 FSCT      PIC XX.
           77 FSTI      PIC XX.
           77 FSEN      PIC XX.
           77 FSPL      PIC XX.
           77 FSPE      PIC XX.
           77 FSBA      PIC XX.
           77 TECLA     PIC X(01).
           77 ESCAP     PIC 99.
           77 EOF       PIC X.
           77 NUMENT    PIC 99.
           77 NUMPLZ    PIC 99.
           77 NUMPRE    PIC 99.
           77 NUMBAR    PIC 99.
           77 OPCION    PIC 9.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
       01 CTATABLA.
           MOVE 0 TO NUMENT.
           MOVE 0 TO NUMPLZ.
           MOVE 0 TO NUMPRE.
           MOVE 0 TO NUMBAR.

           *> Cuentas donde figura como titular o autorizado.
           OPEN INPUT TITULARESFILE.
       FINPRE.
           CLOSE PRESTAMOSFILE.

           *> Acuerdos de barrido entre sus cuentas.
           OPEN INPUT BARRIDOSFILE.
           IF FSBA NOT = "00"
               GO TO FINBAR
           END-IF.
           MOVE DNIACT TO DNIBAR.
           START BARRIDOSFILE
                KEY = DNIBAR
                INVALID KEY GO TO CERRARBAR
           END-START.
           MOVE "N" TO EOF.
       LEERBAR.
           READ BARRIDOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y" OR DNIBAR <> DNIACT
               GO TO CERRARBAR
           END-IF.
           IF NUMBAR < 99
               ADD 1 TO NUMBAR GIVING NUMBAR
           END-IF.
           GO TO LEERBAR.
       CERRARBAR.
           CLOSE BARRIDOSFILE.
       FINBAR.

       PANTALLA200.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           DISPLAY "Plazos vigentes: " NUMPLZ
                "   Prestamos vivos: " NUMPRE
                LINE LINPANT COLUMN 14.
           ADD 1 TO LINPANT GIVING LINPANT.
           DISPLAY "Barridos activos: " NUMBAR
                LINE LINPANT COLUMN 14.
           DISPLAY "Detalle: 1 Saldos  2 Movimientos  3 Ordenes"
                LINE 19 COLUMN 14.
           DISPLAY "4 Avisos  5 Plazos  6 Anular entradas  7 Barridos"
                LINE 20 COLUMN 14.
           DISPLAY "F1 Salir" LINE 21 COLUMN 14.
           ACCEPT OPCION LINE 21 COLUMN 40.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
                     IF OPCION = 6
                       CALL "ANULARENTRADA" USING DNIACT
                       CANCEL "ANULARENTRADA"
                     ELSE
                       IF OPCION = 7
                         CALL "MANTBARRIDOS" USING DNIACT
                         CANCEL "MANTBARRIDOS"
                       END-IF
                     END-IF
                   END-IF
                 END-IF
