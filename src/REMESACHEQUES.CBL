       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESACHEQUES.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQAJENOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPCHQID
           ALTERNATE RECORD KEY IS CUENTADEP WITH DUPLICATES
           FILE STATUS IS FSCJ.

           SELECT CHQOUTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSCO.

       DATA DIVISION.
       FILE SECTION.

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

               *> Formato fijo pactado con la camara de compensacion:
               *> un registro por cheque ajeno presentado al cobro.
               FD CHQOUTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CHQOUT.DAT".
               01 CHQOUTREC.
                 02 DEPCHQIDOUT  PIC 9(9).
                 02 ENTIDADOUT   PIC 9(4).
                 02 CTALIBOUT    PIC X(10).
                 02 NUMCHQOUT    PIC 9(7).
                 02 IMPORTEOUT   PIC 9(7)V99.
                 02 CUENTADEPOUT PIC X(10).
                 02 FECHAOUT     PIC 9(6).

       WORKING-STORAGE SECTION.
           77 FSCJ        PIC XX.
           77 FSCO        PIC XX.
           77 EOFCJ       PIC X VALUE "N".
           77 FECHAACT    PIC 9(6).
           77 NUMENVIADOS PIC 9999 VALUE 0.
           77 NUMCOMPENS  PIC 9999 VALUE 0.
           77 TOTALREMESA PIC 9(9)V99 VALUE 0.
           77 TOTFORMA    PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "REMESACHEQUES - Remesa de cheques ajenos".
           DISPLAY "========================================".
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           OPEN I-O CHQAJENOSFILE.
           IF FSCJ NOT = "00"
               DISPLAY "No hay cheques de otras entidades"
               GO TO FINPROG
           END-IF.
           OPEN OUTPUT CHQOUTFILE.
       LEERCHQ.
           READ CHQAJENOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFCJ
           END-READ.
           IF EOFCJ = "Y"
               GO TO FINCHQ
           END-IF.
           *> Los enviados que llegan a su fecha de compensacion sin
           *> devolucion se dan por buenos.
           IF ESTADODEP = "E" AND FECHACOMP NOT > FECHAACT
               MOVE "L" TO ESTADODEP
               REWRITE CHQAJENOSREC
               ADD 1 TO NUMCOMPENS GIVING NUMCOMPENS
               GO TO LEERCHQ
           END-IF.
           IF ESTADODEP NOT = "P"
               GO TO LEERCHQ
           END-IF.
           MOVE DEPCHQID TO DEPCHQIDOUT.
           MOVE ENTIDADDEP TO ENTIDADOUT.
           MOVE CTALIBDEP TO CTALIBOUT.
           MOVE NUMCHQDEP TO NUMCHQOUT.
           MOVE IMPORTEDEP TO IMPORTEOUT.
           MOVE CUENTADEP TO CUENTADEPOUT.
           MOVE FECHAACT TO FECHAOUT.
           WRITE CHQOUTREC.
           MOVE "E" TO ESTADODEP.
           REWRITE CHQAJENOSREC.
           ADD 1 TO NUMENVIADOS GIVING NUMENVIADOS.
           ADD IMPORTEDEP TO TOTALREMESA GIVING TOTALREMESA.
           DISPLAY "Cheque " NUMCHQDEP " entidad " ENTIDADDEP
                " enviado, abonado en " CUENTADEP.
           GO TO LEERCHQ.
       FINCHQ.
           CLOSE CHQAJENOSFILE.
           CLOSE CHQOUTFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Cheques enviados a la camara: " NUMENVIADOS.
           MOVE TOTALREMESA TO TOTFORMA.
           DISPLAY "Importe total de la remesa: " TOTFORMA "E".
           DISPLAY "Cheques compensados sin devolucion: " NUMCOMPENS.
       FINPROG.
           EXIT PROGRAM.

       END PROGRAM REMESACHEQUES.
