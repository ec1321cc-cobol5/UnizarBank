       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMARETENCIONES.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBARGOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMBARGOID
           FILE STATUS IS FSEM.

           SELECT CHQAJENOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPCHQID
           ALTERNATE RECORD KEY IS CUENTADEP WITH DUPLICATES
           FILE STATUS IS FSCJ.

       DATA DIVISION.
       FILE SECTION.

               *> Embargos judiciales por cuenta: mientras el embargo
               *> esta activo su importe queda retenido y resta del
               *> disponible en toda salida de fondos.
               FD EMBARGOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "EMBARGOS.DAT".
               01 EMBARGOSREC.
                 02 EMBARGOID  PIC 9(9).
                 02 CUENTAEMB  PIC X(10).
                 02 IMPORTEEMB PIC 9(7)V99.
                 02 REFEMB     PIC X(20). *> referencia judicial
                 02 FECHAEMB   PIC 9(6). *> AAMMDD registro
                 02 ESTADOEMB  PIC X(1). *> A activo, E ejecutado,
                                         *> L levantado

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

       WORKING-STORAGE SECTION.
           77 FSEM      PIC XX.
           77 EOFEMB    PIC X.
           77 FSCJ      PIC XX.
           77 EOFCJ     PIC X.
           77 FECHAACT  PIC 9(6).
       LINKAGE SECTION.
           01 CUENTALNK PIC X(10).
           01 RETENLNK  PIC 9(7)V99.

       PROCEDURE DIVISION USING CUENTALNK, RETENLNK.
       MAIN-PARA.
           *> Suma de los embargos activos sobre la cuenta y de los
           *> cheques ajenos aun sin compensar, sin mirar si la
           *> cuenta esta bloqueada por fallecimiento.
           MOVE 0 TO RETENLNK.
           OPEN INPUT EMBARGOSFILE.
           IF FSEM NOT = "00"
               PERFORM SUMARCHEQUES THRU FINCHQ
               EXIT PROGRAM
           END-IF.
           MOVE "N" TO EOFEMB.
       LEEREMB.
           READ EMBARGOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFEMB
           END-READ.
           IF EOFEMB = "Y"
               GO TO FINEMB
           END-IF.
           IF CUENTAEMB = CUENTALNK AND ESTADOEMB = "A"
               ADD IMPORTEEMB TO RETENLNK GIVING RETENLNK
           END-IF.
           GO TO LEEREMB.
       FINEMB.
           CLOSE EMBARGOSFILE.
           PERFORM SUMARCHEQUES THRU FINCHQ.
           EXIT PROGRAM.

       SUMARCHEQUES.
           *> Los cheques ajenos abonados en la cuenta no estan
           *> disponibles hasta su fecha de compensacion; uno devuelto
           *> ya se ha descontado del saldo.
           OPEN INPUT CHQAJENOSFILE.
           IF FSCJ NOT = "00"
               GO TO FINCHQ
           END-IF.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MOVE "N" TO EOFCJ.
           MOVE CUENTALNK TO CUENTADEP.
           START CHQAJENOSFILE
                KEY = CUENTADEP
                INVALID KEY MOVE "Y" TO EOFCJ
           END-START.
       LEERCHQ.
           IF EOFCJ = "Y"
               GO TO CERRARCHQ
           END-IF.
           READ CHQAJENOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFCJ
           END-READ.
           IF EOFCJ = "Y" OR CUENTADEP NOT = CUENTALNK
               GO TO CERRARCHQ
           END-IF.
           IF ESTADODEP NOT = "D" AND FECHACOMP > FECHAACT
               ADD IMPORTEDEP TO RETENLNK GIVING RETENLNK
           END-IF.
           GO TO LEERCHQ.
       CERRARCHQ.
           CLOSE CHQAJENOSFILE.
       FINCHQ.
           EXIT.

       END PROGRAM SUMARETENCIONES.
