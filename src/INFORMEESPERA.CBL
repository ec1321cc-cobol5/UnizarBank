       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMEESPERA.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESPECTACULOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT ESPERAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESPERAID
           ALTERNATE RECORD KEY IS NUMESPERA WITH DUPLICATES
           FILE STATUS IS FSLE.

       DATA DIVISION.
       FILE SECTION.

               FD ESPECTACULOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPECTACULOS.DAT".
               01 ESPECTACULOSREC.
                 02 NUM      PIC 9(3).
                 02 NOMBRE   PIC X(20).
                 02 DESCRIPCION   PIC X(20).
                 02 FECHA PIC 9(6). *> Sin formato
                 02 PRECIO PIC 999V99.
                 02 DISPONIBLES PIC 99999.
                 02 ESTADOESP PIC X(1). *> A activo, R retirado,
                                        *> C cancelado

               *> Lista de espera de espectaculos agotados; las
               *> peticiones servidas o caducadas no se borran.
               FD ESPERAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "LISTAESPERA.DAT".
               01 ESPERAREC.
                 02 ESPERAID     PIC 9(9).
                 02 NUMESPERA    PIC 9(3). *> espectaculo
                 02 DNIESPERA    PIC X(9).
                 02 FILADESDE    PIC 99. *> zona preferida,
                 02 FILAHASTA    PIC 99. *> 0 = cualquiera
                 02 FECHAALTAESP PIC 9999999999. *> AAMMDDHHMM
                 02 ESTADOESPERA PIC X(1). *> E en espera, O ofrecida,
                                           *> C comprada, X caducada,
                                           *> N no servida
                 02 FILAOFR      PIC 99. *> butaca reservada,
                 02 ASIENTOOFR   PIC 99. *> 0 si sin numerar
                 02 FECHAOFR     PIC 9(6). *> AAMMDD oferta
                 02 LIMITEOFR    PIC 9(6). *> AAMMDD fin de reserva
                 02 ENTRADAESP   PIC 9(9). *> entrada comprada

       WORKING-STORAGE SECTION.
           77 FSEF      PIC XX.
           77 FSLE      PIC XX.
           77 EOFESP    PIC X VALUE "N".
           77 EOFLIS    PIC X.
           77 NUMACT    PIC 9(3).
           77 PETESP    PIC 9(5).
           77 COMPESP   PIC 9(5).
           77 CADESP    PIC 9(5).
           77 NOSERVESP PIC 9(5).
           77 VIVASESP  PIC 9(5).
           77 SINSERVIR PIC 9(5).
           77 TOTPET    PIC 9(7) VALUE 0.
           77 TOTCOMP   PIC 9(7) VALUE 0.
           77 TOTSINSERVIR PIC 9(7) VALUE 0.
           77 IMPPERDIDO PIC 9(9)V99 VALUE 0.
           77 IMPFORMA  PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "INFORMEESPERA - Demanda no servida por espectaculo".
           DISPLAY "==================================================".
           OPEN INPUT ESPERAFILE.
           IF FSLE NOT = "00"
               DISPLAY "No hay lista de espera"
               GO TO FINPROG
           END-IF.
           OPEN INPUT ESPECTACULOSFILE.
           DISPLAY "Esp Nombre               Pet. Comp. Cad. NoServ"
                " Vivas SinServir".
       LEERESP.
           READ ESPECTACULOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFESP
           END-READ.
           IF EOFESP = "Y"
               GO TO FINESP
           END-IF.
           MOVE NUM TO NUMACT.
           MOVE 0 TO PETESP.
           MOVE 0 TO COMPESP.
           MOVE 0 TO CADESP.
           MOVE 0 TO NOSERVESP.
           MOVE 0 TO VIVASESP.
           MOVE "N" TO EOFLIS.
           MOVE NUMACT TO NUMESPERA.
           START ESPERAFILE
                KEY = NUMESPERA
                INVALID KEY MOVE "Y" TO EOFLIS
           END-START.
       LEERLISTA.
           IF EOFLIS = "Y"
               GO TO FINLISTA
           END-IF.
           READ ESPERAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFLIS
           END-READ.
           IF EOFLIS = "Y" OR NUMESPERA NOT = NUMACT
               GO TO FINLISTA
           END-IF.
           ADD 1 TO PETESP GIVING PETESP.
           IF ESTADOESPERA = "C"
               ADD 1 TO COMPESP GIVING COMPESP
           END-IF.
           IF ESTADOESPERA = "X"
               ADD 1 TO CADESP GIVING CADESP
           END-IF.
           IF ESTADOESPERA = "N"
               ADD 1 TO NOSERVESP GIVING NOSERVESP
           END-IF.
           IF ESTADOESPERA = "E" OR ESTADOESPERA = "O"
               ADD 1 TO VIVASESP GIVING VIVASESP
           END-IF.
           GO TO LEERLISTA.
       FINLISTA.
           IF PETESP = 0
               GO TO LEERESP
           END-IF.
           *> Demanda sin servir: reservas que caducaron y esperas
           *> que se cerraron sin butaca.
           COMPUTE SINSERVIR = CADESP + NOSERVESP.
           ADD PETESP TO TOTPET GIVING TOTPET.
           ADD COMPESP TO TOTCOMP GIVING TOTCOMP.
           ADD SINSERVIR TO TOTSINSERVIR GIVING TOTSINSERVIR.
           COMPUTE IMPPERDIDO = IMPPERDIDO + SINSERVIR * PRECIO.
           DISPLAY NUMACT " " NOMBRE " " PETESP " " COMPESP " "
                CADESP " " NOSERVESP " " VIVASESP " " SINSERVIR.
           GO TO LEERESP.
       FINESP.
           CLOSE ESPERAFILE.
           CLOSE ESPECTACULOSFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Peticiones de espera: " TOTPET.
           DISPLAY "Convertidas en compra: " TOTCOMP.
           DISPLAY "Demanda no servida: " TOTSINSERVIR.
           MOVE IMPPERDIDO TO IMPFORMA.
           DISPLAY "Importe de la demanda no servida: " IMPFORMA "E".
       FINPROG.
           EXIT PROGRAM.

       END PROGRAM INFORMEESPERA.
