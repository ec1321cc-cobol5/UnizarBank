       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADUCAESPERA.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESPECTACULOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT BUTACASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BUTKEY
           FILE STATUS IS FSBU.

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

               FD BUTACASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BUTACAS.DAT".
               01 BUTACASREC.
                 02 BUTKEY.
                   03 NUMBUT     PIC 9(3). *> espectaculo
                   03 FILABUT    PIC 99.
                   03 ASIENTOBUT PIC 99.
                 02 ESTADOBUT  PIC X(1). *> L libre, O ocupada
                                        *> R reservada en espera
                 02 ENTRADABUT PIC 9(9). *> entrada que la ocupa

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
           77 FSBU      PIC XX.
           77 FSLE      PIC XX.
           77 EOFESP    PIC X VALUE "N".
           77 NOESP     PIC X.
           77 FECHAACT  PIC 9(6).
           77 OFRECIDA  PIC X.
           77 NUMCAD    PIC 999 VALUE 0.
           77 IDXCAD    PIC 999.
           77 NUMCADUCADAS PIC 9(5) VALUE 0.
           77 NUMCERRADAS PIC 9(5) VALUE 0.
           77 NUMREOFR  PIC 9(5) VALUE 0.
       01 CADTABLA.
         02 CADTAB OCCURS 500 TIMES.
           03 NUMCADT   PIC 9(3).
           03 FILACADT  PIC 99.
           03 ASICADT   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CADUCAESPERA - Reservas de lista de espera".
           DISPLAY "==========================================".
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".

           OPEN I-O ESPERAFILE.
           IF FSLE NOT = "00"
               DISPLAY "No hay lista de espera"
               GO TO FINPROG
           END-IF.
           OPEN INPUT ESPECTACULOSFILE.
       LEERESPERA.
           READ ESPERAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFESP
           END-READ.
           IF EOFESP = "Y"
               GO TO FINESPERA
           END-IF.
           IF ESTADOESPERA NOT = "E" AND ESTADOESPERA NOT = "O"
               GO TO LEERESPERA
           END-IF.
           MOVE "N" TO NOESP.
           MOVE NUMESPERA TO NUM.
           READ ESPECTACULOSFILE
                KEY IS NUM
                INVALID KEY MOVE "Y" TO NOESP
           END-READ.
           *> Funcion ya celebrada o fuera de venta: quien seguia
           *> esperando se queda sin servir.
           IF ESTADOESPERA = "E"
               IF NOESP = "Y" OR ESTADOESP NOT = "A"
                       OR FECHA NOT > FECHAACT
                   MOVE "N" TO ESTADOESPERA
                   REWRITE ESPERAREC
                   ADD 1 TO NUMCERRADAS GIVING NUMCERRADAS
               END-IF
               GO TO LEERESPERA
           END-IF.
           *> Reserva no confirmada a tiempo: caduca y la butaca se
           *> ofrece al siguiente.
           IF LIMITEOFR > FECHAACT AND NOESP = "N"
                   AND ESTADOESP = "A" AND FECHA > FECHAACT
               GO TO LEERESPERA
           END-IF.
           MOVE "X" TO ESTADOESPERA.
           REWRITE ESPERAREC.
           ADD 1 TO NUMCADUCADAS GIVING NUMCADUCADAS.
           DISPLAY "Reserva " ESPERAID " de " DNIESPERA
                " caducada, espectaculo " NUMESPERA.
           IF NUMCAD < 500
               ADD 1 TO NUMCAD GIVING NUMCAD
               MOVE NUMESPERA TO NUMCADT(NUMCAD)
               MOVE FILAOFR TO FILACADT(NUMCAD)
               MOVE ASIENTOOFR TO ASICADT(NUMCAD)
           END-IF.
           GO TO LEERESPERA.
       FINESPERA.
           CLOSE ESPERAFILE.
           CLOSE ESPECTACULOSFILE.

           *> Cada butaca caducada vuelve a la venta y pasa al
           *> siguiente de la lista, si lo hay.
           MOVE 1 TO IDXCAD.
       LIBERAR.
           IF IDXCAD > NUMCAD
               GO TO FINLIBERAR
           END-IF.
           OPEN I-O ESPECTACULOSFILE.
           MOVE NUMCADT(IDXCAD) TO NUM.
           READ ESPECTACULOSFILE
                KEY IS NUM
                INVALID KEY MOVE "Y" TO NOESP
                NOT INVALID KEY
                    ADD 1 TO DISPONIBLES GIVING DISPONIBLES
                    REWRITE ESPECTACULOSREC
           END-READ.
           CLOSE ESPECTACULOSFILE.
           IF FILACADT(IDXCAD) NOT = 0
               OPEN I-O BUTACASFILE
               IF FSBU = "00"
                   MOVE NUMCADT(IDXCAD) TO NUMBUT
                   MOVE FILACADT(IDXCAD) TO FILABUT
                   MOVE ASICADT(IDXCAD) TO ASIENTOBUT
                   READ BUTACASFILE
                        KEY IS BUTKEY
                        NOT INVALID KEY
                            MOVE "L" TO ESTADOBUT
                            MOVE 0 TO ENTRADABUT
                            REWRITE BUTACASREC
                   END-READ
                   CLOSE BUTACASFILE
               END-IF
           END-IF.
           CALL "OFRECEESPERA" USING NUMCADT(IDXCAD),
                FILACADT(IDXCAD), ASICADT(IDXCAD), OFRECIDA.
           CANCEL "OFRECEESPERA".
           IF OFRECIDA = "Y"
               ADD 1 TO NUMREOFR GIVING NUMREOFR
           END-IF.
           ADD 1 TO IDXCAD GIVING IDXCAD.
           GO TO LIBERAR.
       FINLIBERAR.
           DISPLAY "----------------------------------------".
           DISPLAY "Reservas caducadas: " NUMCADUCADAS.
           DISPLAY "Butacas ofrecidas al siguiente: " NUMREOFR.
           DISPLAY "Esperas cerradas sin servir: " NUMCERRADAS.
       FINPROG.
           EXIT PROGRAM.

       END PROGRAM CADUCAESPERA.
