       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFRECEESPERA.
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

           SELECT AVISOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVISOID
           FILE STATUS IS FSAV.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPOID
           LOCK MODE IS MANUAL
           FILE STATUS IS FSNI.

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

               FD AVISOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AVISOS.DAT".
               01 AVISOSREC.
                 02 AVISOID   PIC 9(9).
                 02 DNIAV     PIC X(9).
                 02 FECHAAV   PIC 9999999999. *> AAMMDDHHMM
                 02 TIPOAV    PIC X(1). *> S saldo bajo, M mov. alto,
                                        *> E entrada reservada
                 02 CUENTAAV  PIC X(10).
                 02 DETALLEAV PIC X(40).
                 02 ESTADOAV  PIC X(1). *> P pendiente, L leido,
                                        *> I impreso

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NEXTID.DAT".
               01 NEXTIDREC.
                 02 TIPOID     PIC X(10).
                 02 SIGUIENTE  PIC 9(9).

       WORKING-STORAGE SECTION.
           77 FSEF      PIC XX.
           77 FSBU      PIC XX.
           77 FSLE      PIC XX.
           77 FSAV      PIC XX.
           77 FSNI      PIC XX.
           77 EOFESP    PIC X.
           77 HALLADO   PIC X.
           77 NOESP     PIC X.
           77 AVISOACT  PIC 9(9).
           77 FECHAACT  PIC 9(6).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9999999999.
           77 HORAACT   PIC 9(8).
           77 FECHA8    PIC 9(8).
           77 DIASINT   PIC 9(7).
           77 LIMITEACT PIC 9(6).
           77 FECHAINT  PIC 9(6).
           77 FECHAFORMA PIC 99/99/99.
           *> Dias naturales que se guarda la butaca al siguiente de
           *> la lista antes de pasarla al otro.
           77 DIASRESERVA PIC 9 VALUE 2.
       LINKAGE SECTION.
           01 NUMLNK     PIC 9(3).
           01 FILALNK    PIC 99.
           01 ASIENTOLNK PIC 99.
           01 OFRECIDALNK PIC X.

       PROCEDURE DIVISION USING NUMLNK, FILALNK, ASIENTOLNK,
               OFRECIDALNK.
       MAIN-PARA.
           *> La butaca que acaba de quedar libre se reserva al primero
           *> de la lista de espera del espectaculo cuya zona la
           *> incluya; si no hay nadie sigue a la venta.
           MOVE "N" TO OFRECIDALNK.
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           OPEN INPUT ESPECTACULOSFILE.
           MOVE "N" TO NOESP.
           MOVE NUMLNK TO NUM.
           READ ESPECTACULOSFILE
                KEY IS NUM
                INVALID KEY MOVE "Y" TO NOESP
           END-READ.
           CLOSE ESPECTACULOSFILE.
           IF NOESP = "Y" OR ESTADOESP NOT = "A" OR FECHA < FECHAACT
               EXIT PROGRAM
           END-IF.

           OPEN I-O ESPERAFILE.
           IF FSLE NOT = "00"
               EXIT PROGRAM
           END-IF.
           MOVE "N" TO HALLADO.
           MOVE "N" TO EOFESP.
           MOVE NUMLNK TO NUMESPERA.
           START ESPERAFILE
                KEY = NUMESPERA
                INVALID KEY MOVE "Y" TO EOFESP
           END-START.
       LEERESPERA.
           IF EOFESP = "Y"
               GO TO FINESPERA
           END-IF.
           READ ESPERAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFESP
           END-READ.
           IF EOFESP = "Y" OR NUMESPERA NOT = NUMLNK
               GO TO FINESPERA
           END-IF.
           IF ESTADOESPERA NOT = "E"
               GO TO LEERESPERA
           END-IF.
           IF FILALNK NOT = 0 AND FILADESDE NOT = 0
                   AND (FILALNK < FILADESDE OR FILALNK > FILAHASTA)
               GO TO LEERESPERA
           END-IF.
           MOVE "Y" TO HALLADO.
       FINESPERA.
           IF HALLADO = "N"
               CLOSE ESPERAFILE
               EXIT PROGRAM
           END-IF.

           *> La reserva dura DIASRESERVA dias y nunca pasa del dia
           *> de la funcion.
           COMPUTE FECHA8 = 20000000 + FECHAACT.
           COMPUTE DIASINT = FUNCTION INTEGER-OF-DATE (FECHA8)
                + DIASRESERVA.
           COMPUTE FECHA8 = FUNCTION DATE-OF-INTEGER (DIASINT).
           COMPUTE LIMITEACT = FECHA8 - 20000000.
           IF LIMITEACT > FECHA
               MOVE FECHA TO LIMITEACT
           END-IF.
           MOVE "O" TO ESTADOESPERA.
           MOVE FILALNK TO FILAOFR.
           MOVE ASIENTOLNK TO ASIENTOOFR.
           MOVE FECHAACT TO FECHAOFR.
           MOVE LIMITEACT TO LIMITEOFR.
           REWRITE ESPERAREC.
           CLOSE ESPERAFILE.

           *> La plaza deja de estar a la venta mientras dura la
           *> reserva.
           OPEN I-O ESPECTACULOSFILE.
           MOVE NUMLNK TO NUM.
           READ ESPECTACULOSFILE
                KEY IS NUM
           END-READ.
           IF DISPONIBLES > 0
               SUBTRACT 1 FROM DISPONIBLES GIVING DISPONIBLES
           END-IF.
           REWRITE ESPECTACULOSREC.
           CLOSE ESPECTACULOSFILE.
           IF FILALNK NOT = 0
               OPEN I-O BUTACASFILE
               IF FSBU = "00"
                   MOVE NUMLNK TO NUMBUT
                   MOVE FILALNK TO FILABUT
                   MOVE ASIENTOLNK TO ASIENTOBUT
                   READ BUTACASFILE
                        KEY IS BUTKEY
                        NOT INVALID KEY
                            MOVE "R" TO ESTADOBUT
                            MOVE 0 TO ENTRADABUT
                            REWRITE BUTACASREC
                   END-READ
                   CLOSE BUTACASFILE
               END-IF
           END-IF.

           *> Aviso al cliente para que confirme la compra.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           MOVE LIMITEACT(5:2) TO FECHAINT(1:2).
           MOVE LIMITEACT(3:2) TO FECHAINT(3:2).
           MOVE LIMITEACT(1:2) TO FECHAINT(5:2).
           MOVE FECHAINT TO FECHAFORMA.
           OPEN I-O NEXTIDFILE.
           MOVE "AVISO" TO TIPOID.
           READ NEXTIDFILE WITH LOCK
                KEY IS TIPOID
           END-READ.
           MOVE SIGUIENTE TO AVISOACT.
           ADD 1 TO SIGUIENTE.
           REWRITE NEXTIDREC.
           CLOSE NEXTIDFILE.
           OPEN I-O AVISOSFILE.
           MOVE AVISOACT TO AVISOID.
           MOVE DNIESPERA TO DNIAV.
           MOVE FECHORAACT TO FECHAAV.
           MOVE "E" TO TIPOAV.
           MOVE SPACES TO CUENTAAV.
           MOVE SPACES TO DETALLEAV.
           STRING "Reserva hasta " FECHAFORMA " " NOMBRE
                DELIMITED BY SIZE INTO DETALLEAV.
           MOVE "P" TO ESTADOAV.
           WRITE AVISOSREC.
           CLOSE AVISOSFILE.
           MOVE "Y" TO OFRECIDALNK.
           EXIT PROGRAM.

       END PROGRAM OFRECEESPERA.
