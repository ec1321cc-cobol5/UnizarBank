           RECORD KEY IS BUTKEY
           FILE STATUS IS FSBU.

           SELECT ESPERAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESPERAID
           ALTERNATE RECORD KEY IS NUMESPERA WITH DUPLICATES
           FILE STATUS IS FSLE.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NEXTID.DAT".
           77 TOTALDEV    PIC 9(9)V99 VALUE 0.
           77 TOTFORMA    PIC ZZZ,ZZZ,ZZ9.99.
           77 OFICINAACT PIC X(4).
           77 FSLE        PIC XX.
           77 EOFESP      PIC X.
           77 NUMESPCERR  PIC 9(5) VALUE 0.

       01 APUNTEDIARIO.
         02 FICHLNK  PIC X(1).
           DISPLAY "Entradas devueltas: " NUMDEVUELTAS.
           MOVE TOTALDEV TO TOTFORMA.
           DISPLAY "Importe devuelto: " TOTFORMA "E".

           *> Con la funcion cancelada la lista de espera se cierra;
           *> las peticiones quedan como demanda no servida.
           OPEN I-O ESPERAFILE.
           IF FSLE NOT = "00"
               GO TO FINPROG
           END-IF.
           MOVE "N" TO EOFESP.
           MOVE NUMDEV TO NUMESPERA.
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
           IF EOFESP = "Y" OR NUMESPERA NOT = NUMDEV
               GO TO FINESPERA
           END-IF.
           IF ESTADOESPERA = "E" OR ESTADOESPERA = "O"
               MOVE "N" TO ESTADOESPERA
               REWRITE ESPERAREC
               ADD 1 TO NUMESPCERR GIVING NUMESPCERR
           END-IF.
           GO TO LEERESPERA.
       FINESPERA.
           CLOSE ESPERAFILE.
           DISPLAY "Peticiones en espera cerradas: " NUMESPCERR.
       FINPROG.
           EXIT PROGRAM.

