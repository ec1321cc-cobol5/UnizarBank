       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADRECLAMA.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECLAMAID
           ALTERNATE RECORD KEY IS DNIRCL WITH DUPLICATES
           FILE STATUS IS FSRC.

           SELECT INFORMEFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSIN.

       DATA DIVISION.
       FILE SECTION.

               *> Reclamaciones de clientes con su plazo de respuesta
               *> en dias habiles y el abono, si lo hubo.
               FD RECLAMAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECLAMACIONES.DAT".
               01 RECLAMAREC.
                 02 RECLAMAID  PIC 9(9).
                 02 DNIRCL     PIC X(9).
                 02 CUENTARCL  PIC X(10).
                 02 MIDRCL     PIC 9(9). *> movimiento reclamado, 0
                 02 ENTRADARCL PIC 9(9). *> entrada reclamada, 0
                 02 CATEGRCL   PIC X(1). *> M movimiento discutido,
                                         *> T tarjeta no devuelta,
                                         *> C comision indebida,
                                         *> O otros motivos
                 02 FECHARCL   PIC 9(6). *> AAMMDD recibida
                 02 LIMITERCL  PIC 9(6). *> AAMMDD plazo de respuesta
                 02 OFICINARCL PIC X(4). *> oficina que la recoge
                 02 OPERRCL    PIC X(8). *> operador asignado
                 02 ESTADORCL  PIC X(1). *> A abierta, R resuelta a
                                         *> favor, D desestimada
                 02 FECHARESRCL PIC 9(6). *> AAMMDD resolucion
                 02 RESOLRCL   PIC X(40).
                 02 IMPDEVRCL  PIC 9(7)V99. *> abonado al cliente
                 02 MIDDEVRCL  PIC 9(9). *> movimiento del abono

               *> Estadistica mensual de reclamaciones, RECLAMA.Maamm:
               *> recibidas, resueltas, plazo medio de resolucion y
               *> abonos por oficina y categoria.
               FD INFORMEFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMINF.
               01 INFORMEREC PIC X(80).

       WORKING-STORAGE SECTION.
           77 FSRC        PIC XX.
           77 FSIN        PIC XX.
           77 EOFRCL      PIC X VALUE "N".
           77 NOMINF      PIC X(15).
           77 FECHAACT    PIC 9(6).
           77 MESACT      PIC 9(4).
           77 NUMOFI      PIC 999 VALUE 0.
           77 IDXOFI      PIC 999.
           77 IDXMOV      PIC 999.
           77 IDXCAT      PIC 9.
           77 DIASRES     PIC 9(5).
           77 FECHA8      PIC 9(8).
           77 DIASINT     PIC 9(9).
           77 NUMLEIDAS   PIC 9(7) VALUE 0.
           77 NUMABIERTAS PIC 9(7) VALUE 0.
           77 NUMVENCIDAS PIC 9(7) VALUE 0.
           *> Linea en curso del informe.
           77 ETIQUETA    PIC X(20).
           77 RECIBACT    PIC 9(5).
           77 RESUELACT   PIC 9(5).
           77 FAVORACT    PIC 9(5).
           77 FUERAACT    PIC 9(5).
           77 DIASACT     PIC 9(7).
           77 ABONOACT    PIC 9(9)V99.
           77 MEDIAACT    PIC 999V9.
           77 RECIBFORMA  PIC ZZZZ9.
           77 RESUELFORMA PIC ZZZZ9.
           77 FAVORFORMA  PIC ZZZZ9.
           77 FUERAFORMA  PIC ZZZZ9.
           77 MEDIAFORMA  PIC ZZ9.9.
           77 ABONOFORMA  PIC Z,ZZZ,ZZ9.99.
           01 LINEAINF    PIC X(80).

       *> Nombre de cada categoria, en el orden M, T, C, O.
       01 CATNOMBRES.
         02 FILLER PIC X(20) VALUE "Movimiento discutido".
         02 FILLER PIC X(20) VALUE "Tarjeta no devuelta".
         02 FILLER PIC X(20) VALUE "Comision indebida".
         02 FILLER PIC X(20) VALUE "Otros motivos".
       01 CATTABLA REDEFINES CATNOMBRES.
         02 NOMBRECAT PIC X(20) OCCURS 4 TIMES.

       *> Acumulados del mes por oficina, ordenados por oficina,
       *> y dentro de cada una por categoria.
       01 OFITABLA.
         02 OFITAB OCCURS 100 TIMES.
           03 OFICINATAB PIC X(4).
           03 CATTAB OCCURS 4 TIMES.
             04 RECIBTAB  PIC 9(5).
             04 RESUELTAB PIC 9(5).
             04 FAVORTAB  PIC 9(5).
             04 FUERATAB  PIC 9(5).
             04 DIASTAB   PIC 9(7).
             04 ABONOTAB  PIC 9(9)V99.

       *> Totales de la entidad por categoria.
       01 TOTTABLA.
         02 TOTTAB OCCURS 4 TIMES.
           03 RECIBTOT  PIC 9(5).
           03 RESUELTOT PIC 9(5).
           03 FAVORTOT  PIC 9(5).
           03 FUERATOT  PIC 9(5).
           03 DIASTOT   PIC 9(7).
           03 ABONOTOT  PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ESTADRECLAMA - Estadistica de reclamaciones".
           DISPLAY "===========================================".
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MOVE FECHAACT(1:4) TO MESACT.
           MOVE SPACES TO NOMINF.
           STRING "RECLAMA.M" MESACT
                DELIMITED BY SIZE INTO NOMINF.
           DISPLAY "Mes " MESACT " sobre " NOMINF.
           MOVE ZEROS TO TOTTABLA.

           OPEN OUTPUT INFORMEFILE.
           IF FSIN NOT = "00"
               DISPLAY "No puede abrirse " NOMINF ". Codigo: " FSIN
               GO TO FINPROG
           END-IF.
           MOVE SPACES TO LINEAINF.
           STRING "ESTADISTICA DE RECLAMACIONES  MES " MESACT(3:2)
                "/" MESACT(1:2)
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEAINF.
           PERFORM ESCRIBIRLIN.

           OPEN INPUT RECLAMAFILE.
           IF FSRC NOT = "00"
               DISPLAY "No hay RECLAMACIONES.DAT: nada que informar"
               MOVE "Sin reclamaciones registradas" TO LINEAINF
               PERFORM ESCRIBIRLIN
               CLOSE INFORMEFILE
               GO TO FINPROG
           END-IF.
       LEERRCL.
           READ RECLAMAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFRCL
           END-READ.
           IF EOFRCL = "Y"
               GO TO FINRCL
           END-IF.
           ADD 1 TO NUMLEIDAS GIVING NUMLEIDAS.
           IF ESTADORCL = "A"
               ADD 1 TO NUMABIERTAS GIVING NUMABIERTAS
               IF LIMITERCL < FECHAACT
                   ADD 1 TO NUMVENCIDAS GIVING NUMVENCIDAS
               END-IF
           END-IF.
           PERFORM ACUMULARRCL THRU FINACUMULARRCL.
           GO TO LEERRCL.
       FINRCL.
           CLOSE RECLAMAFILE.

           MOVE 1 TO IDXOFI.
       LISTAROFI.
           IF IDXOFI > NUMOFI
               GO TO TOTALES
           END-IF.
           PERFORM IMPRIMIROFICINA THRU FINIMPRIMIROFICINA.
           ADD 1 TO IDXOFI GIVING IDXOFI.
           GO TO LISTAROFI.

       TOTALES.
           MOVE SPACES TO LINEAINF.
           STRING "TOTAL ENTIDAD" DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           PERFORM CABECERACAT.
           MOVE 1 TO IDXCAT.
       TOTALCAT.
           MOVE NOMBRECAT(IDXCAT) TO ETIQUETA.
           MOVE RECIBTOT(IDXCAT) TO RECIBACT.
           MOVE RESUELTOT(IDXCAT) TO RESUELACT.
           MOVE FAVORTOT(IDXCAT) TO FAVORACT.
           MOVE FUERATOT(IDXCAT) TO FUERAACT.
           MOVE DIASTOT(IDXCAT) TO DIASACT.
           MOVE ABONOTOT(IDXCAT) TO ABONOACT.
           PERFORM LINEACAT.
           IF IDXCAT < 4
               ADD 1 TO IDXCAT GIVING IDXCAT
               GO TO TOTALCAT
           END-IF.
           MOVE "Total" TO ETIQUETA.
           MOVE 0 TO RECIBACT RESUELACT FAVORACT FUERAACT DIASACT
                ABONOACT.
           MOVE 1 TO IDXCAT.
       SUMARTOT.
           ADD RECIBTOT(IDXCAT) TO RECIBACT GIVING RECIBACT.
           ADD RESUELTOT(IDXCAT) TO RESUELACT GIVING RESUELACT.
           ADD FAVORTOT(IDXCAT) TO FAVORACT GIVING FAVORACT.
           ADD FUERATOT(IDXCAT) TO FUERAACT GIVING FUERAACT.
           ADD DIASTOT(IDXCAT) TO DIASACT GIVING DIASACT.
           ADD ABONOTOT(IDXCAT) TO ABONOACT GIVING ABONOACT.
           IF IDXCAT < 4
               ADD 1 TO IDXCAT GIVING IDXCAT
               GO TO SUMARTOT
           END-IF.
           PERFORM LINEACAT.
           CLOSE INFORMEFILE.

           DISPLAY "----------------------------------------".
           DISPLAY "Reclamaciones leidas:        " NUMLEIDAS.
           DISPLAY "Oficinas con actividad:      " NUMOFI.
           DISPLAY "Recibidas en el mes:         " RECIBACT.
           DISPLAY "Resueltas en el mes:         " RESUELACT.
           DISPLAY "  Fuera de plazo:            " FUERAACT.
           DISPLAY "Dias medios de resolucion:   " MEDIAFORMA.
           DISPLAY "Importe abonado:          " ABONOFORMA.
           DISPLAY "Abiertas al cierre:          " NUMABIERTAS.
           DISPLAY "  Ya fuera de plazo:         " NUMVENCIDAS.
           GO TO FINPROG.

       ACUMULARRCL.
           *> Cuentan las recibidas en el mes y las resueltas en el
           *> mes, aunque se recibieran antes.
           IF FECHARCL(1:4) NOT = MESACT
                   AND (ESTADORCL = "A"
                        OR FECHARESRCL(1:4) NOT = MESACT)
               GO TO FINACUMULARRCL
           END-IF.
           MOVE 4 TO IDXCAT.
           IF CATEGRCL = "M"
               MOVE 1 TO IDXCAT
           END-IF.
           IF CATEGRCL = "T"
               MOVE 2 TO IDXCAT
           END-IF.
           IF CATEGRCL = "C"
               MOVE 3 TO IDXCAT
           END-IF.
           MOVE 1 TO IDXOFI.
       BUSCAROFI.
           IF IDXOFI > NUMOFI
               GO TO NUEVAOFI
           END-IF.
           IF OFICINATAB(IDXOFI) = OFICINARCL
               GO TO SUMARRCL
           END-IF.
           IF OFICINATAB(IDXOFI) > OFICINARCL
               GO TO NUEVAOFI
           END-IF.
           ADD 1 TO IDXOFI GIVING IDXOFI.
           GO TO BUSCAROFI.
       NUEVAOFI.
           *> Se abre hueco en IDXOFI para mantener el orden.
           IF NUMOFI = 100
               DISPLAY "AVISO: tabla de oficinas llena en " OFICINARCL
               GO TO FINACUMULARRCL
           END-IF.
           MOVE NUMOFI TO IDXMOV.
       DESPLAZAROFI.
           IF IDXMOV < IDXOFI
               GO TO HUECOOFI
           END-IF.
           MOVE OFITAB(IDXMOV) TO OFITAB(IDXMOV + 1).
           SUBTRACT 1 FROM IDXMOV GIVING IDXMOV.
           GO TO DESPLAZAROFI.
       HUECOOFI.
           ADD 1 TO NUMOFI GIVING NUMOFI.
           MOVE ZEROS TO OFITAB(IDXOFI).
           MOVE OFICINARCL TO OFICINATAB(IDXOFI).
       SUMARRCL.
           IF FECHARCL(1:4) = MESACT
               ADD 1 TO RECIBTAB(IDXOFI, IDXCAT)
                    GIVING RECIBTAB(IDXOFI, IDXCAT)
               ADD 1 TO RECIBTOT(IDXCAT) GIVING RECIBTOT(IDXCAT)
           END-IF.
           IF ESTADORCL = "A" OR FECHARESRCL(1:4) NOT = MESACT
               GO TO FINACUMULARRCL
           END-IF.
           *> Tiempo de resolucion en dias naturales.
           COMPUTE FECHA8 = 20000000 + FECHARESRCL.
           COMPUTE DIASINT = FUNCTION INTEGER-OF-DATE (FECHA8).
           COMPUTE FECHA8 = 20000000 + FECHARCL.
           COMPUTE DIASRES = DIASINT
                - FUNCTION INTEGER-OF-DATE (FECHA8).
           ADD 1 TO RESUELTAB(IDXOFI, IDXCAT)
                GIVING RESUELTAB(IDXOFI, IDXCAT).
           ADD 1 TO RESUELTOT(IDXCAT) GIVING RESUELTOT(IDXCAT).
           ADD DIASRES TO DIASTAB(IDXOFI, IDXCAT)
                GIVING DIASTAB(IDXOFI, IDXCAT).
           ADD DIASRES TO DIASTOT(IDXCAT) GIVING DIASTOT(IDXCAT).
           IF ESTADORCL = "R"
               ADD 1 TO FAVORTAB(IDXOFI, IDXCAT)
                    GIVING FAVORTAB(IDXOFI, IDXCAT)
               ADD 1 TO FAVORTOT(IDXCAT) GIVING FAVORTOT(IDXCAT)
           END-IF.
           IF FECHARESRCL > LIMITERCL
               ADD 1 TO FUERATAB(IDXOFI, IDXCAT)
                    GIVING FUERATAB(IDXOFI, IDXCAT)
               ADD 1 TO FUERATOT(IDXCAT) GIVING FUERATOT(IDXCAT)
           END-IF.
           ADD IMPDEVRCL TO ABONOTAB(IDXOFI, IDXCAT)
                GIVING ABONOTAB(IDXOFI, IDXCAT).
           ADD IMPDEVRCL TO ABONOTOT(IDXCAT) GIVING ABONOTOT(IDXCAT).
       FINACUMULARRCL.
           EXIT.

       IMPRIMIROFICINA.
           MOVE SPACES TO LINEAINF.
           STRING "OFICINA " OFICINATAB(IDXOFI) DELIMITED BY SIZE
                INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           PERFORM CABECERACAT.
           MOVE 1 TO IDXCAT.
       IMPRIMIRCAT.
           MOVE NOMBRECAT(IDXCAT) TO ETIQUETA.
           MOVE RECIBTAB(IDXOFI, IDXCAT) TO RECIBACT.
           MOVE RESUELTAB(IDXOFI, IDXCAT) TO RESUELACT.
           MOVE FAVORTAB(IDXOFI, IDXCAT) TO FAVORACT.
           MOVE FUERATAB(IDXOFI, IDXCAT) TO FUERAACT.
           MOVE DIASTAB(IDXOFI, IDXCAT) TO DIASACT.
           MOVE ABONOTAB(IDXOFI, IDXCAT) TO ABONOACT.
           PERFORM LINEACAT.
           IF IDXCAT < 4
               ADD 1 TO IDXCAT GIVING IDXCAT
               GO TO IMPRIMIRCAT
           END-IF.
           MOVE "Total oficina" TO ETIQUETA.
           MOVE 0 TO RECIBACT RESUELACT FAVORACT FUERAACT DIASACT
                ABONOACT.
           MOVE 1 TO IDXCAT.
       SUMAROFI.
           ADD RECIBTAB(IDXOFI, IDXCAT) TO RECIBACT GIVING RECIBACT.
           ADD RESUELTAB(IDXOFI, IDXCAT) TO RESUELACT
                GIVING RESUELACT.
           ADD FAVORTAB(IDXOFI, IDXCAT) TO FAVORACT GIVING FAVORACT.
           ADD FUERATAB(IDXOFI, IDXCAT) TO FUERAACT GIVING FUERAACT.
           ADD DIASTAB(IDXOFI, IDXCAT) TO DIASACT GIVING DIASACT.
           ADD ABONOTAB(IDXOFI, IDXCAT) TO ABONOACT GIVING ABONOACT.
           IF IDXCAT < 4
               ADD 1 TO IDXCAT GIVING IDXCAT
               GO TO SUMAROFI
           END-IF.
           PERFORM LINEACAT.
           MOVE SPACES TO LINEAINF.
           PERFORM ESCRIBIRLIN.
       FINIMPRIMIROFICINA.
           EXIT.

       CABECERACAT.
           MOVE SPACES TO LINEAINF.
           STRING "CATEGORIA             RECIB  RESOL  FAVOR  FUERA"
                "   MEDIA       ABONADO"
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.

       LINEACAT.
           *> Media de dias entre recepcion y resolucion de las
           *> resueltas.
           MOVE 0 TO MEDIAACT.
           IF RESUELACT > 0
               COMPUTE MEDIAACT ROUNDED = DIASACT / RESUELACT
           END-IF.
           MOVE RECIBACT TO RECIBFORMA.
           MOVE RESUELACT TO RESUELFORMA.
           MOVE FAVORACT TO FAVORFORMA.
           MOVE FUERAACT TO FUERAFORMA.
           MOVE MEDIAACT TO MEDIAFORMA.
           MOVE ABONOACT TO ABONOFORMA.
           MOVE SPACES TO LINEAINF.
           STRING ETIQUETA "  " RECIBFORMA "  " RESUELFORMA "  "
                FAVORFORMA "  " FUERAFORMA "   " MEDIAFORMA "  "
                ABONOFORMA
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.

       ESCRIBIRLIN.
           MOVE LINEAINF TO INFORMEREC.
           WRITE INFORMEREC.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM ESTADRECLAMA.
