       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMEDIVISAS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJADIVISAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJADIVKEY
           FILE STATUS IS FSCV.

           SELECT OPDIVISAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPDIVID
           FILE STATUS IS FSOD.

           SELECT CAMBIOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIVISACAM
           FILE STATUS IS FSCM.

           SELECT INFORMEFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSIN.

       DATA DIVISION.
       FILE SECTION.

               *> Cajon de billetes extranjeros de cada oficina, junto
               *> al de euros de CAJA.DAT: unidades de cada divisa.
               FD CAJADIVISAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CAJADIVISA.DAT".
               01 CAJADIVISAREC.
                 02 CAJADIVKEY.
                   03 OFICINACDV PIC X(4).
                   03 DIVISACDV  PIC X(3).
                 02 EXISTCDV   PIC S9(7). *> unidades en el cajon
                 02 FECHACDV   PIC 9(6). *> AAMMDD ultimo movimiento

               *> Compraventas de billetes extranjeros en ventanilla,
               *> con el cambio aplicado y el margen obtenido.
               FD OPDIVISAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "OPDIVISA.DAT".
               01 OPDIVISAREC.
                 02 OPDIVID    PIC 9(9).
                 02 FECHAOPD   PIC 9999999999. *> AAMMDDHHMM
                 02 OFICINAOPD PIC X(4).
                 02 SESIONOPD  PIC 9(9). *> sesion de caja
                 02 OPEROPD    PIC X(8).
                 02 DNIOPD     PIC X(9). *> documento del cliente
                 02 TIPOOPD    PIC X(1). *> C compramos billetes,
                                         *> V vendemos billetes
                 02 DIVISAOPD  PIC X(3).
                 02 UNIDOPD    PIC 9(5). *> importe en divisa
                 02 TASAOPD    PIC 9(3)V9(6). *> cambio del dia
                 02 PRECIOOPD  PIC 9(3)V9(6). *> cambio aplicado
                 02 EUROSOPD   PIC 9(7)V99.
                 02 MARGENOPD  PIC 9(7)V99.
                 02 FORMAOPD   PIC X(1). *> E efectivo, C cuenta
                 02 CUENTAOPD  PIC X(10).
                 02 MIDOPD     PIC 9(9). *> movimiento o desglose

               FD CAMBIOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CAMBIOS.DAT".
               01 CAMBIOSREC.
                 02 DIVISACAM PIC X(3).
                 02 TASACAM   PIC 9(3)V9(6). *> euros por unidad
                 02 FECHACAM  PIC 9(6). *> AAMMDD ultima revision
                 02 MARGENCAM PIC V9(4). *> margen sobre el cambio en
                                         *> la compraventa de billetes

               *> Posicion de billetes extranjeros por oficina al
               *> cierre, DIVISAS.Daammdd: existencias valoradas al
               *> cambio del dia y compraventas y margen de la jornada.
               FD INFORMEFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMINF.
               01 INFORMEREC PIC X(80).

       WORKING-STORAGE SECTION.
           77 FSCV        PIC XX.
           77 FSOD        PIC XX.
           77 FSCM        PIC XX.
           77 FSIN        PIC XX.
           77 EOFCDV      PIC X VALUE "N".
           77 EOFOPD      PIC X VALUE "N".
           77 EOFCM       PIC X VALUE "N".
           77 NOMINF      PIC X(15).
           77 FECHAACT    PIC 9(6).
           77 OFICINAANT  PIC X(4) VALUE SPACES.
           77 TASAACT     PIC 9(3)V9(6).
           77 VALORACT    PIC S9(9)V99.
           77 COMPRAACT   PIC 9(7).
           77 VENTAACT    PIC 9(7).
           77 MARGENACT   PIC 9(7)V99.
           77 NUMCAM      PIC 99 VALUE 0.
           77 IDXCAM      PIC 99.
           77 NUMOPT      PIC 999 VALUE 0.
           77 IDXOPT      PIC 999.
           77 VALOROFI    PIC S9(9)V99 VALUE 0.
           77 MARGENOFI   PIC 9(9)V99 VALUE 0.
           77 VALORTOT    PIC S9(9)V99 VALUE 0.
           77 MARGENTOT   PIC 9(9)V99 VALUE 0.
           77 NUMOFI      PIC 9(5) VALUE 0.
           77 NUMLIN      PIC 9(5) VALUE 0.
           77 NUMOPS      PIC 9(7) VALUE 0.
           77 NUMCOMPRAS  PIC 9(7) VALUE 0.
           77 NUMVENTAS   PIC 9(7) VALUE 0.
           77 EXISTFORMA  PIC -ZZZ,ZZ9.
           77 TASAFORMA   PIC ZZ9.999999.
           77 VALORFORMA  PIC -Z,ZZZ,ZZ9.99.
           77 COMPRAFORMA PIC ZZZ,ZZ9.
           77 VENTAFORMA  PIC ZZZ,ZZ9.
           77 MARGENFORMA PIC Z,ZZZ,ZZ9.99.
           01 LINEAINF    PIC X(80).

       *> Cambio del dia de cada divisa.
       01 CAMTABLA.
         02 CAMTAB OCCURS 20 TIMES.
           03 DIVISATAB  PIC X(3).
           03 TASATAB    PIC 9(3)V9(6).

       *> Compraventas del dia por oficina y divisa.
       01 OPTABLA.
         02 OPTAB OCCURS 200 TIMES.
           03 OFICINAOPT PIC X(4).
           03 DIVISAOPT  PIC X(3).
           03 COMPRAOPT  PIC 9(7).
           03 VENTAOPT   PIC 9(7).
           03 MARGENOPT  PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "INFORMEDIVISAS - Posicion de billetes en divisa".
           DISPLAY "===============================================".
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MOVE SPACES TO NOMINF.
           STRING "DIVISAS.D" FECHAACT
                DELIMITED BY SIZE INTO NOMINF.
           DISPLAY "Fecha " FECHAACT " sobre " NOMINF.

           OPEN OUTPUT INFORMEFILE.
           IF FSIN NOT = "00"
               DISPLAY "No puede abrirse " NOMINF ". Codigo: " FSIN
               GO TO FINPROG
           END-IF.
           MOVE SPACES TO LINEAINF.
           STRING "POSICION DE BILLETES EN DIVISA  DIA " FECHAACT(5:2)
                "/" FECHAACT(3:2) "/" FECHAACT(1:2)
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEAINF.
           PERFORM ESCRIBIRLIN.

           PERFORM CARGARCAMBIOS THRU FINCARGARCAMBIOS.
           PERFORM CARGAROPERACIONES THRU FINCARGAROPERACIONES.

           OPEN INPUT CAJADIVISAFILE.
           IF FSCV NOT = "00"
               DISPLAY "No hay CAJADIVISA.DAT: nada que informar"
               MOVE "Sin cajones de divisa" TO LINEAINF
               PERFORM ESCRIBIRLIN
               CLOSE INFORMEFILE
               GO TO FINPROG
           END-IF.
       LEERCDV.
           READ CAJADIVISAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFCDV
           END-READ.
           IF EOFCDV = "Y"
               GO TO FINCDV
           END-IF.
           IF OFICINACDV NOT = OFICINAANT
               IF OFICINAANT NOT = SPACES
                   PERFORM TOTALOFICINA
               END-IF
               PERFORM CABECERAOFICINA
           END-IF.
           PERFORM LINEADIVISA THRU FINLINEADIVISA.
           GO TO LEERCDV.
       FINCDV.
           CLOSE CAJADIVISAFILE.
           IF OFICINAANT NOT = SPACES
               PERFORM TOTALOFICINA
           END-IF.

           MOVE SPACES TO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEAINF.
           STRING "TOTAL ENTIDAD" DELIMITED BY SIZE INTO LINEAINF.
           MOVE VALORTOT TO VALORFORMA.
           MOVE VALORFORMA TO LINEAINF(28:13).
           MOVE MARGENTOT TO MARGENFORMA.
           MOVE MARGENFORMA TO LINEAINF(61:12).
           PERFORM ESCRIBIRLIN.
           CLOSE INFORMEFILE.

           DISPLAY "----------------------------------------".
           DISPLAY "Oficinas con cajon de divisa: " NUMOFI.
           DISPLAY "Lineas de divisa:             " NUMLIN.
           DISPLAY "Operaciones del dia:          " NUMOPS.
           DISPLAY "  Compras a clientes:         " NUMCOMPRAS.
           DISPLAY "  Ventas a clientes:          " NUMVENTAS.
           MOVE VALORTOT TO VALORFORMA.
           DISPLAY "Contravalor de existencias: " VALORFORMA.
           MOVE MARGENTOT TO MARGENFORMA.
           DISPLAY "Margen del dia:              " MARGENFORMA.
           GO TO FINPROG.

       CARGARCAMBIOS.
           OPEN INPUT CAMBIOSFILE.
           IF FSCM NOT = "00"
               DISPLAY "No hay CAMBIOS.DAT: existencias sin valorar"
               GO TO FINCARGARCAMBIOS
           END-IF.
       LEERCAM.
           READ CAMBIOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFCM
           END-READ.
           IF EOFCM = "Y"
               GO TO CERRARCAM
           END-IF.
           IF NUMCAM = 20
               DISPLAY "AVISO: tabla de cambios llena en " DIVISACAM
               GO TO CERRARCAM
           END-IF.
           ADD 1 TO NUMCAM GIVING NUMCAM.
           MOVE DIVISACAM TO DIVISATAB(NUMCAM).
           MOVE TASACAM TO TASATAB(NUMCAM).
           GO TO LEERCAM.
       CERRARCAM.
           CLOSE CAMBIOSFILE.
       FINCARGARCAMBIOS.
           EXIT.

       CARGAROPERACIONES.
           *> Solo cuentan las compraventas de la fecha de negocio.
           OPEN INPUT OPDIVISAFILE.
           IF FSOD NOT = "00"
               DISPLAY "No hay OPDIVISA.DAT: sin operaciones del dia"
               GO TO FINCARGAROPERACIONES
           END-IF.
       LEEROPD.
           READ OPDIVISAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFOPD
           END-READ.
           IF EOFOPD = "Y"
               GO TO CERRAROPD
           END-IF.
           IF FECHAOPD(1:6) NOT = FECHAACT
               GO TO LEEROPD
           END-IF.
           ADD 1 TO NUMOPS GIVING NUMOPS.
           IF TIPOOPD = "C"
               ADD 1 TO NUMCOMPRAS GIVING NUMCOMPRAS
           ELSE
               ADD 1 TO NUMVENTAS GIVING NUMVENTAS
           END-IF.
           MOVE 1 TO IDXOPT.
       BUSCAROPT.
           IF IDXOPT > NUMOPT
               GO TO NUEVAOPT
           END-IF.
           IF OFICINAOPT(IDXOPT) = OFICINAOPD
                   AND DIVISAOPT(IDXOPT) = DIVISAOPD
               GO TO SUMAROPT
           END-IF.
           ADD 1 TO IDXOPT GIVING IDXOPT.
           GO TO BUSCAROPT.
       NUEVAOPT.
           IF NUMOPT = 200
               DISPLAY "AVISO: tabla de operaciones llena en oficina "
                    OFICINAOPD " " DIVISAOPD
               GO TO LEEROPD
           END-IF.
           ADD 1 TO NUMOPT GIVING NUMOPT.
           MOVE NUMOPT TO IDXOPT.
           MOVE OFICINAOPD TO OFICINAOPT(IDXOPT).
           MOVE DIVISAOPD TO DIVISAOPT(IDXOPT).
           MOVE 0 TO COMPRAOPT(IDXOPT).
           MOVE 0 TO VENTAOPT(IDXOPT).
           MOVE 0 TO MARGENOPT(IDXOPT).
       SUMAROPT.
           IF TIPOOPD = "C"
               ADD UNIDOPD TO COMPRAOPT(IDXOPT)
                    GIVING COMPRAOPT(IDXOPT)
           ELSE
               ADD UNIDOPD TO VENTAOPT(IDXOPT)
                    GIVING VENTAOPT(IDXOPT)
           END-IF.
           ADD MARGENOPD TO MARGENOPT(IDXOPT)
                GIVING MARGENOPT(IDXOPT).
           GO TO LEEROPD.
       CERRAROPD.
           CLOSE OPDIVISAFILE.
       FINCARGAROPERACIONES.
           EXIT.

       CABECERAOFICINA.
           MOVE OFICINACDV TO OFICINAANT.
           ADD 1 TO NUMOFI GIVING NUMOFI.
           MOVE 0 TO VALOROFI.
           MOVE 0 TO MARGENOFI.
           MOVE SPACES TO LINEAINF.
           STRING "OFICINA " OFICINACDV DELIMITED BY SIZE
                INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEAINF.
           STRING "DIV  UNIDADES      CAMBIO    CONTRAVALOR"
                "  COMPRAS   VENTAS        MARGEN"
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.

       LINEADIVISA.
           ADD 1 TO NUMLIN GIVING NUMLIN.
           MOVE 0 TO TASAACT.
           MOVE 1 TO IDXCAM.
       BUSCARCAM.
           IF IDXCAM > NUMCAM
               GO TO VALORARCDV
           END-IF.
           IF DIVISATAB(IDXCAM) = DIVISACDV
               MOVE TASATAB(IDXCAM) TO TASAACT
               GO TO VALORARCDV
           END-IF.
           ADD 1 TO IDXCAM GIVING IDXCAM.
           GO TO BUSCARCAM.
       VALORARCDV.
           *> Las existencias se valoran al cambio del dia, sin
           *> margen.
           COMPUTE VALORACT ROUNDED = EXISTCDV * TASAACT.
           MOVE 0 TO COMPRAACT.
           MOVE 0 TO VENTAACT.
           MOVE 0 TO MARGENACT.
           MOVE 1 TO IDXOPT.
       BUSCAROPE.
           IF IDXOPT > NUMOPT
               GO TO IMPRIMIRCDV
           END-IF.
           IF OFICINAOPT(IDXOPT) = OFICINACDV
                   AND DIVISAOPT(IDXOPT) = DIVISACDV
               MOVE COMPRAOPT(IDXOPT) TO COMPRAACT
               MOVE VENTAOPT(IDXOPT) TO VENTAACT
               MOVE MARGENOPT(IDXOPT) TO MARGENACT
               GO TO IMPRIMIRCDV
           END-IF.
           ADD 1 TO IDXOPT GIVING IDXOPT.
           GO TO BUSCAROPE.
       IMPRIMIRCDV.
           ADD VALORACT TO VALOROFI GIVING VALOROFI.
           ADD MARGENACT TO MARGENOFI GIVING MARGENOFI.
           ADD VALORACT TO VALORTOT GIVING VALORTOT.
           ADD MARGENACT TO MARGENTOT GIVING MARGENTOT.
           MOVE EXISTCDV TO EXISTFORMA.
           MOVE TASAACT TO TASAFORMA.
           MOVE VALORACT TO VALORFORMA.
           MOVE COMPRAACT TO COMPRAFORMA.
           MOVE VENTAACT TO VENTAFORMA.
           MOVE MARGENACT TO MARGENFORMA.
           MOVE SPACES TO LINEAINF.
           STRING DIVISACDV "  " EXISTFORMA "  " TASAFORMA "  "
                VALORFORMA "  " COMPRAFORMA "  " VENTAFORMA "  "
                MARGENFORMA
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
       FINLINEADIVISA.
           EXIT.

       TOTALOFICINA.
           MOVE SPACES TO LINEAINF.
           STRING "Total oficina " OFICINAANT DELIMITED BY SIZE
                INTO LINEAINF.
           MOVE VALOROFI TO VALORFORMA.
           MOVE VALORFORMA TO LINEAINF(28:13).
           MOVE MARGENOFI TO MARGENFORMA.
           MOVE MARGENFORMA TO LINEAINF(61:12).
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEAINF.
           PERFORM ESCRIBIRLIN.

       ESCRIBIRLIN.
           MOVE LINEAINF TO INFORMEREC.
           WRITE INFORMEREC.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM INFORMEDIVISAS.
