       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAZOSRECLAMA.
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

           SELECT CALENDARIOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FECHACAL
           FILE STATUS IS FSCAL.

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

               *> Calendario de la entidad: un registro por festivo;
               *> los sabados y domingos no se graban, los calcula
               *> cada programa por si mismo.
               FD CALENDARIOFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CALENDARIO.DAT".
               01 CALENDARIOREC.
                 02 FECHACAL PIC 9(6). *> AAMMDD
                 02 TIPODIA  PIC X(1). *> F festivo
                 02 MOTIVOCAL PIC X(30).

               *> Reclamaciones abiertas vencidas o proximas a vencer,
               *> RECLAMA.Daammdd, con los dias habiles de margen o
               *> de retraso sobre el plazo de respuesta.
               FD INFORMEFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMINF.
               01 INFORMEREC PIC X(80).

       WORKING-STORAGE SECTION.
           77 FSRC        PIC XX.
           77 FSCAL       PIC XX.
           77 FSIN        PIC XX.
           77 EOFRCL      PIC X VALUE "N".
           77 NOMINF      PIC X(15).
           77 FECHAACT    PIC 9(6).
           *> Se avisan las reclamaciones a las que quedan como
           *> mucho AVISORCL dias habiles de plazo.
           77 AVISORCL    PIC 99 VALUE 3.
           77 FECHADESDE  PIC 9(6).
           77 FECHAHASTA  PIC 9(6).
           77 NUMHABILES  PIC 999.
           77 SITUACION   PIC X(9).
           77 NUMABIERTAS PIC 9(7) VALUE 0.
           77 NUMVENCIDAS PIC 9(7) VALUE 0.
           77 NUMHOY      PIC 9(7) VALUE 0.
           77 NUMPROXIMAS PIC 9(7) VALUE 0.
           77 DIASFORMA   PIC ZZ9.
           77 HAYCALEN    PIC X VALUE "N".
           77 FECHAW      PIC 9(6).
           77 HABILW      PIC X.
           77 NOFEST      PIC X.
           77 DOWIDX      PIC 9.
           77 FECHA8      PIC 9(8).
           77 DIASINT     PIC 9(9).
           01 LINEAINF    PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PLAZOSRECLAMA - Plazos de reclamaciones".
           DISPLAY "=======================================".
           CALL "LEERFECHANEG" USING FECHAACT.
           CANCEL "LEERFECHANEG".
           MOVE SPACES TO NOMINF.
           STRING "RECLAMA.D" FECHAACT
                DELIMITED BY SIZE INTO NOMINF.
           DISPLAY "Fecha " FECHAACT " sobre " NOMINF.

           OPEN OUTPUT INFORMEFILE.
           IF FSIN NOT = "00"
               DISPLAY "No puede abrirse " NOMINF ". Codigo: " FSIN
               GO TO FINPROG
           END-IF.
           MOVE SPACES TO LINEAINF.
           STRING "RECLAMACIONES FUERA O CERCA DE PLAZO  DIA "
                FECHAACT(5:2) "/" FECHAACT(3:2) "/" FECHAACT(1:2)
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEAINF.
           STRING "NUMERO    DNI       CUENTA     C OFIC OPERADOR"
                " RECIBIDA PLAZO  DIAS SITUACION"
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.

           MOVE "Y" TO HAYCALEN.
           OPEN INPUT CALENDARIOFILE.
           IF FSCAL NOT = "00"
               DISPLAY "No hay CALENDARIO.DAT: solo fines de semana"
               MOVE "N" TO HAYCALEN
           END-IF.

           OPEN INPUT RECLAMAFILE.
           IF FSRC NOT = "00"
               DISPLAY "No hay RECLAMACIONES.DAT: nada que revisar"
               MOVE "Sin reclamaciones registradas" TO LINEAINF
               PERFORM ESCRIBIRLIN
               GO TO FINRCL
           END-IF.
       LEERRCL.
           READ RECLAMAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFRCL
           END-READ.
           IF EOFRCL = "Y"
               GO TO CERRARRCL
           END-IF.
           IF ESTADORCL NOT = "A"
               GO TO LEERRCL
           END-IF.
           ADD 1 TO NUMABIERTAS GIVING NUMABIERTAS.

           *> Vencida: se cuentan los dias habiles de retraso desde
           *> el plazo; pendiente: los que faltan hasta el plazo.
           IF LIMITERCL < FECHAACT
               MOVE LIMITERCL TO FECHADESDE
               MOVE FECHAACT TO FECHAHASTA
               PERFORM CONTARHABILES THRU FINCONTARHABILES
               MOVE "VENCIDA" TO SITUACION
               ADD 1 TO NUMVENCIDAS GIVING NUMVENCIDAS
               GO TO IMPRIMIRRCL
           END-IF.
           IF LIMITERCL = FECHAACT
               MOVE 0 TO NUMHABILES
               MOVE "VENCE HOY" TO SITUACION
               ADD 1 TO NUMHOY GIVING NUMHOY
               GO TO IMPRIMIRRCL
           END-IF.
           MOVE FECHAACT TO FECHADESDE.
           MOVE LIMITERCL TO FECHAHASTA.
           PERFORM CONTARHABILES THRU FINCONTARHABILES.
           IF NUMHABILES > AVISORCL
               GO TO LEERRCL
           END-IF.
           MOVE "PROXIMA" TO SITUACION.
           ADD 1 TO NUMPROXIMAS GIVING NUMPROXIMAS.
       IMPRIMIRRCL.
           MOVE NUMHABILES TO DIASFORMA.
           MOVE SPACES TO LINEAINF.
           STRING RECLAMAID " " DNIRCL " " CUENTARCL " " CATEGRCL " "
                OFICINARCL " " OPERRCL " " FECHARCL "   " LIMITERCL
                " " DIASFORMA "  " SITUACION
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           GO TO LEERRCL.
       CERRARRCL.
           CLOSE RECLAMAFILE.
       FINRCL.
           IF HAYCALEN = "Y"
               CLOSE CALENDARIOFILE
           END-IF.
           MOVE SPACES TO LINEAINF.
           PERFORM ESCRIBIRLIN.
           MOVE SPACES TO LINEAINF.
           STRING "Abiertas " NUMABIERTAS "  Vencidas " NUMVENCIDAS
                "  Vencen hoy " NUMHOY "  Proximas " NUMPROXIMAS
                DELIMITED BY SIZE INTO LINEAINF.
           PERFORM ESCRIBIRLIN.
           CLOSE INFORMEFILE.

           DISPLAY "----------------------------------------".
           DISPLAY "Reclamaciones abiertas:      " NUMABIERTAS.
           DISPLAY "  Fuera de plazo:            " NUMVENCIDAS.
           DISPLAY "  Vencen hoy:                " NUMHOY.
           DISPLAY "  Vencen en " AVISORCL " dias habiles:   "
                NUMPROXIMAS.
           GO TO FINPROG.

       CONTARHABILES.
           *> Dias habiles posteriores a FECHADESDE hasta FECHAHASTA
           *> inclusive.
           MOVE 0 TO NUMHABILES.
           MOVE FECHADESDE TO FECHAW.
       SIGDIA.
           IF FECHAW NOT < FECHAHASTA OR NUMHABILES = 999
               GO TO FINCONTARHABILES
           END-IF.
           COMPUTE FECHA8 = 20000000 + FECHAW.
           COMPUTE DIASINT = FUNCTION INTEGER-OF-DATE (FECHA8) + 1.
           COMPUTE FECHA8 = FUNCTION DATE-OF-INTEGER (DIASINT).
           COMPUTE FECHAW = FECHA8 - 20000000.
           PERFORM COMPROBARHABIL.
           IF HABILW = "Y"
               ADD 1 TO NUMHABILES GIVING NUMHABILES
           END-IF.
           GO TO SIGDIA.
       FINCONTARHABILES.
           EXIT.

       COMPROBARHABIL.
           *> Un dia es habil si no cae en fin de semana ni esta
           *> grabado como festivo en el calendario; el dia 1 del
           *> calendario interno de fechas cae en lunes.
           MOVE "Y" TO HABILW.
           COMPUTE FECHA8 = 20000000 + FECHAW.
           COMPUTE DIASINT = FUNCTION INTEGER-OF-DATE (FECHA8).
           COMPUTE DOWIDX = FUNCTION MOD (DIASINT, 7).
           IF DOWIDX = 6 OR DOWIDX = 0
               MOVE "N" TO HABILW
           END-IF.
           IF HABILW = "Y" AND HAYCALEN = "Y"
               MOVE FECHAW TO FECHACAL
               MOVE "N" TO NOFEST
               READ CALENDARIOFILE
                    KEY IS FECHACAL
                    INVALID KEY MOVE "Y" TO NOFEST
               END-READ
               IF NOFEST = "N" AND TIPODIA = "F"
                   MOVE "N" TO HABILW
               END-IF
           END-IF.

       ESCRIBIRLIN.
           MOVE LINEAINF TO INFORMEREC.
           WRITE INFORMEREC.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM PLAZOSRECLAMA.
