           RECORD KEY IS MID
           FILE STATUS IS FSMF.

           SELECT RETROCESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDORIRET
           ALTERNATE RECORD KEY IS MIDCONRET
           FILE STATUS IS FSRT.

       DATA DIVISION.
       FILE SECTION.

                 02 OFICINAMOV PIC X(4). *> oficina origen
                 02 FECHAVALOR PIC 9(6). *> fecha valor AAMMDD

               *> Retrocesiones: un registro por movimiento anulado
               *> con el contraapunte que lo deshizo.
               FD RETROCESIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RETROCESIONES.DAT".
               01 RETROCESIONESREC.
                 02 MIDORIRET  PIC 9(9). *> movimiento retrocedido
                 02 MIDCONRET  PIC 9(9). *> contraapunte
                 02 FECHARET   PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTARET  PIC X(10).
                 02 IMPORTERET PIC S9999999V99. *> del original
                 02 MOTIVORET  PIC X(40).
                 02 OPERRET    PIC X(8). *> supervisor

       WORKING-STORAGE SECTION.
           77 FSMF       PIC XX.
           77 FSRT       PIC XX.
           77 HAYRET     PIC X VALUE "N".
           77 MARCARET   PIC X(12).
           77 EOF        PIC X VALUE "N".
           77 TECLA      PIC X(01).
           77 ESCAP      PIC 99.
           MOVE 0 TO NUMSEL.
           MOVE 0 TO SUMASEL.
           OPEN INPUT MOVIMIENTOSFILE.
           PERFORM ABRIRRET.
           MOVE "N" TO EOF.
       PANTALLA141.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CANCEL "MOSTRARTITULO".
           DISPLAY "Busqueda de movimientos"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "* = retrocedido o retrocesion"
                LINE 4 COLUMN 27.
           MOVE 5 TO LINPANT.
       LEERPAG.
           READ MOVIMIENTOSFILE NEXT RECORD
           MOVE FECHAINT TO FECHAFORMA.
           MOVE CANTIDAD TO CANTFORMA.
           MOVE SALDOCUENTA TO SALFORMA.
           PERFORM MARCARRET.
           DISPLAY FECHAFORMA " " CUENTAMOV " " CONCEPTO(1:29)
                MARCARET(1:1) " " CANTFORMA " " SALFORMA
                LINE LINPANT COLUMN 2.
           ADD 1 TO LINPANT GIVING LINPANT.
           IF LINPANT < 19
           END-IF.
       FINBUSCA.
           CLOSE MOVIMIENTOSFILE.
           PERFORM CERRARRET.
           MOVE SUMASEL TO SUMFORMA.
           DISPLAY "Seleccionados " NUMSEL " movimientos, suma "
                SUMFORMA "E"
           MOVE 0 TO NUMSEL.
           MOVE 0 TO SUMASEL.
           OPEN INPUT MOVIMIENTOSFILE.
           PERFORM ABRIRRET.
           MOVE "N" TO EOF.
       LEERIMP.
           READ MOVIMIENTOSFILE NEXT RECORD
           MOVE FECHAINT TO FECHAFORMA.
           MOVE CANTIDAD TO CANTFORMA.
           MOVE SALDOCUENTA TO SALFORMA.
           PERFORM MARCARRET.
           DISPLAY "  " FECHAFORMA " " CUENTAMOV " " CONCEPTO " "
                CANTFORMA " " SALFORMA " " MARCARET(2:11).
           GO TO LEERIMP.
       FINIMP.
           CLOSE MOVIMIENTOSFILE.
           PERFORM CERRARRET.
           DISPLAY "---------------------------------------------".
           DISPLAY "Movimientos listados: " NUMSEL.
           MOVE SUMASEL TO SUMFORMA.
       FINFILTRA.
           EXIT.

       ABRIRRET.
           MOVE "N" TO HAYRET.
           OPEN INPUT RETROCESIONESFILE.
           IF FSRT = "00"
               MOVE "Y" TO HAYRET
           END-IF.

       CERRARRET.
           IF HAYRET = "Y"
               CLOSE RETROCESIONESFILE
           END-IF.

       MARCARRET.
           *> Los dos apuntes de una retrocesion van senalados: el
           *> original como retrocedido y el contraapunte.
           MOVE SPACES TO MARCARET.
           IF CONCEPTO(1:12) = "Retrocesion "
               MOVE "*RETROCESION" TO MARCARET
           ELSE
               IF HAYRET = "Y"
                   MOVE MID TO MIDORIRET
                   READ RETROCESIONESFILE
                        KEY IS MIDORIRET
                        NOT INVALID KEY MOVE "*RETROCEDIDO" TO MARCARET
                   END-READ
               END-IF
           END-IF.

       END PROGRAM BUSCAMOVIMIENTOS.
