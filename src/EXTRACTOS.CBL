           RECORD KEY IS MID
           FILE STATUS IS FSMF.

           SELECT RETROCESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDORIRET
           ALTERNATE RECORD KEY IS MIDCONRET
           FILE STATUS IS FSRT.

           SELECT EXTRACTOFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSEX.
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

               *> Extracto imprimible del mes, EXTRACTO.Eaamm: un
               *> bloque por cuenta listo para ensobrar; lo relee
               *> REIMPRIMEEXTRACTO para los duplicados.
           77 FSCT        PIC XX.
           77 FSMF        PIC XX.
           77 FSEX        PIC XX.
           77 FSRT        PIC XX.
           77 HAYRET      PIC X VALUE "N".
           77 EOFSORT     PIC X VALUE "N".
           77 NOMEXT      PIC X(14).
           77 FECHAACT    PIC 9(6).
               GO TO FINPROG
           END-IF.
           OPEN INPUT CUENTASFILE.
           *> Las retrocesiones marcan los movimientos anulados.
           OPEN INPUT RETROCESIONESFILE.
           IF FSRT = "00"
               MOVE "Y" TO HAYRET
           END-IF.

           *> Los movimientos del fichero vivo se ordenan por cuenta
           *> y fecha; en el volcado solo se listan los del mes.
               OUTPUT PROCEDURE IS VOLCAR THRU VOLCAR-FIN.

           CLOSE CUENTASFILE.
           IF HAYRET = "Y"
               CLOSE RETROCESIONESFILE
           END-IF.
           CLOSE EXTRACTOFILE.
           DISPLAY "----------------------------------------".
           DISPLAY "Cuentas con extracto: " NUMCUENTAS.
           IF CONCEPTO-S(1:8) = "Comision"
               MOVE "COMISION" TO MARCALIN
           END-IF.
           *> La pareja de una retrocesion: el original sale como
           *> anulado y el contraapunte como anulacion.
           IF CONCEPTO-S(1:12) = "Retrocesion "
               MOVE "ANULACION" TO MARCALIN
           ELSE
               IF HAYRET = "Y"
                   MOVE MID-S TO MIDORIRET
                   READ RETROCESIONESFILE
                        KEY IS MIDORIRET
                        NOT INVALID KEY MOVE "ANULADO" TO MARCALIN
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO LINEAEXT.
           STRING "  " FECHAFORMA " " CONCEPTO-S(1:30) " "
                CANTFORMA " " SALFORMA " " MARCALIN
