                 02 BILL10   PIC 999.
                 02 BILL5    PIC 999.
                 02 TIPODEN  PIC X(1). *> I ingreso, R reintegro,
                                       *> C carga de efectivo,
                                       *> A/B retrocesion de un
                                       *> ingreso/reintegro
                 02 FECHADEN PIC 9(6). *> AAMMDD
                 02 SESIONDEN PIC 9(9). *> sesion de caja, 0 sin ella
                 02 OFICINADEN PIC X(4). *> oficina del apunte
           END-IF.

           *> Solo cuentan los apuntes con desglose de billetes de
           *> ventanilla: ingresos (I) y reintegros (R), netos de
           *> sus retrocesiones (A y B).
           MOVE "N" TO ESEFECTIVO.
           MOVE MID TO MIDMOV.
           READ DENOMINACIONFILE
           END-READ.
           IF ESEFECTIVO = "Y"
                   AND TIPODEN NOT = "I" AND TIPODEN NOT = "R"
                   AND TIPODEN NOT = "A" AND TIPODEN NOT = "B"
               MOVE "N" TO ESEFECTIVO
           END-IF.
           IF ESEFECTIVO = "N"
           IF CANTIDAD < 0
               COMPUTE IMPABS = 0 - CANTIDAD
           END-IF.
           IF TIPODEN = "A"
               GO TO RESTARENTR
           END-IF.
           IF TIPODEN = "B"
               GO TO RESTARSAL
           END-IF.
           IF CANTIDAD >= 0
               ADD IMPABS TO ENTRACUM(IDXDNI)
                    GIVING ENTRACUM(IDXDNI)
                    GIVING SALACUM(IDXDNI)
           END-IF.
           GO TO LEERMOV.
       RESTARENTR.
           *> La retrocesion de un ingreso de otro mes no deja el
           *> acumulado en negativo.
           IF IMPABS > ENTRACUM(IDXDNI)
               MOVE 0 TO ENTRACUM(IDXDNI)
           ELSE
               SUBTRACT IMPABS FROM ENTRACUM(IDXDNI)
                    GIVING ENTRACUM(IDXDNI)
           END-IF.
           GO TO LEERMOV.
       RESTARSAL.
           IF IMPABS > SALACUM(IDXDNI)
               MOVE 0 TO SALACUM(IDXDNI)
           ELSE
               SUBTRACT IMPABS FROM SALACUM(IDXDNI)
                    GIVING SALACUM(IDXDNI)
           END-IF.
           GO TO LEERMOV.
       FINMOV.
           CLOSE MOVIMIENTOSFILE.
           CLOSE DENOMINACIONFILE.
