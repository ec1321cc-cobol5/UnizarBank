                 02 BILL10   PIC 999.
                 02 BILL5    PIC 999.
                 02 TIPODEN  PIC X(1). *> I ingreso, R reintegro,
                                       *> C carga de efectivo,
                                       *> A/B retrocesion de un
                                       *> ingreso/reintegro,
                                       *> V/K euros de una venta/
                                       *> compra de billetes en
                                       *> divisa
                 02 FECHADEN PIC 9(6). *> AAMMDD
                 02 SESIONDEN PIC 9(9). *> sesion de caja, 0 sin ella
                 02 OFICINADEN PIC X(4). *> oficina del apunte
           IF FECHADEN NOT = FECHAACT OR OFICINADEN NOT = OFICINAACT
               GO TO LEERDEN
           END-IF.
           *> R reintegro, S salida al furgon, A retrocesion de un
           *> ingreso y K euros pagados por billetes en divisa
           *> restan; el resto suma.
           IF TIPODEN = "R" OR TIPODEN = "S" OR TIPODEN = "A"
                   OR TIPODEN = "K"
               SUBTRACT BILL50 FROM DIA50 GIVING DIA50
               SUBTRACT BILL20 FROM DIA20 GIVING DIA20
               SUBTRACT BILL10 FROM DIA10 GIVING DIA10
