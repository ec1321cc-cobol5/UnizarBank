           77 TOTMANTA    PIC 9(9)V99 VALUE 0.
           77 TOTTRFC     PIC 9(9)V99 VALUE 0.
           77 TOTTRFA     PIC 9(9)V99 VALUE 0.
           77 NUMCHQC     PIC 9(5) VALUE 0.
           77 NUMCHQA     PIC 9(5) VALUE 0.
           77 TOTCHQC     PIC 9(9)V99 VALUE 0.
           77 TOTCHQA     PIC 9(9)V99 VALUE 0.
           77 TOTGEN      PIC 9(9)V99 VALUE 0.
           77 IMPFORMA    PIC ZZZ,ZZZ,ZZ9.99.

                   ADD 1 TO NUMMANTA GIVING NUMMANTA
                   SUBTRACT CANTIDAD FROM TOTMANTA GIVING TOTMANTA
               END-IF
           END-IF.
           IF CONCEPTO = "Comision cheque devuelto"
               IF TIPOCUENTA = "C"
                   ADD 1 TO NUMCHQC GIVING NUMCHQC
                   SUBTRACT CANTIDAD FROM TOTCHQC GIVING TOTCHQC
               ELSE
                   ADD 1 TO NUMCHQA GIVING NUMCHQA
                   SUBTRACT CANTIDAD FROM TOTCHQA GIVING TOTCHQA
               END-IF
           END-IF.
           IF CONCEPTO = "Comision transferencia"
               IF TIPOCUENTA = "C"
                   ADD 1 TO NUMTRFC GIVING NUMTRFC
                   SUBTRACT CANTIDAD FROM TOTTRFC GIVING TOTTRFC
           DISPLAY "Producto C transferencias: " NUMTRFC.
           MOVE TOTTRFC TO IMPFORMA.
           DISPLAY "  Importe: " IMPFORMA "E".
           DISPLAY "Producto C cheques devueltos: " NUMCHQC.
           MOVE TOTCHQC TO IMPFORMA.
           DISPLAY "  Importe: " IMPFORMA "E".
           DISPLAY "Producto A mantenimiento: " NUMMANTA.
           MOVE TOTMANTA TO IMPFORMA.
           DISPLAY "  Importe: " IMPFORMA "E".
           DISPLAY "Producto A transferencias: " NUMTRFA.
           MOVE TOTTRFA TO IMPFORMA.
           DISPLAY "  Importe: " IMPFORMA "E".
           DISPLAY "Producto A cheques devueltos: " NUMCHQA.
           MOVE TOTCHQA TO IMPFORMA.
           DISPLAY "  Importe: " IMPFORMA "E".
           MOVE TOTGEN TO IMPFORMA.
           DISPLAY "Ingresos totales del periodo: " IMPFORMA "E".

