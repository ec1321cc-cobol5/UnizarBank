           77 RETENCION PIC 9(7)V99 VALUE 0.
           77 FSSE      PIC XX.
           77 SESIONACT PIC 9(9).
           77 CAJEROACT PIC X(8) VALUE SPACES.
       01 CTATABLA.
         02 CTATAB OCCURS 9 TIMES.
           03 CUENTATAB PIC X(10).
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Autorizacion limite" TO ACCIONAUD.
           MOVE SPACES TO RESULTADOAUD.
           STRING "Reintegro s/limite " CUENTASEL " " CAJEROACT
                DELIMITED BY SIZE INTO RESULTADOAUD.
           MOVE OPERACT TO OPERAUD.
           WRITE AUDITORIAREC.
                INVALID KEY MOVE 0 TO DATOSES
           END-READ.
           MOVE DATOSES TO SESIONACT.
           *> El operador de la sesion es el cajero que pide la
           *> autorizacion de un exceso.
           IF SESIONACT NOT = 0
               MOVE SESIONACT TO SESIONID
               READ SESIONESFILE
                    KEY IS SESIONID
                    INVALID KEY MOVE SPACES TO OPERSES
               END-READ
               MOVE OPERSES TO CAJEROACT
           END-IF.
       FINSESION.
           CLOSE SESIONESFILE.

