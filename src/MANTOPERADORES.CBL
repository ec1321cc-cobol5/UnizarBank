                 02 HISTCLAVE1 PIC X(15). *> resumenes anteriores
                 02 HISTCLAVE2 PIC X(15).
                 02 HISTCLAVE3 PIC X(15).
                 02 DNIOPER   PIC X(9). *> DNI del empleado, para
                                        *> detectar operaciones
                                        *> sobre cuentas propias

               FD AUDITORIA
                   LABEL RECORDS ARE STANDARD
           77 CLAVENUE  PIC X(15).
           77 ROLNUE    PIC X(1).
           77 OFICINANUE PIC X(4).
           77 DNINUE    PIC X(9).
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
       FINOP.
           CLOSE OPERADORESFILE.
           DISPLAY "A - Alta   J - Baja   R - Reset clave/desbloqueo"
                "   D - DNI"
                LINE 19 COLUMN 11.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 20.
           ACCEPT OPCIONOP LINE 20 COLUMN 40.
           END-IF.
           IF OPCIONOP = "J" OR OPCIONOP = "j"
                   OR OPCIONOP = "R" OR OPCIONOP = "r"
                   OR OPCIONOP = "D" OR OPCIONOP = "d"
               GO TO PANTALLA127
           END-IF.
           GO TO PANTALLA125.
                LINE 13 COLUMN 20.
           DISPLAY "Oficina de destino: ____"
                LINE 15 COLUMN 20.
           DISPLAY "DNI del empleado: _________"
                LINE 17 COLUMN 20.
           DISPLAY "F1 - Cancelar"
                LINE 22 COLUMN 20.
           ACCEPT OPERSEL LINE 7 COLUMN 28.
           IF ESCAP = 01
               GO TO PANTALLA125
           END-IF.
           ACCEPT DNINUE LINE 17 COLUMN 38.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA125
           END-IF.
           IF OFICINANUE = ""
               MOVE "0001" TO OFICINANUE
           END-IF.
           MOVE SPACES TO HISTCLAVE1.
           MOVE SPACES TO HISTCLAVE2.
           MOVE SPACES TO HISTCLAVE3.
           MOVE DNINUE TO DNIOPER.
           WRITE OPERADORESREC.
           CLOSE OPERADORESFILE.
           MOVE "Alta de operador" TO RESULTADOAUD.
               MOVE "Baja de operador" TO RESULTADOAUD
               GO TO ANOTARAUD
           END-IF.
           IF OPCIONOP = "D" OR OPCIONOP = "d"
               GO TO CAMBIODNI
           END-IF.

           *> Reset: nueva clave y desbloqueo del operador.
           DISPLAY "Nueva clave: "
           MOVE "Reset de operador" TO RESULTADOAUD.
           GO TO ANOTARAUD.

       CAMBIODNI.
           *> DNI del empleado para los operadores dados de alta sin
           *> el, o para corregirlo; no puede quedar en blanco.
           DISPLAY "DNI actual: " DNIOPER
                LINE 12 COLUMN 20.
           DISPLAY "DNI nuevo:  _________"
                LINE 14 COLUMN 20.
           ACCEPT DNINUE LINE 14 COLUMN 32.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               CLOSE OPERADORESFILE
               GO TO PANTALLA125
           END-IF.
           IF DNINUE = ""
               CLOSE OPERADORESFILE
               MOVE 4 TO MSGMOP
               GO TO PANTALLA128
           END-IF.
           MOVE DNINUE TO DNIOPER.
           REWRITE OPERADORESREC.
           CLOSE OPERADORESFILE.
           MOVE "Cambio de DNI de operador" TO RESULTADOAUD.
           GO TO ANOTARAUD.

       ANOTARAUD.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO DNIAUD.
               DISPLAY "No existe ningun operador con ese codigo"
                    LINE 9 COLUMN 16
             ELSE
               IF MSGMOP = 4
                 DISPLAY "El DNI del empleado es obligatorio"
                      LINE 9 COLUMN 20
               ELSE
                 DISPLAY "Codigo, clave o rol no validos"
                      LINE 9 COLUMN 22
               END-IF
             END-IF
           END-IF.
           MOVE 0 TO MSGMOP.
