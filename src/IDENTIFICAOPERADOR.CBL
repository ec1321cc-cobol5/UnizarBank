                 02 HISTCLAVE1 PIC X(15). *> resumenes anteriores
                 02 HISTCLAVE2 PIC X(15).
                 02 HISTCLAVE3 PIC X(15).
                 02 DNIOPER   PIC X(9). *> DNI del empleado, para
                                        *> detectar operaciones
                                        *> sobre cuentas propias

               FD AUDITORIA
                   LABEL RECORDS ARE STANDARD
           END-READ.
           IF MSGOP = 1
               CLOSE OPERADORESFILE
               MOVE "Operador inexistente" TO RESULTADOAUD
               GO TO ANOTARFALLO
           END-IF.
           IF BLOQUEADOOP = "Y"
               CLOSE OPERADORESFILE
               MOVE 2 TO MSGOP
               MOVE "Intento con operador bloqueado" TO RESULTADOAUD
               GO TO ANOTARFALLO
           END-IF.
           *> Las claves se guardan resumidas; una clave antigua en
           *> claro se compara tal cual y se resume en cuanto el
                   GO TO ANOTARBLOQUEO
               END-IF
               MOVE 3 TO MSGOP
               MOVE "Clave incorrecta" TO RESULTADOAUD
               GO TO ANOTARFALLO
           END-IF.
           MOVE 0 TO INTFALLOP.
           IF CLAVEOPER(1:1) NOT = "#"
           MOVE 2 TO MSGOP.
           GO TO PANTALLA122.

       ANOTARFALLO.
           *> Cada intento fallido queda en auditoria para detectar
           *> rafagas de accesos erroneos.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO DNIAUD.
           ACCEPT FECHAACT FROM DATE.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
           ADD HORA TO FECHORAACT GIVING FECHORAACT.
           MOVE FECHORAACT TO FECHAUD.
           MOVE "Acceso de operador" TO ACCIONAUD.
           MOVE OPERENT TO OPERAUD.
           WRITE AUDITORIAREC.
           CLOSE AUDITORIA.
           GO TO PANTALLA122.

       PANTALLA122.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
