                LINE 17 COLUMN 25.
           DISPLAY "13 - Posicion global"
                LINE 18 COLUMN 25.
           DISPLAY "14 - Barrido entre cuentas"
                LINE 19 COLUMN 25.
           DISPLAY "15 - Pago a un movil"
                LINE 20 COLUMN 25.
           DISPLAY "16 - Alias de cobro por movil"
                LINE 21 COLUMN 25.
           DISPLAY "F1 - Salir"
                LINE 22 COLUMN 25.
           ACCEPT OPCION LINE 23 COLUMN 30.
                                     CALL "POSICIONGLOBAL"
                                          USING DNIACT
                                     CANCEL "POSICIONGLOBAL"
                                   ELSE
                                     IF OPCION = 14
                                       CALL "MANTBARRIDOS"
                                            USING DNIACT
                                       CANCEL "MANTBARRIDOS"
                                     ELSE
                                       IF OPCION = 15
                                         CALL "PAGOMOVIL"
                                              USING DNIACT
                                         CANCEL "PAGOMOVIL"
                                       ELSE
                                         IF OPCION = 16
                                           CALL "MANTALIAS"
                                                USING DNIACT
                                           CANCEL "MANTALIAS"
                                         END-IF
                                       END-IF
                                     END-IF
                                   END-IF
                                 END-IF
                               END-IF
