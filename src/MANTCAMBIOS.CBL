                 02 DIVISACAM PIC X(3).
                 02 TASACAM   PIC 9(3)V9(6). *> euros por unidad
                 02 FECHACAM  PIC 9(6). *> AAMMDD ultima revision
                 02 MARGENCAM PIC V9(4). *> margen sobre el cambio en
                                         *> la compraventa de billetes

               FD AUDITORIA
                   LABEL RECORDS ARE STANDARD
           77 TASANUE   PIC 9(3)V9(6).
           77 HAYREG    PIC X VALUE "N".
           77 TASAFORMA PIC ZZ9.999999.
           77 MARGENNUE PIC 99V99. *> en tanto por ciento
           77 MARGENFORMA PIC Z9.99.
           77 OPERACT   PIC X(8).
           77 ROLACT    PIC X(1).
           77 EXITOOP   PIC X.
           CANCEL "MOSTRARTITULO".
           DISPLAY "Tabla de cambios del dia"
                LINE 3 COLUMN 27 UNDERLINE.
           DISPLAY "Divisa  Euros por unidad  Margen  Revisado"
                LINE 5 COLUMN 16.
           MOVE 6 TO LINPANT.
           OPEN INPUT CAMBIOSFILE.
           MOVE "N" TO EOFCM.
               GO TO FINCAM
           END-IF.
           MOVE TASACAM TO TASAFORMA.
           COMPUTE MARGENFORMA = MARGENCAM * 100.
           IF LINPANT < 17
               DISPLAY DIVISACAM "      " TASAFORMA "     " MARGENFORMA
                    "%  " FECHACAM
                    LINE LINPANT COLUMN 16
               ADD 1 TO LINPANT GIVING LINPANT
           END-IF.
           GO TO LEERCAM.
               MOVE 2 TO MSGCAM
               GO TO PANTALLA148
           END-IF.
           *> Margen de la ventanilla sobre el cambio al comprar y
           *> vender billetes; 0 deja el que tuviera la divisa.
           DISPLAY "Margen en billetes (%): __.__"
                LINE 21 COLUMN 18.
           ACCEPT MARGENNUE LINE 21 COLUMN 42.
           ACCEPT ESCAP FROM ESCAPE KEY.
           IF ESCAP = 01
               GO TO PANTALLA145
           END-IF.
           IF MARGENNUE > 20
               MOVE 3 TO MSGCAM
               GO TO PANTALLA148
           END-IF.

           ACCEPT FECHAACT FROM DATE.
           OPEN I-O CAMBIOSFILE.
                KEY IS DIVISACAM
                INVALID KEY MOVE "N" TO HAYREG
           END-READ.
           IF HAYREG = "N"
               MOVE 0 TO MARGENCAM
           END-IF.
           MOVE DIVISASEL TO DIVISACAM.
           MOVE TASANUE TO TASACAM.
           MOVE FECHAACT TO FECHACAM.
           IF MARGENNUE NOT = 0
               COMPUTE MARGENCAM = MARGENNUE / 100
           END-IF.
           IF HAYREG = "Y"
               REWRITE CAMBIOSREC
           ELSE
           IF MSGCAM = 1
               DISPLAY "Indique una divisa distinta de EUR"
                    LINE 9 COLUMN 20
           END-IF.
           IF MSGCAM = 2
               DISPLAY "El cambio no puede ser cero"
                    LINE 9 COLUMN 23
           END-IF.
           IF MSGCAM = 3
               DISPLAY "El margen no puede pasar del 20%"
                    LINE 9 COLUMN 21
           END-IF.
           MOVE 0 TO MSGCAM.
           DISPLAY "Enter - Aceptar" LINE 18 COLUMN 31.
       REPEATKO.
