                 02 DIVISACAM PIC X(3).
                 02 TASACAM   PIC 9(3)V9(6). *> euros por unidad
                 02 FECHACAM  PIC 9(6). *> AAMMDD ultima revision
                 02 MARGENCAM PIC V9(4). *> margen sobre el cambio en
                                         *> la compraventa de billetes

               *> Fichero de liquidacion que entrega la camara:
               *> A = abono entrante, C = confirmacion de una emitida,
