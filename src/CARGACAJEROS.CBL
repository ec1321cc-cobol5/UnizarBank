                 02 CADUCIDAD  PIC 9(4). *> AAMM
                 02 ESTADOTARJ PIC X(1). *> A activa, B bloqueada,
                                         *> C cancelada
                 02 FECHAESTTARJ PIC 9(6). *> AAMMDD ultimo cambio
                                           *> de estado

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
