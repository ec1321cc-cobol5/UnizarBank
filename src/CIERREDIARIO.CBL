           77 DIASSIG    PIC 9(9).
           77 PASOACT    PIC 99.
           77 HAYPASO    PIC X.
           77 PERIODOAUD PIC X(1).
           77 FECHAACT   PIC 9(6).
           77 HORA       PIC 9999.
           77 FECHORAACT PIC 9999999999.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 02 REMESASALIENTE ya completado"
               GO TO PASO19
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 02 - REMESASALIENTE".
           CALL "REMESASALIENTE".
           CANCEL "REMESASALIENTE".
           PERFORM CERRARPASO.
      *    Los cheques ajenos ingresados hoy salen a la camara y
      *    los ya compensados quedan disponibles.
       PASO19.
           MOVE 19 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 19 REMESACHEQUES ya completado"
               GO TO PASO14
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 19 - REMESACHEQUES".
           CALL "REMESACHEQUES".
           CANCEL "REMESACHEQUES".
           PERFORM CERRARPASO.
       PASO14.
           MOVE 14 TO PASOACT.
           PERFORM COMPROBARPASO.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 03 CONCILIASALDO ya completado"
               GO TO PASO22
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 03 - CONCILIASALDO".
           CALL "CONCILIASALDO".
           CANCEL "CONCILIASALDO".
           PERFORM CERRARPASO.
      *    La coherencia entre ficheros solo se informa: el paso no
      *    corrige nada ni detiene la cadena.
       PASO22.
           MOVE 22 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 22 VERIFICAINTEGRIDAD ya completado"
               GO TO PASO04
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 22 - VERIFICAINTEGRIDAD".
           CALL "VERIFICAINTEGRIDAD".
           CANCEL "VERIFICAINTEGRIDAD".
           PERFORM CERRARPASO.
       PASO04.
           MOVE 04 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 04 LISTADOMOVIMIENTOS ya completado"
               GO TO PASO17
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 04 - LISTADOMOVIMIENTOS".
           CALL "LISTADOMOVIMIENTOS".
           CANCEL "LISTADOMOVIMIENTOS".
           PERFORM CERRARPASO.
       PASO17.
           MOVE 17 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 17 VIGILABLANQUEO ya completado"
               GO TO PASO18
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 17 - VIGILABLANQUEO".
           CALL "VIGILABLANQUEO".
           CANCEL "VIGILABLANQUEO".
           PERFORM CERRARPASO.
      *    Las reservas de lista de espera no confirmadas caducan
      *    al cierre y la butaca pasa al siguiente de la lista.
       PASO18.
           MOVE 18 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 18 CADUCAESPERA ya completado"
               GO TO PASO27
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 18 - CADUCAESPERA".
           CALL "CADUCAESPERA".
           CANCEL "CADUCAESPERA".
           PERFORM CERRARPASO.
      *    Cuotas anuales de las cajas de seguridad que vencen hoy
      *    y reintento de las impagadas; corre todos los dias, antes
      *    de los pasos de fin de mes.
       PASO27.
           MOVE 27 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 27 ALQUILERCAJAS ya completado"
               GO TO PASO31
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 27 - ALQUILERCAJAS".
           CALL "ALQUILERCAJAS".
           CANCEL "ALQUILERCAJAS".
           PERFORM CERRARPASO.
      *    Pagos a moviles retenidos: se entregan a quien ya tiene
      *    alias y se devuelven los que han vencido sin el. Va antes
      *    del barrido para que lo entregado cuente en el saldo.
       PASO31.
           MOVE 31 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 31 LIQUIDAPAGOSMOVIL ya completado"
               GO TO PASO30
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 31 - LIQUIDAPAGOSMOVIL".
           CALL "LIQUIDAPAGOSMOVIL".
           CANCEL "LIQUIDAPAGOSMOVIL".
           PERFORM CERRARPASO.
      *    Barrido entre la corriente y la de ahorro de cada acuerdo
      *    con todos los cargos del dia ya aplicados y antes de
      *    liquidar intereses, para no cobrar descubierto con fondos
      *    en ahorro.
       PASO30.
           MOVE 30 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 30 BARRIDOCUENTAS ya completado"
               GO TO PASO05
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 30 - BARRIDOCUENTAS".
           CALL "BARRIDOCUENTAS".
           CANCEL "BARRIDOCUENTAS".
           PERFORM CERRARPASO.
       PASO05.
           IF ESFINDEMES = "N"
               GO TO PASO16
           END-IF.
           MOVE 05 TO PASOACT.
           PERFORM COMPROBARPASO.
           PERFORM CERRARPASO.
       PASO08.
           IF ESFINDEMES = "N"
               GO TO PASO16
           END-IF.
           MOVE 08 TO PASOACT.
           PERFORM COMPROBARPASO.
           PERFORM CERRARPASO.
       PASO10.
           IF ESFINDEMES = "N"
               GO TO PASO16
           END-IF.
           MOVE 10 TO PASOACT.
           PERFORM COMPROBARPASO.
           PERFORM CERRARPASO.
       PASO11.
           IF ESFINDEMES = "N"
               GO TO PASO16
           END-IF.

           MOVE 11 TO PASOACT.
           PERFORM CERRARPASO.
       PASO13.
           IF ESFINDEMES = "N"
               GO TO PASO16
           END-IF.
           MOVE 13 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 13 DETECTADORMANTES ya completado"
               GO TO PASO21
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 13 - DETECTADORMANTES".
           CALL "DETECTADORMANTES".
           CANCEL "DETECTADORMANTES".
           PERFORM CERRARPASO.
      *    La rentabilidad del mes se calcula cuando ya estan
      *    liquidados intereses, cuotas y comisiones del mes.
       PASO21.
           IF ESFINDEMES = "N"
               GO TO PASO16
           END-IF.
           MOVE 21 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 21 RENTABILIDAD ya completado"
               GO TO PASO16
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 21 - RENTABILIDAD".
           CALL "RENTABILIDAD".
           CANCEL "RENTABILIDAD".
           PERFORM CERRARPASO.
      *    El diario contable va detras de todos los pasos que
      *    anotan movimientos, para recoger el dia completo.
       PASO16.
           MOVE 16 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 16 DIARIOCONTABLE ya completado"
               GO TO PASO06
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 16 - DIARIOCONTABLE".
           CALL "DIARIOCONTABLE".
           CANCEL "DIARIOCONTABLE".
           PERFORM CERRARPASO.
       PASO06.
           MOVE 06 TO PASOACT.
           PERFORM COMPROBARPASO.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 15 GENERAPEDIDO ya completado"
               GO TO PASO20
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 15 - GENERAPEDIDO".
           CALL "GENERAPEDIDO".
           CANCEL "GENERAPEDIDO".
           PERFORM CERRARPASO.
      *    Recobros al final, cuando ya estan cobradas las cuotas y
      *    aplicados todos los cargos del dia.
       PASO20.
           MOVE 20 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 20 RECOBROS ya completado"
               GO TO PASO32
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 20 - RECOBROS".
           CALL "RECOBROS".
           CANCEL "RECOBROS".
           PERFORM CERRARPASO.
      *    Foto del saldo de cierre de cada cuenta, con todos los
      *    cargos y abonos del dia aplicados, para saldos a fecha y
      *    saldos medios.
       PASO32.
           MOVE 32 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 32 FOTOSALDOS ya completado"
               GO TO PASO23
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 32 - FOTOSALDOS".
           CALL "FOTOSALDOS".
           CANCEL "FOTOSALDOS".
           PERFORM CERRARPASO.
      *    El disponible para la red de cajeros sale con todos los
      *    cargos y abonos del dia aplicados y antes de avanzar la
      *    fecha, para que la lista negra recoja los bloqueos de hoy.
       PASO23.
           MOVE 23 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 23 SALDOSCAJEROS ya completado"
               GO TO PASO26
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 23 - SALDOSCAJEROS".
           CALL "SALDOSCAJEROS".
           CANCEL "SALDOSCAJEROS".
           PERFORM CERRARPASO.
      *    Posicion de billetes extranjeros de cada oficina con las
      *    compraventas de ventanilla del dia.
       PASO26.
           MOVE 26 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 26 INFORMEDIVISAS ya completado"
               GO TO PASO28
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 26 - INFORMEDIVISAS".
           CALL "INFORMEDIVISAS".
           CANCEL "INFORMEDIVISAS".
           PERFORM CERRARPASO.
      *    Reclamaciones abiertas fuera de plazo o a punto de vencer,
      *    contado en dias habiles segun el calendario.
       PASO28.
           MOVE 28 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 28 PLAZOSRECLAMA ya completado"
               GO TO PASO24
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 28 - PLAZOSRECLAMA".
           CALL "PLAZOSRECLAMA".
           CANCEL "PLAZOSRECLAMA".
           PERFORM CERRARPASO.
      *    Excepciones de operadores sobre la auditoria del dia y, a
      *    fin de mes, sobre la del mes completo.
       PASO24.
           MOVE 24 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 24 INFORMEAUDITORIA diario ya completado"
               GO TO PASO25
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 24 - INFORMEAUDITORIA diario".
           MOVE "D" TO PERIODOAUD.
           CALL "INFORMEAUDITORIA" USING PERIODOAUD.
           CANCEL "INFORMEAUDITORIA".
           PERFORM CERRARPASO.
       PASO25.
           IF ESFINDEMES = "N"
               GO TO AVANZARFECHA
           END-IF.
           MOVE 25 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 25 INFORMEAUDITORIA mensual ya completado"
               GO TO PASO29
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 25 - INFORMEAUDITORIA mensual".
           MOVE "M" TO PERIODOAUD.
           CALL "INFORMEAUDITORIA" USING PERIODOAUD.
           CANCEL "INFORMEAUDITORIA".
           PERFORM CERRARPASO.
      *    Estadistica mensual de reclamaciones por oficina y
      *    categoria.
       PASO29.
           IF ESFINDEMES = "N"
               GO TO AVANZARFECHA
           END-IF.
           MOVE 29 TO PASOACT.
           PERFORM COMPROBARPASO.
           IF HAYPASO = "F"
               DISPLAY "Paso 29 ESTADRECLAMA ya completado"
               GO TO AVANZARFECHA
           END-IF.
           PERFORM ABRIRPASO.
           DISPLAY "Paso 29 - ESTADRECLAMA".
           CALL "ESTADRECLAMA".
           CANCEL "ESTADRECLAMA".
           PERFORM CERRARPASO.

       AVANZARFECHA.
           *> Cierre completo: la fecha de negocio avanza, con lo que
