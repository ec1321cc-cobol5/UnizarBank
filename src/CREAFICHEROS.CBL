           RECORD KEY IS DNICKP
           FILE STATUS IS FSCK.

           SELECT PLANCONTABLEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODCONT
           FILE STATUS IS FSPC.

           SELECT MAPACONTABLEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREFIJOMAP
           FILE STATUS IS FSMC.

           SELECT RETROCESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIDORIRET
           ALTERNATE RECORD KEY IS MIDCONRET
           FILE STATUS IS FSRT.

           SELECT CASOSPBCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASOID
           ALTERNATE RECORD KEY IS DNICASO WITH DUPLICATES
           FILE STATUS IS FSCP.

           SELECT MOVPBCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVPBCKEY
           ALTERNATE RECORD KEY IS REFMPB WITH DUPLICATES
           FILE STATUS IS FSMP.

           SELECT SOLPRESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOLID
           ALTERNATE RECORD KEY IS DNISOL WITH DUPLICATES
           FILE STATUS IS FSSP.

           SELECT TESTAMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNIFAL
           FILE STATUS IS FSTS.

           SELECT CTAFALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTAFAL
           ALTERNATE RECORD KEY IS DNICFAL WITH DUPLICATES
           FILE STATUS IS FSFA.

           SELECT HEREDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HEREDKEY
           FILE STATUS IS FSHR.

           SELECT ESPERAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESPERAID
           ALTERNATE RECORD KEY IS NUMESPERA WITH DUPLICATES
           FILE STATUS IS FSLE.

           SELECT CHQAJENOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPCHQID
           ALTERNATE RECORD KEY IS CUENTADEP WITH DUPLICATES
           FILE STATUS IS FSCJ.

           SELECT RECOBROSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNIRB
           FILE STATUS IS FSRB.

           SELECT GESTIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GESTIONID
           ALTERNATE RECORD KEY IS DNIGES WITH DUPLICATES
           FILE STATUS IS FSGE.

           SELECT RECIMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIKEY
           ALTERNATE RECORD KEY IS DNIRI WITH DUPLICATES
           FILE STATUS IS FSRM.

           SELECT CAJADIVISAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJADIVKEY
           FILE STATUS IS FSCV.

           SELECT OPDIVISAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPDIVID
           FILE STATUS IS FSOD.

           SELECT CAJASEGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJASEGKEY
           FILE STATUS IS FSCS.

           SELECT ALQCAJASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQID
           ALTERNATE RECORD KEY IS DNIALQ WITH DUPLICATES
           FILE STATUS IS FSAQ.

           SELECT AUTCAJASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUTKEY
           ALTERNATE RECORD KEY IS DNIAUT WITH DUPLICATES
           FILE STATUS IS FSAU.

           SELECT VISITASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VISITAID
           FILE STATUS IS FSVI.

           SELECT TARIFACAJASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAMANOTAR
           FILE STATUS IS FSTC.

           SELECT RECLAMAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECLAMAID
           ALTERNATE RECORD KEY IS DNIRCL WITH DUPLICATES
           FILE STATUS IS FSRC.

           SELECT BARRIDOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTABAR
           ALTERNATE RECORD KEY IS DNIBAR WITH DUPLICATES
           FILE STATUS IS FSBA.

           SELECT ALIASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TELALI
           ALTERNATE RECORD KEY IS DNIALI WITH DUPLICATES
           FILE STATUS IS FSAL.

           SELECT PAGOSMOVILFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAGOMID
           FILE STATUS IS FSPM.

           SELECT SALDOSDIAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDIKEY
           FILE STATUS IS FSSD.

	   DATA DIVISION.
	   FILE SECTION.

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
                 02 HISTCLAVE1 PIC X(15). *> resumenes anteriores
                 02 HISTCLAVE2 PIC X(15).
                 02 HISTCLAVE3 PIC X(15).
                 02 DNIOPER   PIC X(9). *> DNI del empleado, para
                                        *> detectar operaciones
                                        *> sobre cuentas propias

               *> Maestro de oficinas: el registro 0000 guarda en
               *> DATOOFI el codigo de la oficina local del terminal.

               *> Tabla de tipos de la liquidacion mensual:
               *> A = acreedor (saldo positivo), D = deudor
               *> (dias en descubierto), R = retencion fiscal sobre
               *> el interes abonado (porcentaje, no mensual).
               FD TIPOSINTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TIPOSINT.DAT".
                 02 CADUCIDAD  PIC 9(4). *> AAMM
                 02 ESTADOTARJ PIC X(1). *> A activa, B bloqueada,
                                         *> C cancelada
                 02 FECHAESTTARJ PIC 9(6). *> AAMMDD ultimo cambio
                                           *> de estado

               *> Pedidos a la compania de transporte: cantidad
               *> positiva = entrega de billetes, negativa = recogida
                 02 DIVISACAM PIC X(3).
                 02 TASACAM   PIC 9(3)V9(6). *> euros por unidad
                 02 FECHACAM  PIC 9(6). *> AAMMDD ultima revision
                 02 MARGENCAM PIC V9(4). *> margen sobre el cambio en
                                         *> la compraventa de billetes

               *> Contravalor en euros de cada cuenta en divisa en el
               *> ultimo cierre; lo actualiza REVALORIZA.
                 02 COMMANT     PIC 999V99. *> mantenimiento trimestral
                 02 COMTRANSF   PIC 99V99. *> por transferencia
                 02 SALDOEXENTO PIC 9(7)V99. *> saldo que exime
                 02 COMDEVCHQ   PIC 99V99. *> cheque devuelto

               *> Limites operativos por cuenta; las cuentas sin
               *> registro usan los limites por defecto de cada
                   03 FILABUT    PIC 99.
                   03 ASIENTOBUT PIC 99.
                 02 ESTADOBUT  PIC X(1). *> L libre, O ocupada
                                        *> R reservada en espera
                 02 ENTRADABUT PIC 9(9). *> entrada que la ocupa

               FD JUSTIFICANTESFILE
                 02 TOTALCKP   PIC 99999V99.
                 02 FECHACKP   PIC 9999999999.

               *> Plan de cuentas contable. Las cuentas de control
               *> recogen el saldo de las cuentas de clientes de cada
               *> tipo; la de espera recoge lo que no tiene regla.
               FD PLANCONTABLEFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PLANCONTABLE.DAT".
               01 PLANCONTABLEREC.
                 02 CODCONT    PIC X(8).
                 02 NOMBRECONT PIC X(30).
                 02 CLASECONT  PIC X(1). *> C control corrientes,
                                         *> A control ahorro,
                                         *> E espera, blanco resto
                 02 SALANTCONT PIC S9(9)V99. *> antes del ultimo dia
                 02 SALDOCONT  PIC S9(9)V99. *> debe menos haber
                 02 FECHACONT  PIC 9(6). *> ultimo diario aplicado

               *> Reglas de contabilizacion por el principio del
               *> concepto del movimiento: la cuenta del cliente va
               *> contra CONTRAMAP, al haber si es abono y al debe si
               *> es cargo.
               FD MAPACONTABLEFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MAPACONTABLE.DAT".
               01 MAPACONTABLEREC.
                 02 PREFIJOMAP PIC X(30).
                 02 LONGMAP    PIC 99. *> caracteres que se comparan
                 02 CONTRAMAP  PIC X(8). *> cuenta de contrapartida
                 02 TRATAMAP   PIC X(1). *> C contabiliza,
                                         *> N sin reflejo contable


               *> Retrocesiones: un registro por movimiento anulado
               *> con el contraapunte que lo deshizo. Que el original
               *> figure aqui es lo que impide retrocederlo dos veces.
               FD RETROCESIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RETROCESIONES.DAT".
               01 RETROCESIONESREC.
                 02 MIDORIRET  PIC 9(9). *> movimiento retrocedido
                 02 MIDCONRET  PIC 9(9). *> contraapunte
                 02 FECHARET   PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTARET  PIC X(10).
                 02 IMPORTERET PIC S9999999V99. *> del original
                 02 MOTIVORET  PIC X(40).
                 02 OPERRET    PIC X(8). *> supervisor


               *> Casos de prevencion de blanqueo: uno abierto por DNI
               *> como mucho; los abre VIGILABLANQUEO y los cierra el
               *> analista desde REVISABLANQUEO.
               FD CASOSPBCFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CASOSPBC.DAT".
               01 CASOSPBCREC.
                 02 CASOID      PIC 9(9).
                 02 DNICASO     PIC X(9).
                 02 FECHACASO   PIC 9(6). *> AAMMDD apertura
                 02 FECHAULTCASO PIC 9(6). *> AAMMDD ultima alerta
                 02 PUNTOSCASO  PIC 9(4). *> puntuacion acumulada
                 02 PATRONCASO  PIC X(3). *> F fraccionamiento,
                                          *> O varias oficinas,
                                          *> S salida al exterior
                 02 ESTADOCASO  PIC X(1). *> A abierto, D descartado,
                                          *> E escalado
                 02 FECHACIERRE PIC 9(6). *> AAMMDD decision
                 02 OPERCASO    PIC X(8). *> analista que decide
                 02 MOTIVOCASO  PIC X(40).

               *> Apuntes que dispararon cada caso. Un mismo apunte no
               *> vuelve a abrir caso aunque siga en la ventana.
               FD MOVPBCFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVPBC.DAT".
               01 MOVPBCREC.
                 02 MOVPBCKEY.
                   03 CASOMPB   PIC 9(9).
                   03 REFMPB.
                     04 TIPOMPB PIC X(1). *> M movimiento,
                                          *> P orden exterior
                     04 NUMMPB  PIC 9(9). *> MID o PENDID
                 02 PATRONMPB  PIC X(1). *> F, O o S
                 02 FECHAMPB   PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTAMPB  PIC X(10).
                 02 IMPORTEMPB PIC S9999999V99.
                 02 DETALLEMPB PIC X(24). *> oficina o IBAN destino


               *> Solicitudes de prestamo: MANTPRESTAMOS solo
               *> formaliza las que un supervisor haya aprobado. Las
               *> denegadas se conservan con su motivo.
               FD SOLPRESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SOLPRESTAMOS.DAT".
               01 SOLPRESREC.
                 02 SOLID      PIC 9(9).
                 02 DNISOL     PIC X(9).
                 02 CUENTASOL  PIC X(10). *> cuenta de cargo
                 02 IMPORTESOL PIC 9(7)V99.
                 02 TIPOSOL    PIC V9(4). *> interes anual
                 02 MESESSOL   PIC 999.
                 02 FINALIDSOL PIC X(30).
                 02 FECHASOL   PIC 9(6). *> AAMMDD solicitud
                 02 INGRESOSOL PIC 9(7)V99. *> ingreso medio mensual
                 02 CARGASSOL  PIC 9(7)V99. *> compromisos mensuales
                 02 CUOTASOL   PIC 9(7)V99. *> cuota francesa
                 02 RATIOSOL   PIC 999V99. *> endeudamiento en %
                 02 RECOMSOL   PIC X(1). *> F favorable, R con
                                        *> reservas, D desfavorable
                 02 ESTADOSOL  PIC X(1). *> P pendiente, A aprobada,
                                         *> D denegada, F formalizada
                 02 OPERSOL    PIC X(8). *> quien la registra
                 02 SUPERSOL   PIC X(8). *> quien la resuelve
                 02 FECHARESOL PIC 9(6). *> AAMMDD resolucion
                 02 MOTIVOSOL  PIC X(40).
                 02 PRESTSOL   PIC 9(9). *> prestamo formalizado


               *> Testamentarias: una por titular fallecido, abierta
               *> hasta que todas sus cuentas quedan repartidas.
               FD TESTAMFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TESTAMENTARIAS.DAT".
               01 TESTAMREC.
                 02 DNIFAL      PIC X(9).
                 02 FECHAFAL    PIC 9(6). *> AAMMDD fallecimiento
                 02 FECHAREGFAL PIC 9(6). *> AAMMDD comunicacion
                 02 NUMCTAFAL   PIC 99. *> cuentas bloqueadas
                 02 ESTADOFAL   PIC X(1). *> A abierta, L liquidada
                 02 FECHALIQ    PIC 9(6). *> AAMMDD liquidacion
                 02 OPERFAL     PIC X(8).

               *> Cuentas bloqueadas por fallecimiento de un titular o
               *> autorizado, con su saldo a la fecha de defuncion.
               FD CTAFALFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTASFAL.DAT".
               01 CTAFALREC.
                 02 CUENTAFAL   PIC X(10).
                 02 DNICFAL     PIC X(9).
                 02 ROLFAL      PIC X(1). *> T titular, A autorizado
                 02 SALDODEF    PIC S9999999V99.
                 02 ESTADOCFAL  PIC X(1). *> B bloqueada, R repartida,
                                          *> L liberada
                 02 FECHAREP    PIC 9(6). *> AAMMDD reparto o
                                          *> liberacion

               *> Herederos de cada testamentaria con la cuota que
               *> les da la escritura y la cuenta donde cobran.
               FD HEREDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "HEREDEROS.DAT".
               01 HEREDREC.
                 02 HEREDKEY.
                   03 DNIHFAL   PIC X(9). *> fallecido
                   03 DNIHER    PIC X(9). *> heredero
                 02 NOMBREHER   PIC X(40).
                 02 CUOTAHER    PIC 999V99. *> por ciento
                 02 CUENTAHER   PIC X(10). *> cuenta de abono
                 02 IMPORTEHER  PIC 9(9)V99. *> recibido

               *> Lista de espera de espectaculos agotados; las
               *> peticiones servidas o caducadas no se borran.
               FD ESPERAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "LISTAESPERA.DAT".
               01 ESPERAREC.
                 02 ESPERAID     PIC 9(9).
                 02 NUMESPERA    PIC 9(3). *> espectaculo
                 02 DNIESPERA    PIC X(9).
                 02 FILADESDE    PIC 99. *> zona preferida,
                 02 FILAHASTA    PIC 99. *> 0 = cualquiera
                 02 FECHAALTAESP PIC 9999999999. *> AAMMDDHHMM
                 02 ESTADOESPERA PIC X(1). *> E en espera, O ofrecida,
                                           *> C comprada, X caducada,
                                           *> N no servida
                 02 FILAOFR      PIC 99. *> butaca reservada,
                 02 ASIENTOOFR   PIC 99. *> 0 si sin numerar
                 02 FECHAOFR     PIC 9(6). *> AAMMDD oferta
                 02 LIMITEOFR    PIC 9(6). *> AAMMDD fin de reserva
                 02 ENTRADAESP   PIC 9(9). *> entrada comprada

               *> Cheques de otras entidades ingresados en ventanilla;
               *> el importe queda retenido hasta la fecha de
               *> compensacion.
               FD CHQAJENOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CHQAJENOS.DAT".
               01 CHQAJENOSREC.
                 02 DEPCHQID    PIC 9(9).
                 02 CUENTADEP   PIC X(10).
                 02 ENTIDADDEP  PIC 9(4). *> entidad librada
                 02 CTALIBDEP   PIC X(10). *> cuenta librada
                 02 NUMCHQDEP   PIC 9(7).
                 02 IMPORTEDEP  PIC 9(7)V99.
                 02 FECHADEP    PIC 9(6). *> AAMMDD ingreso
                 02 FECHACOMP   PIC 9(6). *> AAMMDD disponible
                 02 MIDDEP      PIC 9(9). *> movimiento de abono
                 02 ESTADODEP   PIC X(1). *> P pendiente de envio,
                                          *> E enviado, L compensado,
                                          *> D devuelto
                 02 FECHADEVDEP PIC 9(6). *> AAMMDD devolucion
                 02 OFICINADEP  PIC X(4).
                 02 OPERDEP     PIC X(8).

               *> Expediente de recobro por cliente: deuda vencida de
               *> prestamos, descubiertos y recibos devueltos, con su
               *> antiguedad y la ultima promesa de pago.
               FD RECOBROSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECOBROS.DAT".
               01 RECOBROSREC.
                 02 DNIRB       PIC X(9).
                 02 FECHAINIRB  PIC 9(6). *> AAMMDD entrada en mora
                 02 FECHAANTRB  PIC 9(6). *> AAMMDD deuda mas antigua
                                          *> conocida en origen
                 02 DEUDAPRERB  PIC 9(7)V99. *> cuotas impagadas
                 02 EXCESORB    PIC 9(7)V99. *> exceso de descubierto
                 02 RECIBOSRB   PIC 9(7)V99. *> recibos devueltos
                 02 TOTALRB     PIC 9(7)V99.
                 02 DIASRB      PIC 9(5).
                 02 TRAMORB     PIC 9. *> 1 1-30, 2 31-60, 3 61-90,
                                       *> 4 mas de 90 dias
                 02 TRAMOCARRB  PIC 9. *> ultimo tramo reclamado
                 02 FECHACARRB  PIC 9(6). *> AAMMDD ultima carta
                 02 ESTADORB    PIC X(1). *> A en mora, S saldado
                 02 FECHAPROMRB PIC 9(6). *> AAMMDD pago prometido
                 02 IMPPROMRB   PIC 9(7)V99.
                 02 BASEPROMRB  PIC 9(7)V99. *> deuda al prometer
                 02 ESTPROMRB   PIC X(1). *> P pendiente, C cumplida,
                                          *> R rota, blanco sin promesa
                 02 FECHAGESRB  PIC 9(6). *> AAMMDD ultima gestion

               *> Gestiones de recobro: contactos del gestor, promesas
               *> de pago y cartas o incumplimientos del proceso
               *> nocturno.
               FD GESTIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "GESTIONES.DAT".
               01 GESTIONESREC.
                 02 GESTIONID  PIC 9(9).
                 02 DNIGES     PIC X(9).
                 02 FECHAGES   PIC 9999999999. *> AAMMDDHHMM
                 02 TIPOGES    PIC X(1). *> L llamada, V visita,
                                         *> E escrito, P promesa,
                                         *> C carta, R promesa rota
                 02 NOTAGES    PIC X(40).
                 02 OPERGES    PIC X(8).

               *> Recibos devueltos por falta de saldo, acumulados de
               *> remesa en remesa hasta que se atienden.
               FD RECIMPFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECIBOSIMP.DAT".
               01 RECIMPREC.
                 02 RIKEY.
                   03 CUENTARI  PIC X(10).
                   03 REFRI     PIC X(12).
                 02 DNIRI       PIC X(9).
                 02 ACREEDORRI  PIC X(30).
                 02 IMPORTERI   PIC 9(7)V99.
                 02 FECHARI     PIC 9(6). *> AAMMDD devolucion
                 02 ESTADORI    PIC X(1). *> P pendiente, A atendido
                 02 FECHAFINRI  PIC 9(6). *> AAMMDD atendido

               *> Cajon de billetes extranjeros de cada oficina, junto
               *> al de euros de CAJA.DAT: unidades de cada divisa.
               FD CAJADIVISAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CAJADIVISA.DAT".
               01 CAJADIVISAREC.
                 02 CAJADIVKEY.
                   03 OFICINACDV PIC X(4).
                   03 DIVISACDV  PIC X(3).
                 02 EXISTCDV   PIC S9(7). *> unidades en el cajon
                 02 FECHACDV   PIC 9(6). *> AAMMDD ultimo movimiento

               *> Compraventas de billetes extranjeros en ventanilla,
               *> con el cambio aplicado y el margen obtenido.
               FD OPDIVISAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "OPDIVISA.DAT".
               01 OPDIVISAREC.
                 02 OPDIVID    PIC 9(9).
                 02 FECHAOPD   PIC 9999999999. *> AAMMDDHHMM
                 02 OFICINAOPD PIC X(4).
                 02 SESIONOPD  PIC 9(9). *> sesion de caja
                 02 OPEROPD    PIC X(8).
                 02 DNIOPD     PIC X(9). *> documento del cliente
                 02 TIPOOPD    PIC X(1). *> C compramos billetes,
                                         *> V vendemos billetes
                 02 DIVISAOPD  PIC X(3).
                 02 UNIDOPD    PIC 9(5). *> importe en divisa
                 02 TASAOPD    PIC 9(3)V9(6). *> cambio del dia
                 02 PRECIOOPD  PIC 9(3)V9(6). *> cambio aplicado
                 02 EUROSOPD   PIC 9(7)V99.
                 02 MARGENOPD  PIC 9(7)V99.
                 02 FORMAOPD   PIC X(1). *> E efectivo, C cuenta
                 02 CUENTAOPD  PIC X(10).
                 02 MIDOPD     PIC 9(9). *> movimiento o desglose

               *> Cajas de seguridad de cada oficina.
               FD CAJASEGFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CAJASEG.DAT".
               01 CAJASEGREC.
                 02 CAJASEGKEY.
                   03 OFICINACSG PIC X(4).
                   03 NUMCSG     PIC 9(4).
                 02 TAMANOCSG  PIC X(1). *> P pequena, M mediana,
                                         *> G grande
                 02 ESTADOCSG  PIC X(1). *> L libre, A alquilada,
                                         *> F fuera de servicio
                 02 ALQCSG     PIC 9(9). *> contrato en vigor, 0 libre

               *> Contratos de alquiler de cajas de seguridad.
               FD ALQCAJASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ALQCAJAS.DAT".
               01 ALQCAJASREC.
                 02 ALQID      PIC 9(9).
                 02 OFICINAALQ PIC X(4).
                 02 NUMALQ     PIC 9(4).
                 02 DNIALQ     PIC X(9). *> titular del contrato
                 02 CUENTAALQ  PIC X(10). *> cuenta de cargo
                 02 FECHAINIALQ PIC 9(6). *> AAMMDD alta
                 02 PROXCARGOALQ PIC 9(6). *> AAMMDD proxima cuota
                 02 ESTADOALQ  PIC X(1). *> A en vigor, I impagado
                                         *> (acceso bloqueado), B baja
                 02 FECHABAJAALQ PIC 9(6). *> AAMMDD

               *> Personas con acceso a cada caja: el titular del
               *> contrato y sus autorizados.
               FD AUTCAJASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUTCAJAS.DAT".
               01 AUTCAJASREC.
                 02 AUTKEY.
                   03 ALQAUT PIC 9(9).
                   03 DNIAUT PIC X(9).
                 02 ROLAUT PIC X(1). *> T titular, A autorizado

               *> Visitas a las cajas, tambien los accesos denegados.
               FD VISITASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "VISITASCAJA.DAT".
               01 VISITASREC.
                 02 VISITAID   PIC 9(9).
                 02 ALQVIS     PIC 9(9).
                 02 OFICINAVIS PIC X(4).
                 02 NUMVIS     PIC 9(4).
                 02 FECHAVIS   PIC 9999999999. *> AAMMDDHHMM
                 02 OPERVIS    PIC X(8).
                 02 DNIVIS     PIC X(9). *> quien entra
                 02 RESULTVIS  PIC X(1). *> E entra, N no autorizado,
                                         *> B bloqueada por impago

               *> Cuota anual de alquiler por tamano de caja, junto a
               *> las tarifas de PRODUCTOS.DAT.
               FD TARIFACAJASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TARIFACAJAS.DAT".
               01 TARIFACAJASREC.
                 02 TAMANOTAR PIC X(1).
                 02 CUOTATAR  PIC 9(5)V99.

               *> Reclamaciones de clientes con su plazo de respuesta
               *> en dias habiles y el abono, si lo hubo.
               FD RECLAMAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECLAMACIONES.DAT".
               01 RECLAMAREC.
                 02 RECLAMAID  PIC 9(9).
                 02 DNIRCL     PIC X(9).
                 02 CUENTARCL  PIC X(10).
                 02 MIDRCL     PIC 9(9). *> movimiento reclamado, 0
                 02 ENTRADARCL PIC 9(9). *> entrada reclamada, 0
                 02 CATEGRCL   PIC X(1). *> M movimiento discutido,
                                         *> T tarjeta no devuelta,
                                         *> C comision indebida,
                                         *> O otros motivos
                 02 FECHARCL   PIC 9(6). *> AAMMDD recibida
                 02 LIMITERCL  PIC 9(6). *> AAMMDD plazo de respuesta
                 02 OFICINARCL PIC X(4). *> oficina que la recoge
                 02 OPERRCL    PIC X(8). *> operador asignado
                 02 ESTADORCL  PIC X(1). *> A abierta, R resuelta a
                                         *> favor, D desestimada
                 02 FECHARESRCL PIC 9(6). *> AAMMDD resolucion
                 02 RESOLRCL   PIC X(40).
                 02 IMPDEVRCL  PIC 9(7)V99. *> abonado al cliente
                 02 MIDDEVRCL  PIC 9(9). *> movimiento del abono

               *> Acuerdos de barrido entre la cuenta corriente y una
               *> de ahorro del mismo titular: por debajo del suelo
               *> se trae de ahorro y por encima del techo se lleva.
               FD BARRIDOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BARRIDOS.DAT".
               01 BARRIDOSREC.
                 02 CUENTABAR  PIC X(10). *> cuenta corriente
                 02 CUENTAAHB  PIC X(10). *> cuenta de ahorro
                 02 DNIBAR     PIC X(9).
                 02 SUELOBAR   PIC 9(7)V99.
                 02 TECHOBAR   PIC 9(7)V99. *> 0 sin techo
                 02 FECHAALTABAR PIC 9(6). *> AAMMDD alta
                 02 ULTBAR     PIC 9(6). *> AAMMDD ultimo barrido
                 02 IMPULTBAR  PIC S9(7)V99. *> + traido de ahorro,
                                             *> - llevado a ahorro

               *> Alias de cobro por movil: el telefono del cliente
               *> apunta a la cuenta en la que quiere recibir pagos.
               FD ALIASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ALIASMOVIL.DAT".
               01 ALIASREC.
                 02 TELALI     PIC X(12).
                 02 DNIALI     PIC X(9).
                 02 CUENTAALI  PIC X(10). *> cuenta de abono
                 02 FECHAALTAALI PIC 9(6). *> AAMMDD alta o cambio

               *> Pagos a moviles sin alias: el importe se carga al
               *> ordenante y queda retenido hasta que el destinatario
               *> se da de alta o vence el plazo y se le devuelve.
               FD PAGOSMOVILFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PAGOSMOVIL.DAT".
               01 PAGOSMOVILREC.
                 02 PAGOMID    PIC 9(9).
                 02 TELPAGO    PIC X(12).
                 02 CUENTAORIGPAGO PIC X(10).
                 02 DNIORIGPAGO PIC X(9).
                 02 IMPORTEPAGO PIC 9(7)V99. *> en divisa de origen
                 02 FECHAPAGO  PIC 9(6). *> AAMMDD
                 02 LIMITEPAGO PIC 9(6). *> AAMMDD devolucion
                 02 MIDPAGO    PIC 9(9). *> movimiento del cargo
                 02 ESTADOPAGO PIC X(1). *> P pendiente, E entregado,
                                         *> D devuelto
                 02 FECHARESPAGO PIC 9(6). *> AAMMDD entrega o
                                           *> devolucion
                 02 CUENTAABOPAGO PIC X(10). *> cuenta abonada

               *> Saldo de cierre de cada cuenta por dia habil; entre
               *> dos fotos el saldo es el de la anterior.
               FD SALDOSDIAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SALDOSDIA.DAT".
               01 SALDOSDIAREC.
                 02 SDIKEY.
                   03 CUENTASDI PIC X(10).
                   03 FECHASDI  PIC 9(6). *> AAMMDD dia habil
                 02 DNISDI     PIC X(9).
                 02 SALDOSDI   PIC S9999999V99.
                 02 DIVISASDI  PIC X(3).
                 02 ESTADOSDI  PIC X(1). *> estado de la cuenta

       WORKING-STORAGE SECTION.
           77 FSCF   PIC XX.
           77 FSCT   PIC XX.
           77 FSTI   PIC XX.
           77 FSNI   PIC XX.
           77 FSCK   PIC XX.
           77 FSPC   PIC XX.
           77 FSMC   PIC XX.
           77 FSRT   PIC XX.
           77 FSCP   PIC XX.
           77 FSMP   PIC XX.
           77 FSSP   PIC XX.
           77 FSTS   PIC XX.
           77 FSFA   PIC XX.
           77 FSHR   PIC XX.
           77 FSLE   PIC XX.
           77 FSCJ   PIC XX.
           77 FSRB   PIC XX.
           77 FSGE   PIC XX.
           77 FSRM   PIC XX.
           77 FSCV   PIC XX.
           77 FSOD   PIC XX.
           77 FSCS   PIC XX.
           77 FSAQ   PIC XX.
           77 FSAU   PIC XX.
           77 FSVI   PIC XX.
           77 FSTC   PIC XX.
           77 FSRC   PIC XX.
           77 FSBA   PIC XX.
           77 FSAL   PIC XX.
           77 FSPM   PIC XX.
           77 FSSD   PIC XX.
           77 FSERR  PIC XX.
           77 CLAVETRAB PIC X(15).
           77 HASHTRAB  PIC X(15).
           MOVE SPACES TO HISTCLAVE1.
           MOVE SPACES TO HISTCLAVE2.
           MOVE SPACES TO HISTCLAVE3.
           MOVE SPACES TO DNIOPER.
           WRITE OPERADORESREC.
           MOVE "CAJA01" TO OPERID.
           MOVE "Puesto de ventanilla" TO NOMBREOP.
           MOVE SPACES TO HISTCLAVE1.
           MOVE SPACES TO HISTCLAVE2.
           MOVE SPACES TO HISTCLAVE3.
           MOVE SPACES TO DNIOPER.
           WRITE OPERADORESREC.
           IF FSOP NOT = "00"
               MOVE FSOP TO FSERR
           MOVE "D" TO CODTIPO.
           MOVE 0.0090 TO TASAMENS.
           WRITE TIPOSINTREC.
           *> Retencion fiscal sobre intereses abonados: 19%.
           MOVE "R" TO CODTIPO.
           MOVE 0.1900 TO TASAMENS.
           WRITE TIPOSINTREC.
           IF FSTP NOT = "00"
               MOVE FSTP TO FSERR
               GO TO ERRORFICHERO
           MOVE "EUR" TO DIVISACAM.
           MOVE 1.000000 TO TASACAM.
           MOVE 0 TO FECHACAM.
           MOVE 0 TO MARGENCAM.
           WRITE CAMBIOSREC.
           MOVE "USD" TO DIVISACAM.
           MOVE 0.920000 TO TASACAM.
           MOVE 0 TO FECHACAM.
           MOVE 0.0300 TO MARGENCAM.
           WRITE CAMBIOSREC.
           MOVE "GBP" TO DIVISACAM.
           MOVE 1.150000 TO TASACAM.
           MOVE 0 TO FECHACAM.
           MOVE 0.0300 TO MARGENCAM.
           WRITE CAMBIOSREC.
           IF FSCM NOT = "00"
               MOVE FSCM TO FSERR
           MOVE 10.00 TO COMMANT.
           MOVE 0.50 TO COMTRANSF.
           MOVE 5000.00 TO SALDOEXENTO.
           MOVE 12.00 TO COMDEVCHQ.
           WRITE PRODUCTOSREC.
           MOVE "A" TO TIPOPROD.
           MOVE 5.00 TO COMMANT.
           MOVE 0.75 TO COMTRANSF.
           MOVE 3000.00 TO SALDOEXENTO.
           MOVE 12.00 TO COMDEVCHQ.
           WRITE PRODUCTOSREC.
           IF FSPR NOT = "00"
               MOVE FSPR TO FSERR
               MOVE FSNI TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "CASOPBC" TO TIPOID.
           MOVE 1 TO SIGUIENTE.
           WRITE NEXTIDREC.
           IF FSNI NOT = "00"
               MOVE FSNI TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "SOLPRES" TO TIPOID.
           MOVE 1 TO SIGUIENTE.
           WRITE NEXTIDREC.
           IF FSNI NOT = "00"
               MOVE FSNI TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "ESPERA" TO TIPOID.
           MOVE 1 TO SIGUIENTE.
           WRITE NEXTIDREC.
           IF FSNI NOT = "00"
               MOVE FSNI TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "CHQAJENO" TO TIPOID.
           MOVE 1 TO SIGUIENTE.
           WRITE NEXTIDREC.
           IF FSNI NOT = "00"
               MOVE FSNI TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "GESTION" TO TIPOID.
           MOVE 1 TO SIGUIENTE.
           WRITE NEXTIDREC.
           IF FSNI NOT = "00"
               MOVE FSNI TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "OPDIVISA" TO TIPOID.
           MOVE 1 TO SIGUIENTE.
           WRITE NEXTIDREC.
           IF FSNI NOT = "00"
               MOVE FSNI TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "ALQCAJA" TO TIPOID.
           MOVE 1 TO SIGUIENTE.
           WRITE NEXTIDREC.
           IF FSNI NOT = "00"
               MOVE FSNI TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "VISITACAJA" TO TIPOID.
           MOVE 1 TO SIGUIENTE.
           WRITE NEXTIDREC.
           IF FSNI NOT = "00"
               MOVE FSNI TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "RECLAMA" TO TIPOID.
           MOVE 1 TO SIGUIENTE.
           WRITE NEXTIDREC.
           IF FSNI NOT = "00"
               MOVE FSNI TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "PAGOMOVIL" TO TIPOID.
           MOVE 1 TO SIGUIENTE.
           WRITE NEXTIDREC.
           IF FSNI NOT = "00"
               MOVE FSNI TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE NEXTIDFILE.

           *> Fichero de ingresos pendientes de confirmar: se crea
               GO TO ERRORFICHERO
           END-IF.
           CLOSE CHECKPOINTFILE.

           *> Plan de cuentas contable de partida: caja, las dos
           *> cuentas de control de depositos de clientes, las
           *> contrapartidas de cada operacion y la cuenta de espera.
           OPEN OUTPUT PLANCONTABLEFILE.
           IF FSPC NOT = "00"
               MOVE FSPC TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "57000000" TO CODCONT.
           MOVE "Caja efectivo oficinas" TO NOMBRECONT.
           MOVE " " TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "57100000" TO CODCONT.
           MOVE "Caja billetes en divisa" TO NOMBRECONT.
           MOVE " " TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "21000001" TO CODCONT.
           MOVE "Depositos cuentas corrientes" TO NOMBRECONT.
           MOVE "C" TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "21000002" TO CODCONT.
           MOVE "Depositos cuentas de ahorro" TO NOMBRECONT.
           MOVE "A" TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "21500000" TO CODCONT.
           MOVE "Imposiciones a plazo fijo" TO NOMBRECONT.
           MOVE " " TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "17000000" TO CODCONT.
           MOVE "Prestamos a clientes" TO NOMBRECONT.
           MOVE " " TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "55200000" TO CODCONT.
           MOVE "Puente traspasos internos" TO NOMBRECONT.
           MOVE " " TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "55300000" TO CODCONT.
           MOVE "Compensacion interbancaria" TO NOMBRECONT.
           MOVE " " TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "55400000" TO CODCONT.
           MOVE "Embargos judiciales a pagar" TO NOMBRECONT.
           MOVE " " TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "41000000" TO CODCONT.
           MOVE "Acreedores por espectaculos" TO NOMBRECONT.
           MOVE " " TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "66200000" TO CODCONT.
           MOVE "Intereses pagados a clientes" TO NOMBRECONT.
           MOVE " " TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "76200000" TO CODCONT.
           MOVE "Intereses cobrados a clientes" TO NOMBRECONT.
           MOVE " " TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "76900000" TO CODCONT.
           MOVE "Comisiones percibidas" TO NOMBRECONT.
           MOVE " " TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "67800000" TO CODCONT.
           MOVE "Abonos por reclamaciones" TO NOMBRECONT.
           MOVE " " TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "47500000" TO CODCONT.
           MOVE "Hacienda, retenciones" TO NOMBRECONT.
           MOVE " " TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           MOVE "55500000" TO CODCONT.
           MOVE "Partidas pendientes aplicacion" TO NOMBRECONT.
           MOVE "E" TO CLASECONT.
           MOVE 0 TO SALANTCONT.
           MOVE 0 TO SALDOCONT.
           MOVE 0 TO FECHACONT.
           WRITE PLANCONTABLEREC.
           IF FSPC NOT = "00"
               MOVE FSPC TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE PLANCONTABLEFILE.

           *> Reglas de contabilizacion por concepto: cuando dos
           *> reglas casan con un movimiento manda la mas larga.
           OPEN OUTPUT MAPACONTABLEFILE.
           IF FSMC NOT = "00"
               MOVE FSMC TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "Ingreso" TO PREFIJOMAP.
           MOVE 7 TO LONGMAP.
           MOVE "57000000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Reintegro" TO PREFIJOMAP.
           MOVE 9 TO LONGMAP.
           MOVE "57000000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Rintegro" TO PREFIJOMAP.
           MOVE 8 TO LONGMAP.
           MOVE "57000000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Transferencia a " TO PREFIJOMAP.
           MOVE 16 TO LONGMAP.
           MOVE "55200000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Transferencia recibida de " TO PREFIJOMAP.
           MOVE 26 TO LONGMAP.
           MOVE "55200000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Orden permanente " TO PREFIJOMAP.
           MOVE 17 TO LONGMAP.
           MOVE "55200000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Comision" TO PREFIJOMAP.
           MOVE 8 TO LONGMAP.
           MOVE "76900000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Interes" TO PREFIJOMAP.
           MOVE 7 TO LONGMAP.
           MOVE "66200000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Interes deudor" TO PREFIJOMAP.
           MOVE 14 TO LONGMAP.
           MOVE "76200000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Cuota prestamo " TO PREFIJOMAP.
           MOVE 15 TO LONGMAP.
           MOVE "17000000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Abono prestamo " TO PREFIJOMAP.
           MOVE 15 TO LONGMAP.
           MOVE "17000000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Apertura plazo fijo " TO PREFIJOMAP.
           MOVE 20 TO LONGMAP.
           MOVE "21500000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Cancelacion plazo fijo " TO PREFIJOMAP.
           MOVE 23 TO LONGMAP.
           MOVE "21500000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Vencimiento plazo fijo " TO PREFIJOMAP.
           MOVE 23 TO LONGMAP.
           MOVE "21500000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Recibo " TO PREFIJOMAP.
           MOVE 7 TO LONGMAP.
           MOVE "55300000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Cheque " TO PREFIJOMAP.
           MOVE 7 TO LONGMAP.
           MOVE "55300000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Cajero tarj. " TO PREFIJOMAP.
           MOVE 13 TO LONGMAP.
           MOVE "55300000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Transf. ext. a " TO PREFIJOMAP.
           MOVE 15 TO LONGMAP.
           MOVE "55300000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Transf. recibida de " TO PREFIJOMAP.
           MOVE 20 TO LONGMAP.
           MOVE "55300000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Devolucion transf. ext. " TO PREFIJOMAP.
           MOVE 24 TO LONGMAP.
           MOVE "55300000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Embargo judicial " TO PREFIJOMAP.
           MOVE 17 TO LONGMAP.
           MOVE "55400000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Entrada: " TO PREFIJOMAP.
           MOVE 9 TO LONGMAP.
           MOVE "41000000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Devolucion entrada: " TO PREFIJOMAP.
           MOVE 20 TO LONGMAP.
           MOVE "41000000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Retencion fiscal" TO PREFIJOMAP.
           MOVE 16 TO LONGMAP.
           MOVE "47500000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Cargo nomina " TO PREFIJOMAP.
           MOVE 13 TO LONGMAP.
           MOVE "55200000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Nomina " TO PREFIJOMAP.
           MOVE 7 TO LONGMAP.
           MOVE "55200000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Devolucion nomina " TO PREFIJOMAP.
           MOVE 18 TO LONGMAP.
           MOVE "55200000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Compra billetes " TO PREFIJOMAP.
           MOVE 16 TO LONGMAP.
           MOVE "57100000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Venta billetes " TO PREFIJOMAP.
           MOVE 15 TO LONGMAP.
           MOVE "57100000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Abono reclamacion " TO PREFIJOMAP.
           MOVE 18 TO LONGMAP.
           MOVE "67800000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Barrido " TO PREFIJOMAP.
           MOVE 8 TO LONGMAP.
           MOVE "55200000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Pago a movil " TO PREFIJOMAP.
           MOVE 13 TO LONGMAP.
           MOVE "55200000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Pago movil de " TO PREFIJOMAP.
           MOVE 14 TO LONGMAP.
           MOVE "55200000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Pago a movil pendiente " TO PREFIJOMAP.
           MOVE 23 TO LONGMAP.
           MOVE "55500000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Pago movil recibido de " TO PREFIJOMAP.
           MOVE 23 TO LONGMAP.
           MOVE "55500000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Devolucion pago movil " TO PREFIJOMAP.
           MOVE 22 TO LONGMAP.
           MOVE "55500000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Ingreso cheque " TO PREFIJOMAP.
           MOVE 15 TO LONGMAP.
           MOVE "55300000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Devolucion cheque " TO PREFIJOMAP.
           MOVE 18 TO LONGMAP.
           MOVE "55300000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Reparto herencia a " TO PREFIJOMAP.
           MOVE 19 TO LONGMAP.
           MOVE "55200000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Herencia de " TO PREFIJOMAP.
           MOVE 12 TO LONGMAP.
           MOVE "55200000" TO CONTRAMAP.
           MOVE "C" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Saldo traspasado a historico" TO PREFIJOMAP.
           MOVE 28 TO LONGMAP.
           MOVE SPACES TO CONTRAMAP.
           MOVE "N" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           MOVE "Cierre de cuenta" TO PREFIJOMAP.
           MOVE 16 TO LONGMAP.
           MOVE SPACES TO CONTRAMAP.
           MOVE "N" TO TRATAMAP.
           WRITE MAPACONTABLEREC.
           IF FSMC NOT = "00"
               MOVE FSMC TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE MAPACONTABLEFILE.

           *> El fichero de retrocesiones se crea vacio: lo graba
           *> el supervisor desde RETROCESION.
           OPEN OUTPUT RETROCESIONESFILE.
           IF FSRT NOT = "00"
               MOVE FSRT TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE RETROCESIONESFILE.

           *> Los ficheros de casos de blanqueo se crean vacios: los
           *> llena la vigilancia nocturna.
           OPEN OUTPUT CASOSPBCFILE.
           IF FSCP NOT = "00"
               MOVE FSCP TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE CASOSPBCFILE.
           OPEN OUTPUT MOVPBCFILE.
           IF FSMP NOT = "00"
               MOVE FSMP TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE MOVPBCFILE.

           *> Las solicitudes de prestamo empiezan vacias.
           OPEN OUTPUT SOLPRESFILE.
           IF FSSP NOT = "00"
               MOVE FSSP TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE SOLPRESFILE.

           *> Las testamentarias empiezan vacias.
           OPEN OUTPUT TESTAMFILE.
           IF FSTS NOT = "00"
               MOVE FSTS TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE TESTAMFILE.
           OPEN OUTPUT CTAFALFILE.
           IF FSFA NOT = "00"
               MOVE FSFA TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE CTAFALFILE.
           OPEN OUTPUT HEREDFILE.
           IF FSHR NOT = "00"
               MOVE FSHR TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE HEREDFILE.

           *> La lista de espera empieza vacia.
           OPEN OUTPUT ESPERAFILE.
           IF FSLE NOT = "00"
               MOVE FSLE TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE ESPERAFILE.

           *> Los cheques ajenos empiezan vacios.
           OPEN OUTPUT CHQAJENOSFILE.
           IF FSCJ NOT = "00"
               MOVE FSCJ TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE CHQAJENOSFILE.

           *> Los expedientes de recobro empiezan vacios.
           OPEN OUTPUT RECOBROSFILE.
           IF FSRB NOT = "00"
               MOVE FSRB TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE RECOBROSFILE.

           *> Las gestiones de recobro empiezan vacias.
           OPEN OUTPUT GESTIONESFILE.
           IF FSGE NOT = "00"
               MOVE FSGE TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE GESTIONESFILE.

           *> Los recibos impagados empiezan vacios.
           OPEN OUTPUT RECIMPFILE.
           IF FSRM NOT = "00"
               MOVE FSRM TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE RECIMPFILE.

           *> Cajon de divisas de cada oficina, sin existencias: se
           *> nutre de los billetes que compra la ventanilla.
           OPEN OUTPUT CAJADIVISAFILE.
           IF FSCV NOT = "00"
               MOVE FSCV TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "0001" TO OFICINACDV.
           MOVE "GBP" TO DIVISACDV.
           MOVE 0 TO EXISTCDV.
           MOVE 0 TO FECHACDV.
           WRITE CAJADIVISAREC.
           MOVE "USD" TO DIVISACDV.
           WRITE CAJADIVISAREC.
           MOVE "0002" TO OFICINACDV.
           MOVE "GBP" TO DIVISACDV.
           WRITE CAJADIVISAREC.
           MOVE "USD" TO DIVISACDV.
           WRITE CAJADIVISAREC.
           IF FSCV NOT = "00"
               MOVE FSCV TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE CAJADIVISAFILE.

           *> Las compraventas de billetes empiezan vacias.
           OPEN OUTPUT OPDIVISAFILE.
           IF FSOD NOT = "00"
               MOVE FSOD TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE OPDIVISAFILE.

           *> Inventario de cajas de seguridad de las oficinas, todas
           *> libres.
           OPEN OUTPUT CAJASEGFILE.
           IF FSCS NOT = "00"
               MOVE FSCS TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "L" TO ESTADOCSG.
           MOVE 0 TO ALQCSG.
           MOVE "0001" TO OFICINACSG.
           MOVE 1 TO NUMCSG.
           MOVE "P" TO TAMANOCSG.
           WRITE CAJASEGREC.
           MOVE 2 TO NUMCSG.
           WRITE CAJASEGREC.
           MOVE 3 TO NUMCSG.
           MOVE "M" TO TAMANOCSG.
           WRITE CAJASEGREC.
           MOVE 4 TO NUMCSG.
           WRITE CAJASEGREC.
           MOVE 5 TO NUMCSG.
           MOVE "G" TO TAMANOCSG.
           WRITE CAJASEGREC.
           MOVE "0002" TO OFICINACSG.
           MOVE 1 TO NUMCSG.
           MOVE "P" TO TAMANOCSG.
           WRITE CAJASEGREC.
           MOVE 2 TO NUMCSG.
           MOVE "M" TO TAMANOCSG.
           WRITE CAJASEGREC.
           MOVE 3 TO NUMCSG.
           MOVE "G" TO TAMANOCSG.
           WRITE CAJASEGREC.
           IF FSCS NOT = "00"
               MOVE FSCS TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE CAJASEGFILE.

           *> Contratos, autorizados y visitas empiezan vacios.
           OPEN OUTPUT ALQCAJASFILE.
           IF FSAQ NOT = "00"
               MOVE FSAQ TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE ALQCAJASFILE.
           OPEN OUTPUT AUTCAJASFILE.
           IF FSAU NOT = "00"
               MOVE FSAU TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE AUTCAJASFILE.
           OPEN OUTPUT VISITASFILE.
           IF FSVI NOT = "00"
               MOVE FSVI TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE VISITASFILE.

           *> Cuota anual de alquiler de cada tamano de caja.
           OPEN OUTPUT TARIFACAJASFILE.
           IF FSTC NOT = "00"
               MOVE FSTC TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           MOVE "P" TO TAMANOTAR.
           MOVE 60.00 TO CUOTATAR.
           WRITE TARIFACAJASREC.
           MOVE "M" TO TAMANOTAR.
           MOVE 95.00 TO CUOTATAR.
           WRITE TARIFACAJASREC.
           MOVE "G" TO TAMANOTAR.
           MOVE 150.00 TO CUOTATAR.
           WRITE TARIFACAJASREC.
           IF FSTC NOT = "00"
               MOVE FSTC TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE TARIFACAJASFILE.

           *> Las reclamaciones empiezan vacias.
           OPEN OUTPUT RECLAMAFILE.
           IF FSRC NOT = "00"
               MOVE FSRC TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE RECLAMAFILE.

           *> Los acuerdos de barrido los da de alta cada cliente.
           OPEN OUTPUT BARRIDOSFILE.
           IF FSBA NOT = "00"
               MOVE FSBA TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE BARRIDOSFILE.

           *> Los alias los da de alta cada cliente y los pagos a
           *> moviles empiezan vacios.
           OPEN OUTPUT ALIASFILE.
           IF FSAL NOT = "00"
               MOVE FSAL TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE ALIASFILE.
           OPEN OUTPUT PAGOSMOVILFILE.
           IF FSPM NOT = "00"
               MOVE FSPM TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE PAGOSMOVILFILE.

           *> Las fotos de saldos las va grabando el cierre diario.
           OPEN OUTPUT SALDOSDIAFILE.
           IF FSSD NOT = "00"
               MOVE FSSD TO FSERR
               GO TO ERRORFICHERO
           END-IF.
           CLOSE SALDOSDIAFILE.
           STOP RUN.

       ERRORFICHERO.
