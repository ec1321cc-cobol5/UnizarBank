       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAINTEGRIDAD.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNI
           FILE STATUS IS FSCF.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           FILE STATUS IS FSCT.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           FILE STATUS IS FSMF.

           SELECT TITULARESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TITKEY
           ALTERNATE RECORD KEY IS DNITITU WITH DUPLICATES
           FILE STATUS IS FSTI.

           SELECT ESPECTACULOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT ORDENESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDENID
           FILE STATUS IS FSOR.

           SELECT PLAZOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAZOID
           FILE STATUS IS FSPL.

           SELECT PRESTAMOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRESTID
           FILE STATUS IS FSPE.

           SELECT TALONARIOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TALONID
           FILE STATUS IS FSTA.

           SELECT CHEQUESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMCHQ
           FILE STATUS IS FSCQ.

           SELECT TARJETASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMTARJ
           FILE STATUS IS FSTR.

           SELECT ENTRADASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTRADAID
           FILE STATUS IS FSEN.

           SELECT BUTACASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BUTKEY
           FILE STATUS IS FSBU.

           SELECT NEXTIDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIPOID
           FILE STATUS IS FSNI.

           SELECT EMBARGOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMBARGOID
           FILE STATUS IS FSEM.

           SELECT AVISOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVISOID
           FILE STATUS IS FSAV.

           SELECT PENDTRANSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PENDID
           FILE STATUS IS FSPT.

           SELECT SOLPRESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOLID
           ALTERNATE RECORD KEY IS DNISOL WITH DUPLICATES
           FILE STATUS IS FSSP.

           SELECT CHQAJENOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPCHQID
           ALTERNATE RECORD KEY IS CUENTADEP WITH DUPLICATES
           FILE STATUS IS FSCJ.

           SELECT ESPERAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESPERAID
           ALTERNATE RECORD KEY IS NUMESPERA WITH DUPLICATES
           FILE STATUS IS FSLE.

           SELECT CASOSPBCFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASOID
           ALTERNATE RECORD KEY IS DNICASO WITH DUPLICATES
           FILE STATUS IS FSCP.

           SELECT GESTIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GESTIONID
           ALTERNATE RECORD KEY IS DNIGES WITH DUPLICATES
           FILE STATUS IS FSGE.

           SELECT BENEFICIARIOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BENID
           FILE STATUS IS FSBE.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SESIONID
           FILE STATUS IS FSSE.

           SELECT PEDIDOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDIDOID
           FILE STATUS IS FSPO.

           SELECT OPDIVISAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPDIVID
           FILE STATUS IS FSOD.

           SELECT ALQCAJASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQID
           ALTERNATE RECORD KEY IS DNIALQ WITH DUPLICATES
           FILE STATUS IS FSAQ.

           SELECT VISITASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VISITAID
           FILE STATUS IS FSVI.

           SELECT RECLAMAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECLAMAID
           ALTERNATE RECORD KEY IS DNIRCL WITH DUPLICATES
           FILE STATUS IS FSRC.

           SELECT PAGOSMOVILFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAGOMID
           FILE STATUS IS FSPM.

       DATA DIVISION.
       FILE SECTION.

               FD CLIENTESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CLIENTES.DAT".
               01 CLIENTESREC.
                 02 DNI      PIC X(9).
                 02 NOMBAPE  PIC X(40).
                 02 TEL      PIC X(12).
                 02 DIR      PIC X(30).
                 02 BLOQUEADA PIC X(1). *> Y o N
                 02 CLAVE    PIC X(15).
                 02 INTENTOSFALLIDOS PIC 9.
                 02 ESTADOCLI PIC X(1). *> A activo, B baja

               FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA     PIC X(10).
                 02 DNITIT     PIC X(9).
                 02 TIPOCUENTA PIC X(1). *> C Corriente, A Ahorro
                 02 SALDO      PIC S9999999V99.
                 02 DESCUBIERTO PIC 99999V99. *> limite autorizado
                 02 ESTADOCTA PIC X(1). *> A activa, C cerrada,
                                        *> D dormida
                 02 DIVISA    PIC X(3). *> EUR, USD, GBP

               FD MOVIMIENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVIMIENTOS.DAT".
               01 MOVIMIENTOSREC.
                 02 MID      PIC 9(9).
                 02 FECHORA  PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTAMOV   PIC X(10).
                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 OFICINAMOV PIC X(4). *> oficina origen
                 02 FECHAVALOR PIC 9(6). *> fecha valor AAMMDD

               FD TITULARESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TITULARES.DAT".
               01 TITULARESREC.
                 02 TITKEY.
                   03 CUENTATIT PIC X(10).
                   03 DNITITU   PIC X(9).
                 02 ROLTIT PIC X(1). *> T titular, A autorizado

               FD ESPECTACULOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPECTACULOS.DAT".
               01 ESPECTACULOSREC.
                 02 NUM      PIC 9(3).
                 02 NOMBRE   PIC X(20).
                 02 DESCRIPCION   PIC X(20).
                 02 FECHA PIC 9(6). *> Sin formato
                 02 PRECIO PIC 999V99.
                 02 DISPONIBLES PIC 99999.
                 02 ESTADOESP PIC X(1). *> A activo, R retirado,
                                        *> C cancelado

               FD ORDENESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ORDENES.DAT".
               01 ORDENESREC.
                 02 ORDENID    PIC 9(9).
                 02 CUENTAORD  PIC X(10).
                 02 DESTINOORD PIC X(10).
                 02 IMPORTEORD PIC 99999V99.
                 02 DIAMES     PIC 99.
                 02 FECHAFIN   PIC 9(6). *> AAMMDD, 0 si no caduca
                 02 ESTADOORD  PIC X(1). *> A activa, S suspendida,
                                         *> C cancelada, V vencida
                 02 ULTEJEC    PIC 9(6). *> AAMMDD ultima ejecucion

               FD PLAZOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PLAZOS.DAT".
               01 PLAZOSREC.
                 02 PLAZOID    PIC 9(9).
                 02 CUENTAPLZ  PIC X(10).
                 02 DNIPLZ     PIC X(9).
                 02 IMPORTEPLZ PIC 9(7)V99.
                 02 TIPOPLZ    PIC V9(4). *> interes anual pactado
                 02 MESESPLZ   PIC 99.
                 02 FECHAAPER  PIC 9(6). *> AAMMDD
                 02 FECHAVENC  PIC 9(6). *> AAMMDD
                 02 ESTADOPLZ  PIC X(1). *> V vigente, L liquidado,
                                         *> C cancelado anticipado

               FD PRESTAMOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PRESTAMOS.DAT".
               01 PRESTAMOSREC.
                 02 PRESTID    PIC 9(9).
                 02 CUENTAPRE  PIC X(10).
                 02 DNIPRE     PIC X(9).
                 02 CAPITALPRE PIC 9(7)V99.
                 02 TIPOPRE    PIC V9(4). *> interes anual
                 02 MESESPRE   PIC 999.
                 02 CUOTAPRE   PIC 9(7)V99. *> cuota francesa
                 02 PAGADASPRE PIC 999.
                 02 IMPAGOSPRE PIC 999. *> cuotas en mora
                 02 FECHAFORM  PIC 9(6). *> AAMMDD formalizacion
                 02 ESTADOPRE  PIC X(1). *> V vigente, M en mora,
                                         *> L liquidado

               FD TALONARIOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TALONARIOS.DAT".
               01 TALONARIOSREC.
                 02 TALONID    PIC 9(9).
                 02 CUENTATAL  PIC X(10).
                 02 PRIMERCHQ  PIC 9(7).
                 02 ULTIMOCHQ  PIC 9(7).
                 02 FECHATAL   PIC 9(6). *> AAMMDD emision
                 02 ESTADOTAL  PIC X(1). *> A activo, S stop

               FD CHEQUESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CHEQUES.DAT".
               01 CHEQUESREC.
                 02 NUMCHQ     PIC 9(7).
                 02 TALONCHQ   PIC 9(9).
                 02 CUENTACHQ  PIC X(10).
                 02 ESTADOCHQ  PIC X(1). *> D disponible, P pagado,
                                         *> V devuelto, S stop
                 02 IMPORTECHQ PIC 9(7)V99. *> al pagarse
                 02 FECHACHQ   PIC 9(6). *> AAMMDD del pago

               FD TARJETASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TARJETAS.DAT".
               01 TARJETASREC.
                 02 NUMTARJ    PIC X(16).
                 02 CUENTATARJ PIC X(10).
                 02 DNITARJ    PIC X(9).
                 02 CADUCIDAD  PIC 9(4). *> AAMM
                 02 ESTADOTARJ PIC X(1). *> A activa, B bloqueada,
                                         *> C cancelada
                 02 FECHAESTTARJ PIC 9(6). *> AAMMDD ultimo cambio
                                           *> de estado

               FD ENTRADASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ENTRADAS.DAT".
               01 ENTRADASREC.
                 02 ENTRADAID  PIC 9(9).
                 02 NUMESP     PIC 9(3).
                 02 DNICOMP    PIC X(9).
                 02 CUENTACOMP PIC X(10).
                 02 PRECIOPAG  PIC 999V99.
                 02 FECHACOMPRA PIC 9999999999.
                 02 ESTADOENT  PIC X(1). *> V vigente, A anulada,
                                         *> D devuelta
                 02 FILAENT    PIC 99. *> 0 = sin numerar
                 02 ASIENTOENT PIC 99.

               FD BUTACASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BUTACAS.DAT".
               01 BUTACASREC.
                 02 BUTKEY.
                   03 NUMBUT     PIC 9(3). *> espectaculo
                   03 FILABUT    PIC 99.
                   03 ASIENTOBUT PIC 99.
                 02 ESTADOBUT  PIC X(1). *> L libre, O ocupada
                                        *> R reservada en espera
                 02 ENTRADABUT PIC 9(9). *> entrada que la ocupa

               FD NEXTIDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "NEXTID.DAT".
               01 NEXTIDREC.
                 02 TIPOID     PIC X(10).
                 02 SIGUIENTE  PIC 9(9).

               FD EMBARGOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "EMBARGOS.DAT".
               01 EMBARGOSREC.
                 02 EMBARGOID  PIC 9(9).
                 02 CUENTAEMB  PIC X(10).
                 02 IMPORTEEMB PIC 9(7)V99.
                 02 REFEMB     PIC X(20). *> referencia judicial
                 02 FECHAEMB   PIC 9(6). *> AAMMDD registro
                 02 ESTADOEMB  PIC X(1). *> A activo, E ejecutado,
                                         *> L levantado

               FD AVISOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AVISOS.DAT".
               01 AVISOSREC.
                 02 AVISOID   PIC 9(9).
                 02 DNIAV     PIC X(9).
                 02 FECHAAV   PIC 9999999999. *> AAMMDDHHMM
                 02 TIPOAV    PIC X(1). *> S saldo bajo, M mov. alto
                 02 CUENTAAV  PIC X(10).
                 02 DETALLEAV PIC X(40).
                 02 ESTADOAV  PIC X(1). *> P pendiente, L leido,
                                        *> I impreso

               FD PENDTRANSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PENDTRANS.DAT".
               01 PENDTRANSREC.
                 02 PENDID     PIC 9(9).
                 02 CUENTAORIG PIC X(10).
                 02 IBANDEST   PIC X(24).
                 02 IMPORTEPEN PIC 99999V99.
                 02 FECHAPEN   PIC 9999999999.
                 02 ESTADOPEN  PIC X(1). *> P pendiente, E enviada,
                                         *> L liquidada, R rechazada

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

               FD BENEFICIARIOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BENEFICIARIOS.DAT".
               01 BENEFICIARIOSREC.
                 02 BENID     PIC 9(9).
                 02 DNIBEN    PIC X(9).
                 02 NOMBREBEN PIC X(30).
                 02 TIPOBEN   PIC X(1). *> C cuenta interna, I iban
                 02 CUENTABEN PIC X(10).
                 02 IBANBEN   PIC X(24).
                 02 USADOBEN  PIC X(1). *> N hasta el primer envio

               FD SESIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SESIONES.DAT".
               01 SESIONESREC.
                 02 SESIONID   PIC 9(9). *> 0 = registro de control
                 02 OPERSES    PIC X(8).
                 02 OFICINASES PIC X(4).
                 02 APERSES    PIC 9999999999. *> AAMMDDHHMM
                 02 CIERRESES  PIC 9999999999. *> AAMMDDHHMM
                 02 DECLARSES  PIC 9(7)V99. *> efectivo declarado
                 02 ENTRSES    PIC 9(9)V99. *> efectivo entrado
                 02 SALSES     PIC 9(9)V99. *> efectivo salido
                 02 ESTADOSES  PIC X(1). *> A abierta, C cerrada
                 02 DATOSES    PIC 9(9). *> sesion activa en el reg 0

               FD PEDIDOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PEDIDOFURGON.DAT".
               01 PEDIDOSREC.
                 02 PEDIDOID   PIC 9(9).
                 02 OFICINAPED PIC X(4).
                 02 DENOMPED   PIC 999.
                 02 CANTPED    PIC S9(5).
                 02 FECHAPED   PIC 9(6). *> AAMMDD del pedido
                 02 ESTADOPED  PIC X(1). *> P pendiente, R recibido

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

       WORKING-STORAGE SECTION.
           77 FSCF        PIC XX.
           77 FSCT        PIC XX.
           77 FSMF        PIC XX.
           77 FSTI        PIC XX.
           77 FSEF        PIC XX.
           77 FSOR        PIC XX.
           77 FSPL        PIC XX.
           77 FSPE        PIC XX.
           77 FSTA        PIC XX.
           77 FSCQ        PIC XX.
           77 FSTR        PIC XX.
           77 FSEN        PIC XX.
           77 FSBU        PIC XX.
           77 FSNI        PIC XX.
           77 FSEM        PIC XX.
           77 FSAV        PIC XX.
           77 FSPT        PIC XX.
           77 FSSP        PIC XX.
           77 FSCJ        PIC XX.
           77 FSLE        PIC XX.
           77 FSCP        PIC XX.
           77 FSGE        PIC XX.
           77 FSBE        PIC XX.
           77 FSSE        PIC XX.
           77 FSPO        PIC XX.
           77 FSOD        PIC XX.
           77 FSAQ        PIC XX.
           77 FSVI        PIC XX.
           77 FSRC        PIC XX.
           77 FSPM        PIC XX.
           77 EOFREG      PIC X.
           77 EOFBUT      PIC X.
           77 NOEXISTE    PIC X.
           77 HAYCLI      PIC X VALUE "Y".
           77 HAYCTA      PIC X VALUE "Y".
           77 HAYTIT      PIC X VALUE "Y".
           77 HAYENT      PIC X VALUE "Y".
           77 HAYBUT      PIC X VALUE "Y".
           77 HAYTAL      PIC X VALUE "Y".
           77 CUENTABUS   PIC X(10).
           77 ESTADOBUS   PIC X(1). *> X no existe, C cerrada
           77 TIPOBUS     PIC X(10).
           77 MAXBUS      PIC 9(9).
           77 NUMESPACT   PIC 9(3).
           77 NUMBUTESP   PIC 9(5).
           77 LIBRESESP   PIC 9(5).
           77 MAXMID      PIC 9(9) VALUE 0.
           77 MAXORDEN    PIC 9(9) VALUE 0.
           77 MAXPLAZO    PIC 9(9) VALUE 0.
           77 MAXPREST    PIC 9(9) VALUE 0.
           77 MAXTALON    PIC 9(9) VALUE 0.
           77 MAXCHEQUE   PIC 9(9) VALUE 0.
           77 MAXENTRADA  PIC 9(9) VALUE 0.
           77 NUMR1       PIC 9999 VALUE 0.
           77 NUMR2       PIC 9999 VALUE 0.
           77 NUMR3       PIC 9999 VALUE 0.
           77 NUMR4       PIC 9999 VALUE 0.
           77 NUMR5       PIC 9999 VALUE 0.
           77 NUMR6       PIC 9999 VALUE 0.
           77 NUMR7       PIC 9999 VALUE 0.
           77 NUMTOTAL    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "VERIFICAINTEGRIDAD - Integridad entre ficheros".
           DISPLAY "==============================================".
           *> Solo informa: ninguna incidencia corrige datos ni
           *> detiene el cierre; una regla cuyo fichero no puede
           *> abrirse se da por omitida.
           OPEN INPUT CLIENTESFILE.
           IF FSCF NOT = "00"
               MOVE "N" TO HAYCLI
           END-IF.
           OPEN INPUT CUENTASFILE.
           IF FSCT NOT = "00"
               MOVE "N" TO HAYCTA
               DISPLAY "No se ha encontrado CUENTAS.DAT. Codigo: " FSCT
           END-IF.
           OPEN INPUT TITULARESFILE.
           IF FSTI NOT = "00"
               MOVE "N" TO HAYTIT
           END-IF.
           OPEN INPUT ENTRADASFILE.
           IF FSEN NOT = "00"
               MOVE "N" TO HAYENT
           END-IF.
           OPEN INPUT BUTACASFILE.
           IF FSBU NOT = "00"
               MOVE "N" TO HAYBUT
           END-IF.
           OPEN INPUT TALONARIOSFILE.
           IF FSTA NOT = "00"
               MOVE "N" TO HAYTAL
           END-IF.

           PERFORM REGLA1 THRU FINREGLA1.
           PERFORM REGLA2 THRU FINREGLA2.
           PERFORM REGLA3 THRU FINREGLA3.
           PERFORM REGLA4 THRU FINREGLA4.
           PERFORM REGLA5 THRU FINREGLA5.
           PERFORM REGLA6 THRU FINREGLA6.
           PERFORM REGLA7 THRU FINREGLA7.

           IF HAYCLI = "Y"
               CLOSE CLIENTESFILE
           END-IF.
           IF HAYCTA = "Y"
               CLOSE CUENTASFILE
           END-IF.
           IF HAYTIT = "Y"
               CLOSE TITULARESFILE
           END-IF.
           IF HAYENT = "Y"
               CLOSE ENTRADASFILE
           END-IF.
           IF HAYBUT = "Y"
               CLOSE BUTACASFILE
           END-IF.
           IF HAYTAL = "Y"
               CLOSE TALONARIOSFILE
           END-IF.
           COMPUTE NUMTOTAL = NUMR1 + NUMR2 + NUMR3 + NUMR4 + NUMR5
                + NUMR6 + NUMR7.
           DISPLAY "----------------------------------------".
           DISPLAY "Regla 1 titularidades huerfanas: " NUMR1.
           DISPLAY "Regla 2 cuentas sin titular T: " NUMR2.
           DISPLAY "Regla 3 cheques fuera de talonario: " NUMR3.
           DISPLAY "Regla 4 butacas sin entrada vigente: " NUMR4.
           DISPLAY "Regla 5 disponibles descuadradas: " NUMR5.
           DISPLAY "Regla 6 contratos sobre cuenta cerrada: " NUMR6.
           DISPLAY "Regla 7 contadores NEXTID atrasados: " NUMR7.
           IF NUMTOTAL = 0
               DISPLAY "Los ficheros son coherentes entre si"
           ELSE
               DISPLAY "Incidencias totales: " NUMTOTAL
           END-IF.
           GO TO FINPROG.

       REGLA1.
           *> Titularidades cuya cuenta o cliente ya no existen.
           IF HAYTIT = "N" OR HAYCTA = "N" OR HAYCLI = "N"
               DISPLAY "Regla 1 omitida: faltan ficheros"
               GO TO FINREGLA1
           END-IF.
           MOVE "N" TO EOFREG.
       LEERTIT.
           READ TITULARESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO FINREGLA1
           END-IF.
           MOVE "N" TO NOEXISTE.
           MOVE CUENTATIT TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE "Y" TO NOEXISTE
           END-READ.
           IF NOEXISTE = "Y"
               ADD 1 TO NUMR1 GIVING NUMR1
               DISPLAY "REGLA 1 Titularidad " CUENTATIT " " DNITITU
                    ": la cuenta no existe"
           END-IF.
           MOVE "N" TO NOEXISTE.
           MOVE DNITITU TO DNI.
           READ CLIENTESFILE
                KEY IS DNI
                INVALID KEY MOVE "Y" TO NOEXISTE
           END-READ.
           IF NOEXISTE = "Y"
               ADD 1 TO NUMR1 GIVING NUMR1
               DISPLAY "REGLA 1 Titularidad " CUENTATIT " " DNITITU
                    ": el cliente no existe"
           END-IF.
           GO TO LEERTIT.
       FINREGLA1.
           EXIT.

       REGLA2.
           *> El titular de cada cuenta debe figurar como T en
           *> TITULARES.
           IF HAYTIT = "N" OR HAYCTA = "N"
               DISPLAY "Regla 2 omitida: faltan ficheros"
               GO TO FINREGLA2
           END-IF.
           MOVE "N" TO EOFREG.
           MOVE LOW-VALUES TO CUENTA.
           START CUENTASFILE
                KEY NOT < CUENTA
                INVALID KEY MOVE "Y" TO EOFREG
           END-START.
       LEERCTA.
           IF EOFREG = "Y"
               GO TO FINREGLA2
           END-IF.
           READ CUENTASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO FINREGLA2
           END-IF.
           MOVE "N" TO NOEXISTE.
           MOVE CUENTA TO CUENTATIT.
           MOVE DNITIT TO DNITITU.
           READ TITULARESFILE
                KEY IS TITKEY
                INVALID KEY MOVE "Y" TO NOEXISTE
           END-READ.
           IF NOEXISTE = "N" AND ROLTIT NOT = "T"
               MOVE "Y" TO NOEXISTE
           END-IF.
           IF NOEXISTE = "Y"
               ADD 1 TO NUMR2 GIVING NUMR2
               DISPLAY "REGLA 2 Cuenta " CUENTA " titular " DNITIT
                    ": sin registro T en TITULARES"
           END-IF.
           GO TO LEERCTA.
       FINREGLA2.
           EXIT.

       REGLA3.
           *> Cada cheque ha de caer dentro del rango de numeros de
           *> su talonario.
           OPEN INPUT CHEQUESFILE.
           IF FSCQ NOT = "00" OR HAYTAL = "N"
               DISPLAY "Regla 3 omitida: faltan ficheros"
               GO TO FINREGLA3
           END-IF.
           MOVE "N" TO EOFREG.
       LEERCHQ.
           READ CHEQUESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARCHQ
           END-IF.
           IF NUMCHQ > MAXCHEQUE
               MOVE NUMCHQ TO MAXCHEQUE
           END-IF.
           MOVE "N" TO NOEXISTE.
           MOVE TALONCHQ TO TALONID.
           READ TALONARIOSFILE
                KEY IS TALONID
                INVALID KEY MOVE "Y" TO NOEXISTE
           END-READ.
           IF NOEXISTE = "Y"
               ADD 1 TO NUMR3 GIVING NUMR3
               DISPLAY "REGLA 3 Cheque " NUMCHQ " talonario "
                    TALONCHQ ": el talonario no existe"
               GO TO LEERCHQ
           END-IF.
           IF NUMCHQ < PRIMERCHQ OR NUMCHQ > ULTIMOCHQ
               ADD 1 TO NUMR3 GIVING NUMR3
               DISPLAY "REGLA 3 Cheque " NUMCHQ " talonario "
                    TALONCHQ ": fuera del rango " PRIMERCHQ "-"
                    ULTIMOCHQ
           END-IF.
           GO TO LEERCHQ.
       CERRARCHQ.
           CLOSE CHEQUESFILE.
       FINREGLA3.
           EXIT.

       REGLA4.
           *> Una butaca ocupada ha de corresponder a una entrada
           *> vigente.
           IF HAYBUT = "N" OR HAYENT = "N"
               DISPLAY "Regla 4 omitida: faltan ficheros"
               GO TO FINREGLA4
           END-IF.
           MOVE "N" TO EOFREG.
       LEERBUT.
           READ BUTACASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO FINREGLA4
           END-IF.
           IF ESTADOBUT NOT = "O"
               GO TO LEERBUT
           END-IF.
           MOVE "N" TO NOEXISTE.
           MOVE ENTRADABUT TO ENTRADAID.
           READ ENTRADASFILE
                KEY IS ENTRADAID
                INVALID KEY MOVE "Y" TO NOEXISTE
           END-READ.
           IF NOEXISTE = "Y"
               ADD 1 TO NUMR4 GIVING NUMR4
               DISPLAY "REGLA 4 Butaca " NUMBUT "-" FILABUT "-"
                    ASIENTOBUT " entrada " ENTRADABUT ": no existe"
               GO TO LEERBUT
           END-IF.
           IF ESTADOENT NOT = "V"
               ADD 1 TO NUMR4 GIVING NUMR4
               DISPLAY "REGLA 4 Butaca " NUMBUT "-" FILABUT "-"
                    ASIENTOBUT " entrada " ENTRADABUT
                    ": no vigente, estado " ESTADOENT
           END-IF.
           GO TO LEERBUT.
       FINREGLA4.
           EXIT.

       REGLA5.
           *> En los espectaculos numerados las plazas disponibles
           *> son las butacas libres: las ocupadas estan vendidas y
           *> las reservadas retenidas para la lista de espera. Los
           *> no numerados no tienen aforo con que comparar.
           OPEN INPUT ESPECTACULOSFILE.
           IF FSEF NOT = "00" OR HAYBUT = "N"
               DISPLAY "Regla 5 omitida: faltan ficheros"
               GO TO FINREGLA5
           END-IF.
           MOVE "N" TO EOFREG.
       LEERESP.
           READ ESPECTACULOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARESP
           END-IF.
           IF ESTADOESP NOT = "A"
               GO TO LEERESP
           END-IF.
           MOVE NUM TO NUMESPACT.
           MOVE 0 TO NUMBUTESP.
           MOVE 0 TO LIBRESESP.
           MOVE "N" TO EOFBUT.
           MOVE NUMESPACT TO NUMBUT.
           MOVE 0 TO FILABUT.
           MOVE 0 TO ASIENTOBUT.
           START BUTACASFILE
                KEY NOT < BUTKEY
                INVALID KEY MOVE "Y" TO EOFBUT
           END-START.
       CONTARBUT.
           IF EOFBUT = "Y"
               GO TO FINCONTARBUT
           END-IF.
           READ BUTACASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFBUT
           END-READ.
           IF EOFBUT = "Y" OR NUMBUT NOT = NUMESPACT
               GO TO FINCONTARBUT
           END-IF.
           ADD 1 TO NUMBUTESP GIVING NUMBUTESP.
           IF ESTADOBUT = "L"
               ADD 1 TO LIBRESESP GIVING LIBRESESP
           END-IF.
           GO TO CONTARBUT.
       FINCONTARBUT.
           IF NUMBUTESP > 0 AND LIBRESESP NOT = DISPONIBLES
               ADD 1 TO NUMR5 GIVING NUMR5
               DISPLAY "REGLA 5 Espectaculo " NUMESPACT
                    " disponibles " DISPONIBLES
                    " butacas libres " LIBRESESP
           END-IF.
           GO TO LEERESP.
       CERRARESP.
           CLOSE ESPECTACULOSFILE.
       FINREGLA5.
           EXIT.

       REGLA6.
           *> Tarjetas, ordenes, plazos y prestamos vivos no pueden
           *> apuntar a una cuenta cerrada o inexistente.
           IF HAYCTA = "N"
               DISPLAY "Regla 6 omitida: faltan ficheros"
               GO TO FINREGLA6
           END-IF.
           OPEN INPUT TARJETASFILE.
           IF FSTR NOT = "00"
               GO TO FINTARJ
           END-IF.
           MOVE "N" TO EOFREG.
       LEERTARJ.
           READ TARJETASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARTARJ
           END-IF.
           IF ESTADOTARJ = "C"
               GO TO LEERTARJ
           END-IF.
           MOVE CUENTATARJ TO CUENTABUS.
           PERFORM COMPROBARCTA.
           IF ESTADOBUS = "X" OR ESTADOBUS = "C"
               ADD 1 TO NUMR6 GIVING NUMR6
               DISPLAY "REGLA 6 Tarjeta " NUMTARJ " cuenta "
                    CUENTATARJ ": " ESTADOBUS
           END-IF.
           GO TO LEERTARJ.
       CERRARTARJ.
           CLOSE TARJETASFILE.
       FINTARJ.

           OPEN INPUT ORDENESFILE.
           IF FSOR NOT = "00"
               GO TO FINORD
           END-IF.
           MOVE "N" TO EOFREG.
       LEERORD.
           READ ORDENESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARORD
           END-IF.
           IF ORDENID > MAXORDEN
               MOVE ORDENID TO MAXORDEN
           END-IF.
           IF ESTADOORD NOT = "A" AND ESTADOORD NOT = "S"
               GO TO LEERORD
           END-IF.
           MOVE CUENTAORD TO CUENTABUS.
           PERFORM COMPROBARCTA.
           IF ESTADOBUS = "X" OR ESTADOBUS = "C"
               ADD 1 TO NUMR6 GIVING NUMR6
               DISPLAY "REGLA 6 Orden " ORDENID " cuenta "
                    CUENTAORD ": " ESTADOBUS
           END-IF.
           GO TO LEERORD.
       CERRARORD.
           CLOSE ORDENESFILE.
       FINORD.

           OPEN INPUT PLAZOSFILE.
           IF FSPL NOT = "00"
               GO TO FINPLZ
           END-IF.
           MOVE "N" TO EOFREG.
       LEERPLZ.
           READ PLAZOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARPLZ
           END-IF.
           IF PLAZOID > MAXPLAZO
               MOVE PLAZOID TO MAXPLAZO
           END-IF.
           IF ESTADOPLZ NOT = "V"
               GO TO LEERPLZ
           END-IF.
           MOVE CUENTAPLZ TO CUENTABUS.
           PERFORM COMPROBARCTA.
           IF ESTADOBUS = "X" OR ESTADOBUS = "C"
               ADD 1 TO NUMR6 GIVING NUMR6
               DISPLAY "REGLA 6 Plazo " PLAZOID " cuenta "
                    CUENTAPLZ ": " ESTADOBUS
           END-IF.
           GO TO LEERPLZ.
       CERRARPLZ.
           CLOSE PLAZOSFILE.
       FINPLZ.

           OPEN INPUT PRESTAMOSFILE.
           IF FSPE NOT = "00"
               GO TO FINREGLA6
           END-IF.
           MOVE "N" TO EOFREG.
       LEERPRE.
           READ PRESTAMOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARPRE
           END-IF.
           IF PRESTID > MAXPREST
               MOVE PRESTID TO MAXPREST
           END-IF.
           IF ESTADOPRE = "L"
               GO TO LEERPRE
           END-IF.
           MOVE CUENTAPRE TO CUENTABUS.
           PERFORM COMPROBARCTA.
           IF ESTADOBUS = "X" OR ESTADOBUS = "C"
               ADD 1 TO NUMR6 GIVING NUMR6
               DISPLAY "REGLA 6 Prestamo " PRESTID " cuenta "
                    CUENTAPRE ": " ESTADOBUS
           END-IF.
           GO TO LEERPRE.
       CERRARPRE.
           CLOSE PRESTAMOSFILE.
       FINREGLA6.
           EXIT.

       REGLA7.
           *> El siguiente numero de cada contador debe ser mayor
           *> que la clave mas alta ya usada en su fichero.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF NOT = "00"
               GO TO FINMOV
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMOV.
           READ MOVIMIENTOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMOV
           END-IF.
           IF MID > MAXMID
               MOVE MID TO MAXMID
           END-IF.
           GO TO LEERMOV.
       CERRARMOV.
           CLOSE MOVIMIENTOSFILE.
       FINMOV.

           IF HAYTAL = "N"
               GO TO FINTAL
           END-IF.
           MOVE "N" TO EOFREG.
           MOVE 0 TO TALONID.
           START TALONARIOSFILE
                KEY NOT < TALONID
                INVALID KEY MOVE "Y" TO EOFREG
           END-START.
       LEERTAL.
           IF EOFREG = "Y"
               GO TO FINTAL
           END-IF.
           READ TALONARIOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO FINTAL
           END-IF.
           IF TALONID > MAXTALON
               MOVE TALONID TO MAXTALON
           END-IF.
           GO TO LEERTAL.
       FINTAL.

           IF HAYENT = "N"
               GO TO FINENT
           END-IF.
           MOVE "N" TO EOFREG.
           MOVE 0 TO ENTRADAID.
           START ENTRADASFILE
                KEY NOT < ENTRADAID
                INVALID KEY MOVE "Y" TO EOFREG
           END-START.
       LEERENT.
           IF EOFREG = "Y"
               GO TO FINENT
           END-IF.
           READ ENTRADASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO FINENT
           END-IF.
           IF ENTRADAID > MAXENTRADA
               MOVE ENTRADAID TO MAXENTRADA
           END-IF.
           GO TO LEERENT.
       FINENT.

           OPEN INPUT NEXTIDFILE.
           IF FSNI NOT = "00"
               DISPLAY "Regla 7 omitida: faltan ficheros"
               GO TO FINREGLA7
           END-IF.
           MOVE "MID" TO TIPOBUS.
           MOVE MAXMID TO MAXBUS.
           PERFORM COMPROBARNEXT.
           MOVE "ORDEN" TO TIPOBUS.
           MOVE MAXORDEN TO MAXBUS.
           PERFORM COMPROBARNEXT.
           MOVE "PLAZO" TO TIPOBUS.
           MOVE MAXPLAZO TO MAXBUS.
           PERFORM COMPROBARNEXT.
           MOVE "PRESTAMO" TO TIPOBUS.
           MOVE MAXPREST TO MAXBUS.
           PERFORM COMPROBARNEXT.
           MOVE "TALON" TO TIPOBUS.
           MOVE MAXTALON TO MAXBUS.
           PERFORM COMPROBARNEXT.
           MOVE "CHEQUE" TO TIPOBUS.
           MOVE MAXCHEQUE TO MAXBUS.
           PERFORM COMPROBARNEXT.
           MOVE "ENTRADA" TO TIPOBUS.
           MOVE MAXENTRADA TO MAXBUS.
           PERFORM COMPROBARNEXT.
           *> Resto de contadores que numeran la clave de un fichero.
           MOVE "EMBARGO" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT EMBARGOSFILE.
           IF FSEM NOT = "00"
               GO TO FINMAXEMB
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXEMB.
           READ EMBARGOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXEMB
           END-IF.
           IF EMBARGOID > MAXBUS
               MOVE EMBARGOID TO MAXBUS
           END-IF.
           GO TO LEERMAXEMB.
       CERRARMAXEMB.
           CLOSE EMBARGOSFILE.
       FINMAXEMB.
           PERFORM COMPROBARNEXT.
           MOVE "AVISO" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT AVISOSFILE.
           IF FSAV NOT = "00"
               GO TO FINMAXAVI
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXAVI.
           READ AVISOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXAVI
           END-IF.
           IF AVISOID > MAXBUS
               MOVE AVISOID TO MAXBUS
           END-IF.
           GO TO LEERMAXAVI.
       CERRARMAXAVI.
           CLOSE AVISOSFILE.
       FINMAXAVI.
           PERFORM COMPROBARNEXT.
           MOVE "PEND" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT PENDTRANSFILE.
           IF FSPT NOT = "00"
               GO TO FINMAXPEN
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXPEN.
           READ PENDTRANSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXPEN
           END-IF.
           IF PENDID > MAXBUS
               MOVE PENDID TO MAXBUS
           END-IF.
           GO TO LEERMAXPEN.
       CERRARMAXPEN.
           CLOSE PENDTRANSFILE.
       FINMAXPEN.
           PERFORM COMPROBARNEXT.
           MOVE "SOLPRES" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT SOLPRESFILE.
           IF FSSP NOT = "00"
               GO TO FINMAXSOL
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXSOL.
           READ SOLPRESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXSOL
           END-IF.
           IF SOLID > MAXBUS
               MOVE SOLID TO MAXBUS
           END-IF.
           GO TO LEERMAXSOL.
       CERRARMAXSOL.
           CLOSE SOLPRESFILE.
       FINMAXSOL.
           PERFORM COMPROBARNEXT.
           MOVE "CHQAJENO" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT CHQAJENOSFILE.
           IF FSCJ NOT = "00"
               GO TO FINMAXCHJ
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXCHJ.
           READ CHQAJENOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXCHJ
           END-IF.
           IF DEPCHQID > MAXBUS
               MOVE DEPCHQID TO MAXBUS
           END-IF.
           GO TO LEERMAXCHJ.
       CERRARMAXCHJ.
           CLOSE CHQAJENOSFILE.
       FINMAXCHJ.
           PERFORM COMPROBARNEXT.
           MOVE "ESPERA" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT ESPERAFILE.
           IF FSLE NOT = "00"
               GO TO FINMAXESP
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXESP.
           READ ESPERAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXESP
           END-IF.
           IF ESPERAID > MAXBUS
               MOVE ESPERAID TO MAXBUS
           END-IF.
           GO TO LEERMAXESP.
       CERRARMAXESP.
           CLOSE ESPERAFILE.
       FINMAXESP.
           PERFORM COMPROBARNEXT.
           MOVE "CASOPBC" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT CASOSPBCFILE.
           IF FSCP NOT = "00"
               GO TO FINMAXCAS
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXCAS.
           READ CASOSPBCFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXCAS
           END-IF.
           IF CASOID > MAXBUS
               MOVE CASOID TO MAXBUS
           END-IF.
           GO TO LEERMAXCAS.
       CERRARMAXCAS.
           CLOSE CASOSPBCFILE.
       FINMAXCAS.
           PERFORM COMPROBARNEXT.
           MOVE "GESTION" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT GESTIONESFILE.
           IF FSGE NOT = "00"
               GO TO FINMAXGES
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXGES.
           READ GESTIONESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXGES
           END-IF.
           IF GESTIONID > MAXBUS
               MOVE GESTIONID TO MAXBUS
           END-IF.
           GO TO LEERMAXGES.
       CERRARMAXGES.
           CLOSE GESTIONESFILE.
       FINMAXGES.
           PERFORM COMPROBARNEXT.
           MOVE "BENEF" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT BENEFICIARIOSFILE.
           IF FSBE NOT = "00"
               GO TO FINMAXBEN
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXBEN.
           READ BENEFICIARIOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXBEN
           END-IF.
           IF BENID > MAXBUS
               MOVE BENID TO MAXBUS
           END-IF.
           GO TO LEERMAXBEN.
       CERRARMAXBEN.
           CLOSE BENEFICIARIOSFILE.
       FINMAXBEN.
           PERFORM COMPROBARNEXT.
           MOVE "SESION" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT SESIONESFILE.
           IF FSSE NOT = "00"
               GO TO FINMAXSES
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXSES.
           READ SESIONESFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXSES
           END-IF.
           IF SESIONID > MAXBUS
               MOVE SESIONID TO MAXBUS
           END-IF.
           GO TO LEERMAXSES.
       CERRARMAXSES.
           CLOSE SESIONESFILE.
       FINMAXSES.
           PERFORM COMPROBARNEXT.
           MOVE "PEDIDO" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT PEDIDOSFILE.
           IF FSPO NOT = "00"
               GO TO FINMAXPED
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXPED.
           READ PEDIDOSFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXPED
           END-IF.
           IF PEDIDOID > MAXBUS
               MOVE PEDIDOID TO MAXBUS
           END-IF.
           GO TO LEERMAXPED.
       CERRARMAXPED.
           CLOSE PEDIDOSFILE.
       FINMAXPED.
           PERFORM COMPROBARNEXT.
           MOVE "OPDIVISA" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT OPDIVISAFILE.
           IF FSOD NOT = "00"
               GO TO FINMAXOPD
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXOPD.
           READ OPDIVISAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXOPD
           END-IF.
           IF OPDIVID > MAXBUS
               MOVE OPDIVID TO MAXBUS
           END-IF.
           GO TO LEERMAXOPD.
       CERRARMAXOPD.
           CLOSE OPDIVISAFILE.
       FINMAXOPD.
           PERFORM COMPROBARNEXT.
           MOVE "ALQCAJA" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT ALQCAJASFILE.
           IF FSAQ NOT = "00"
               GO TO FINMAXALQ
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXALQ.
           READ ALQCAJASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXALQ
           END-IF.
           IF ALQID > MAXBUS
               MOVE ALQID TO MAXBUS
           END-IF.
           GO TO LEERMAXALQ.
       CERRARMAXALQ.
           CLOSE ALQCAJASFILE.
       FINMAXALQ.
           PERFORM COMPROBARNEXT.
           MOVE "VISITACAJA" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT VISITASFILE.
           IF FSVI NOT = "00"
               GO TO FINMAXVIS
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXVIS.
           READ VISITASFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXVIS
           END-IF.
           IF VISITAID > MAXBUS
               MOVE VISITAID TO MAXBUS
           END-IF.
           GO TO LEERMAXVIS.
       CERRARMAXVIS.
           CLOSE VISITASFILE.
       FINMAXVIS.
           PERFORM COMPROBARNEXT.
           MOVE "RECLAMA" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT RECLAMAFILE.
           IF FSRC NOT = "00"
               GO TO FINMAXRCL
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXRCL.
           READ RECLAMAFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXRCL
           END-IF.
           IF RECLAMAID > MAXBUS
               MOVE RECLAMAID TO MAXBUS
           END-IF.
           GO TO LEERMAXRCL.
       CERRARMAXRCL.
           CLOSE RECLAMAFILE.
       FINMAXRCL.
           PERFORM COMPROBARNEXT.
           MOVE "PAGOMOVIL" TO TIPOBUS.
           MOVE 0 TO MAXBUS.
           OPEN INPUT PAGOSMOVILFILE.
           IF FSPM NOT = "00"
               GO TO FINMAXPAG
           END-IF.
           MOVE "N" TO EOFREG.
       LEERMAXPAG.
           READ PAGOSMOVILFILE NEXT RECORD
                AT END MOVE "Y" TO EOFREG
           END-READ.
           IF EOFREG = "Y"
               GO TO CERRARMAXPAG
           END-IF.
           IF PAGOMID > MAXBUS
               MOVE PAGOMID TO MAXBUS
           END-IF.
           GO TO LEERMAXPAG.
       CERRARMAXPAG.
           CLOSE PAGOSMOVILFILE.
       FINMAXPAG.
           PERFORM COMPROBARNEXT.
           CLOSE NEXTIDFILE.
       FINREGLA7.
           EXIT.

       COMPROBARCTA.
           MOVE SPACE TO ESTADOBUS.
           MOVE CUENTABUS TO CUENTA.
           READ CUENTASFILE
                KEY IS CUENTA
                INVALID KEY MOVE "X" TO ESTADOBUS
           END-READ.
           IF ESTADOBUS = SPACE AND ESTADOCTA = "C"
               MOVE "C" TO ESTADOBUS
           END-IF.

       COMPROBARNEXT.
           MOVE "N" TO NOEXISTE.
           MOVE TIPOBUS TO TIPOID.
           READ NEXTIDFILE
                KEY IS TIPOID
                INVALID KEY MOVE "Y" TO NOEXISTE
           END-READ.
           IF NOEXISTE = "Y"
               IF MAXBUS > 0
                   ADD 1 TO NUMR7 GIVING NUMR7
                   DISPLAY "REGLA 7 Contador " TIPOBUS
                        ": no existe, clave mas alta " MAXBUS
               END-IF
           ELSE
               IF SIGUIENTE NOT > MAXBUS
                   ADD 1 TO NUMR7 GIVING NUMR7
                   DISPLAY "REGLA 7 Contador " TIPOBUS " siguiente "
                        SIGUIENTE ": clave mas alta " MAXBUS
               END-IF
           END-IF.

       FINPROG.
           EXIT PROGRAM.

       END PROGRAM VERIFICAINTEGRIDAD.
