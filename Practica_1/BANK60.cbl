       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK60.

      *> Cancelacion de cuentas en sucursal: BANK20 solo marca una
      *> tarjeta como cerrada, y el dinero, las ordenes pendientes,
      *> las entradas para eventos futuros y las fichas de limites y
      *> de contacto seguian vivos. Esta pantalla cierra la relacion
      *> entera de una tarjeta o, si el cliente se va, de todas las
      *> tarjetas de su NIF. Por cada tarjeta:
      *>
      *>   - liquida lo devengado en el mes hasta hoy con la tarifa
      *>     de tarifas.ubd y los mismos conceptos que BANK24: la
      *>     comision de mantenimiento y el interes acreedor en
      *>     proporcion a los dias transcurridos, y los intereses
      *>     deudores y la comision por descubierto sobre los numeros
      *>     del mes. Las fases quedan en liquidaciones.ubd, de modo
      *>     que la liquidacion de fin de mes ya no vuelve a cobrar;
      *>   - cancela sus ordenes de transferencia pendientes y revoca
      *>     sus domiciliaciones (mandatos.ubd);
      *>   - devuelve o deja vigentes, a eleccion del cliente, sus
      *>     entradas para eventos por celebrar; la devolucion se abona
      *>     entera como en BANK16 y, si el evento sigue en venta,
      *>     libera la plaza, que se ofrece a su lista de espera
      *>     (BANK61) al terminar;
      *>   - entrega el saldo final en efectivo en ventanilla o por
      *>     transferencia a una cuenta de otra entidad, que sale por
      *>     intercambio_sal.txt como las de BANK10;
      *>   - cierra la tarjeta y borra sus limites, su linea de
      *>     descubierto y su ficha de contacto.
      *>
      *> Se imprime en carta_cierre.txt la carta para el cliente, con
      *> el extracto del mes de cada tarjeta hasta el saldo final.
      *> No se cancela nada mientras haya partidas abiertas en
      *> suspensos.ubd, ajustes de movimientos en disputa pendientes
      *> de aprobar en aprobaciones.ubd o depositos a plazo sin
      *> liquidar, ni si el saldo final sale negativo: eso se resuelve
      *> antes en BANK36, BANK54 y BANK47.
      *>
      *> El avance de cada tarjeta se apunta en cierres.ubd (pago
      *> anotado / pagado / cerrada): una cancelacion que se corte a
      *> medias se completa volviendo a pedirla, sin pagar dos veces.
      *> Mueve dinero: exige nivel de supervisor via BANK21 y deja
      *> constancia en la auditoria. Como el resto de herramientas de
      *> sucursal, no cuelga de PMENU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-NIF
           FILE STATUS IS FSCL.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-TARJETA
           FILE STATUS IS FSS.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

           SELECT NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTIF-CLAVE
           FILE STATUS IS FSN.

           SELECT OPTIONAL CONTACTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-TARJETA
           FILE STATUS IS FSCO.

           SELECT OPTIONAL LIMITES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIM-TARJETA
           FILE STATUS IS FSL.

           SELECT OPTIONAL DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESC-TARJETA
           FILE STATUS IS FSD.

           SELECT TRANSFERENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANSF-NUM
           FILE STATUS IS FSTM.

           SELECT OPTIONAL MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAND-CLAVE
           FILE STATUS IS FSMD.

           SELECT BILLETES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BILLETE-NUM
           FILE STATUS IS FSB.

           SELECT EVENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVENTO-NUM
           FILE STATUS IS FSE.

           SELECT OPTIONAL SUSPENSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-REFERENCIA
           FILE STATUS IS FSSU.

           SELECT OPTIONAL APROBACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-NUM
           FILE STATUS IS FSAP.

           SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           FILE STATUS IS FSDP.

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TARIFA-CLAVE
           FILE STATUS IS FSTF.

           SELECT OPTIONAL LIQUIDACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIQ-CLAVE
           FILE STATUS IS FSLQ.

           SELECT OPTIONAL CIERRES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIE-TARJETA
           FILE STATUS IS FSCI.

           SELECT OPTIONAL INTERCAMBIO-SAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIS.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-CLAVE
           FILE STATUS IS FSA.

           SELECT OPTIONAL CARTA-CIERRE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
       01 CLIENTE-REG.
           02 CLI-NIF        PIC X(9).
           02 CLI-NOMBRE     PIC X(20).
           02 CLI-DOMICILIO  PIC X(30).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM        PIC 9(16).
      *>   Desde el cierre de claves en claro, TPIN guarda el valor
      *>   transformado de una via del pin (nunca el pin tecleado).
           02 TPIN        PIC  9(8).
           02 TNOMBRE     PIC X(20).
           02 TDOMICILIO  PIC X(30).
           02 TESTADO     PIC  9(1).
               88 TARJETA-ACTIVA     VALUE 0.
               88 TARJETA-PERDIDA    VALUE 1.
               88 TARJETA-CERRADA    VALUE 2.
               88 TARJETA-INACTIVA   VALUE 3.
           02 TCADUC-MES  PIC  9(2).
           02 TCADUC-ANO  PIC  9(4).
           02 TNIF        PIC  X(9).

       FD SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-TARJETA        PIC  9(16).
           02 SALDO-ENT            PIC S9(9).
           02 SALDO-DEC            PIC  9(2).
           02 SALDO-ULTIMO-MOV     PIC  9(35).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM              PIC  9(35).
           02 MOV-TARJETA          PIC  9(16).
           02 MOV-ANO              PIC   9(4).
           02 MOV-MES              PIC   9(2).
           02 MOV-DIA              PIC   9(2).
           02 MOV-HOR              PIC   9(2).
           02 MOV-MIN              PIC   9(2).
           02 MOV-SEG              PIC   9(2).
           02 MOV-IMPORTE-ENT      PIC  S9(7).
           02 MOV-IMPORTE-DEC      PIC  S9(2).
           02 MOV-CONCEPTO         PIC  X(35).
           02 MOV-SALDOPOS-ENT     PIC  S9(9).
           02 MOV-SALDOPOS-DEC     PIC  S9(2).
      *>   Cajero (terminales.ubd) del efectivo; cero si no lo es.
           02 MOV-TERMINAL         PIC   9(4).

       FD NOTIFICACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "notificaciones.ubd".
       01 NOTIF-REG.
           02 NOTIF-CLAVE.
               03 NOTIF-TARJETA        PIC  9(16).
               03 NOTIF-MOV-NUM        PIC  9(35).
           02 NOTIF-IMPORTE-ENT        PIC S9(7).
           02 NOTIF-IMPORTE-DEC        PIC S9(2).
           02 NOTIF-CONCEPTO           PIC  X(35).
           02 NOTIF-CANAL              PIC  9(1).
               88 CANAL-SMS              VALUE 1.
               88 CANAL-CORREO           VALUE 2.
           02 NOTIF-ESTADO             PIC  9(1).
               88 NOTIF-PENDIENTE        VALUE 0.
               88 NOTIF-ENVIADA          VALUE 1.

      *> Ficha de contacto por tarjeta (telefono, correo electronico
      *> y canal preferido de avisos), mantenida por BANK29.
       FD CONTACTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contactos.ubd".
       01 CONTACTO-REG.
           02 CONT-TARJETA         PIC 9(16).
           02 CONT-TELEFONO        PIC X(12).
           02 CONT-EMAIL           PIC X(40).
           02 CONT-CANAL-PREF      PIC 9(1).
               88 CONT-PREF-SMS      VALUE 1.
               88 CONT-PREF-CORREO   VALUE 2.
      *>   Aviso de saldo bajo (BANK62): EUR enteros, cero sin aviso.
           02 CONT-UMBRAL-SALDO    PIC 9(7).

       FD LIMITES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "limites.ubd".
       01 LIMITE-REG.
           02 LIM-TARJETA           PIC 9(16).
           02 LIM-RETIRADA-DIARIA   PIC 9(7).
           02 LIM-TRANSF-MAX        PIC 9(7).
           02 LIM-ENTRADAS-DIARIO   PIC 9(7).

       FD DESCUBIERTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descubiertos.ubd".
       01 DESCUBIERTO-REG.
           02 DESC-TARJETA          PIC 9(16).
           02 DESC-LIMITE           PIC 9(7).
           02 DESC-FECHA-ALTA       PIC 9(8).
           02 DESC-FECHA-REVISION   PIC 9(8).

       FD TRANSFERENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transf.txt".
       01 TRANSF-REG.
           02 TRANSF-NUM           PIC   9(35).
           02 TARJETA-ORIGEN       PIC   9(16).
           02 TARJETA-DESTINO      PIC   9(16).
           02 TRANSF-IMPORTE-ENT   PIC   S9(7).
           02 TRANSF-IMPORTE-DEC   PIC    9(2).
           02 TRANSF-DIA           PIC    9(2).
           02 DIA-ORDEN            PIC    9(2).
           02 TRANSF-MES           PIC    9(2).
           02 TRANSF-ANO           PIC    9(4).
           02 ULTIMA-MENSUALIDAD   PIC    9(2).
           02 ULTIMO-ANO           PIC    9(4).
           02 TRANSF-ESTADO        PIC    9(1).
               88 TRANSF-PENDIENTE   VALUE 0.
               88 TRANSF-CANCELADA   VALUE 1.
               88 TRANSF-COMPLETADA  VALUE 2.
               88 TRANSF-RECHAZADA   VALUE 3.
           02 MENSUALIDADES-SALTADAS PIC    9(2).
           02 TRANSF-ORIGEN-HECHO  PIC    9(1).
               88 ORIGEN-PENDIENTE   VALUE 0.
               88 ORIGEN-HECHO       VALUE 1.
           02 TRANSF-DESTINO-EXT   PIC    9(1).
               88 DESTINO-PROPIO     VALUE 0.
               88 DESTINO-EXTERNO    VALUE 1.
           02 TRANSF-FIN-MES       PIC    9(2).
           02 TRANSF-FIN-ANO       PIC    9(4).
           02 TRANSF-TOTAL-CUOTAS  PIC    9(3).
           02 TRANSF-CUOTAS-HECHAS PIC    9(3).

       FD MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
       01 MANDATO-REG.
           02 MAND-CLAVE.
               03 MAND-EMISOR       PIC X(10).
               03 MAND-REFERENCIA   PIC X(20).
           02 MAND-TARJETA          PIC 9(16).
           02 MAND-FECHA-FIRMA      PIC 9(8).
           02 MAND-ESTADO           PIC 9(1).
               88 MANDATO-ACTIVO     VALUE 0.
               88 MANDATO-REVOCADO   VALUE 1.
           02 MAND-FECHA-BAJA       PIC 9(8).

       FD BILLETES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "billetes.ubd".
       01 BILLETE-REG.
           02 BILLETE-NUM           PIC  9(10).
           02 BILLETE-TARJETA       PIC  9(16).
           02 BILLETE-EVENTO-NUM    PIC  9(6).
           02 BILLETE-ANO           PIC  9(4).
           02 BILLETE-MES           PIC  9(2).
           02 BILLETE-DIA           PIC  9(2).
           02 BILLETE-PRECIO-ENT    PIC  9(5).
           02 BILLETE-PRECIO-DEC    PIC  9(2).
           02 BILLETE-MOV-NUM       PIC  9(35).
           02 BILLETE-ESTADO        PIC  9(1).
               88 BILLETE-VALIDO     VALUE 0.
               88 BILLETE-DEVUELTO   VALUE 1.
           02 BILLETE-GASTOS-ENT    PIC  9(5).
           02 BILLETE-GASTOS-DEC    PIC  9(2).

       FD EVENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "eventos.ubd".
       01 EVENTO-REG.
           02 EVENTO-NUM            PIC  9(6).
           02 EVENTO-NOMBRE         PIC  X(30).
           02 EVENTO-ANO            PIC  9(4).
           02 EVENTO-MES            PIC  9(2).
           02 EVENTO-DIA            PIC  9(2).
           02 EVENTO-PRECIO-ENT     PIC  9(5).
           02 EVENTO-PRECIO-DEC     PIC  9(2).
           02 EVENTO-AFORO-TOTAL    PIC  9(5).
           02 EVENTO-AFORO-DISP     PIC  9(5).
           02 EVENTO-PROMOTOR       PIC  9(4).
           02 EVENTO-LIQUIDADO      PIC  9(1).
               88 EVENTO-SIN-LIQUIDAR VALUE 0.
               88 EVENTO-YA-LIQUIDADO VALUE 1.
           02 EVENTO-VENTA          PIC  9(1).
               88 EVENTO-EN-VENTA      VALUE 0.
               88 EVENTO-VENTA-CERRADA VALUE 1.

       FD SUSPENSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspensos.ubd".
       01 SUSPENSO-REG.
           02 SUSP-REFERENCIA      PIC 9(35).
           02 SUSP-TIPO            PIC X(1).
           02 SUSP-ORIGEN          PIC 9(16).
           02 SUSP-DESTINO         PIC 9(16).
           02 SUSP-IMPORTE-ENT     PIC 9(7).
           02 SUSP-IMPORTE-DEC     PIC 9(2).
           02 SUSP-FECHA-ENTRADA   PIC 9(8).
           02 SUSP-MOTIVO          PIC X(40).
           02 SUSP-ESTADO          PIC 9(1).
               88 SUSP-PENDIENTE     VALUE 0.
               88 SUSP-REAPLICADO    VALUE 1.
               88 SUSP-DEVUELTO      VALUE 2.
               88 SUSP-SANEADO       VALUE 3.
           02 SUSP-FECHA-RESOL     PIC 9(8).
           02 SUSP-OPERADOR        PIC X(10).

      *> Cola de doble firma (BANK54). Aqui solo interesan los
      *> ajustes de movimientos y las resoluciones de suspensos aun
      *> pendientes sobre una tarjeta.
       FD APROBACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "aprobaciones.ubd".
       01 APROBACION-REG.
           02 APR-NUM              PIC 9(8).
           02 APR-TIPO             PIC 9(1).
               88 APR-AJUSTE          VALUE 1.
               88 APR-SUSPENSO        VALUE 2.
               88 APR-TARIFA          VALUE 3.
               88 APR-PROMOTOR        VALUE 4.
           02 APR-ESTADO           PIC 9(1).
               88 APR-PENDIENTE       VALUE 0.
               88 APR-APROBADA        VALUE 1.
               88 APR-RECHAZADA       VALUE 2.
               88 APR-CADUCADA        VALUE 3.
           02 APR-FECHA-ALTA       PIC 9(8).
           02 APR-HORA-ALTA        PIC 9(6).
           02 APR-OPERADOR-ALTA    PIC X(10).
           02 APR-FECHA-RESOL      PIC 9(8).
           02 APR-OPERADOR-RESOL   PIC X(10).
           02 APR-MOTIVO-RECHAZO   PIC X(40).
           02 APR-REFERENCIA       PIC 9(35).
           02 APR-TARJETA          PIC 9(16).
           02 APR-IMPORTE-ENT      PIC 9(7).
           02 APR-IMPORTE-DEC      PIC 9(2).
           02 APR-ACCION           PIC 9(1).
               88 APR-REAPLICAR       VALUE 1.
               88 APR-SANEAR          VALUE 3.
           02 APR-PROM-NOMBRE      PIC X(30).
           02 APR-PROM-TARJETA     PIC 9(16).
           02 APR-PROM-CUENTA-EXT  PIC 9(16).
           02 APR-PROM-PCT-ENT     PIC 9(2).
           02 APR-PROM-PCT-DEC     PIC 9(2).
           02 APR-TAR-COMISION-ENT PIC 9(3).
           02 APR-TAR-COMISION-DEC PIC 9(2).
           02 APR-TAR-INTERES-ENT  PIC 9(2).
           02 APR-TAR-INTERES-DEC  PIC 9(2).
           02 APR-TAR-DEUDOR-ENT   PIC 9(2).
           02 APR-TAR-DEUDOR-DEC   PIC 9(2).
           02 APR-TAR-DESCUB-ENT   PIC 9(3).
           02 APR-TAR-DESCUB-DEC   PIC 9(2).
           02 APR-TAR-RETENC-ENT   PIC 9(2).
           02 APR-TAR-RETENC-DEC   PIC 9(2).
           02 APR-TAR-PENALIZ-ENT  PIC 9(2).
           02 APR-TAR-PENALIZ-DEC  PIC 9(2).
           02 APR-TAR-UMBRAL       PIC 9(7).
           02 APR-ULTIMO-NUM       PIC 9(8).

       FD DEPOSITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "depositos.ubd".
       01 DEPOSITO-REG.
           02 DEP-NUM              PIC 9(10).
           02 DEP-TARJETA          PIC 9(16).
           02 DEP-IMPORTE-ENT      PIC 9(7).
           02 DEP-IMPORTE-DEC      PIC 9(2).
           02 DEP-PLAZO-MESES      PIC 9(3).
           02 DEP-TIPO-ENT         PIC 9(2).
           02 DEP-TIPO-DEC         PIC 9(2).
           02 DEP-FECHA-ALTA       PIC 9(8).
           02 DEP-FECHA-VENCIMIENTO PIC 9(8).
           02 DEP-ESTADO           PIC 9(1).
               88 DEPOSITO-VIVO        VALUE 0.
               88 DEPOSITO-VENCIDO     VALUE 1.
               88 DEPOSITO-CANCELADO   VALUE 2.
           02 DEP-FASE             PIC 9(1).
               88 FASE-SIN-LIQUIDAR    VALUE 0.
               88 FASE-PRINCIPAL-HECHO VALUE 1.
               88 FASE-INTERES-HECHO   VALUE 2.
               88 FASE-LIQUIDADA       VALUE 3.
           02 DEP-FECHA-BAJA       PIC 9(8).
           02 DEP-INTERES-ENT      PIC 9(7).
           02 DEP-INTERES-DEC      PIC 9(2).
           02 DEP-RETENCION-ENT    PIC 9(7).
           02 DEP-RETENCION-DEC    PIC 9(2).
           02 DEP-MOV-ALTA         PIC 9(35).
           02 DEP-MOV-REINTEGRO    PIC 9(35).
           02 DEP-OPERADOR         PIC X(10).
           02 DEP-ULTIMO-NUM       PIC 9(10).

       FD TARIFAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifas.ubd".
       01 TARIFA-REG.
           02 TARIFA-CLAVE          PIC 9(2).
           02 TARIFA-COMISION-ENT   PIC 9(3).
           02 TARIFA-COMISION-DEC   PIC 9(2).
           02 TARIFA-INTERES-ENT    PIC 9(2).
           02 TARIFA-INTERES-DEC    PIC 9(2).
           02 TARIFA-DEUDOR-ENT     PIC 9(2).
           02 TARIFA-DEUDOR-DEC     PIC 9(2).
           02 TARIFA-DESCUB-ENT     PIC 9(3).
           02 TARIFA-DESCUB-DEC     PIC 9(2).
           02 TARIFA-RETENCION-ENT  PIC 9(2).
           02 TARIFA-RETENCION-DEC  PIC 9(2).
           02 TARIFA-PENALIZ-ENT    PIC 9(2).
           02 TARIFA-PENALIZ-DEC    PIC 9(2).
           02 TARIFA-UMBRAL-APROB   PIC 9(7).

      *> Punto de avance de la liquidacion mensual de BANK24, por
      *> periodo y tarjeta.
       FD LIQUIDACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liquidaciones.ubd".
       01 LIQ-REG.
           02 LIQ-CLAVE.
               03 LIQ-PERIODO       PIC 9(6).
               03 LIQ-TARJETA       PIC 9(16).
           02 LIQ-FASE              PIC 9(1).
               88 LIQ-COMISION-HECHA VALUE 1.
               88 LIQ-COMPLETA       VALUE 2.
               88 LIQ-DESCUBIERTO-HECHO VALUE 3.

      *> Cancelaciones de cuentas: una por tarjeta cancelada, con la
      *> forma de pago del saldo final elegida y hasta donde se ha
      *> llegado. CIE-MOV-PAGO es el numero de movimiento reservado
      *> para el pago antes de hacerlo, que sirve tambien de
      *> referencia de la transferencia en intercambio_sal.txt.
       FD CIERRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cierres.ubd".
       01 CIERRE-REG.
           02 CIE-TARJETA          PIC 9(16).
           02 CIE-NIF              PIC X(9).
           02 CIE-FECHA            PIC 9(8).
           02 CIE-FASE             PIC 9(1).
               88 CIE-EN-CURSO         VALUE 0.
               88 CIE-PAGO-ANOTADO     VALUE 1.
               88 CIE-PAGADO           VALUE 2.
               88 CIE-CERRADO          VALUE 3.
           02 CIE-FORMA-PAGO       PIC 9(1).
               88 CIE-EN-EFECTIVO      VALUE 1.
               88 CIE-POR-TRANSFERENCIA VALUE 2.
           02 CIE-CUENTA-DESTINO   PIC 9(16).
           02 CIE-BILLETES         PIC 9(1).
               88 CIE-DEVOLVER-BILLETES  VALUE 1.
               88 CIE-CONSERVAR-BILLETES VALUE 2.
           02 CIE-IMPORTE-ENT      PIC 9(7).
           02 CIE-IMPORTE-DEC      PIC 9(2).
           02 CIE-MOV-PAGO         PIC 9(35).
           02 CIE-OPERADOR         PIC X(10).

       FD INTERCAMBIO-SAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intercambio_sal.txt".
       01 INT-SAL-REG.
           02 SAL-TIPO          PIC X(1).
           02 SAL-REFERENCIA    PIC 9(35).
           02 SAL-ORIGEN        PIC 9(16).
           02 SAL-DESTINO       PIC 9(16).
           02 SAL-IMPORTE-ENT   PIC 9(7).
           02 SAL-IMPORTE-DEC   PIC 9(2).
           02 SAL-FECHA         PIC 9(8).

       FD AUDITLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDIT-REG.
           02 AUDIT-CLAVE.
               03 AUDIT-TARJETA      PIC 9(16).
               03 AUDIT-FECHA-HORA   PIC 9(14).
           02 AUDIT-SUPERVISOR       PIC X(10).
           02 AUDIT-ACCION           PIC X(20).

       FD CARTA-CIERRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "carta_cierre.txt".
       01 CARTA-LINEA              PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSCL                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSTM                     PIC  X(2).
       77 FSMD                     PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSSU                     PIC  X(2).
       77 FSAP                     PIC  X(2).
       77 FSDP                     PIC  X(2).
       77 FSTF                     PIC  X(2).
       77 FSLQ                     PIC  X(2).
       77 FSCI                     PIC  X(2).
       77 FSIS                     PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSR                      PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK60".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

      *> Peticion de reparto de plazas a la lista de espera (BANK61).
       01 ESPERA-PETICION.
           02 EPE-EVENTO           PIC  9(6).
           02 EPE-ASIGNADAS        PIC  9(5).
           02 EPE-RESULTADO        PIC  9(1).
               88 EPE-CORRECTO       VALUE 0.
               88 EPE-ERROR          VALUE 1.

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
       78 CYAN                    VALUE      3.
       78 RED                     VALUE      4.
       78 MAGENTA                 VALUE      5.
       78 YELLOW                  VALUE      6.
       78 WHITE                   VALUE      7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES               PIC   9(2).
               10 DIA               PIC   9(2).
           05 HORA.
               10 HORAS             PIC   9(2).
               10 MINUTOS           PIC   9(2).
               10 SEGUNDOS          PIC   9(2).
               10 MILISEGUNDOS      PIC   9(2).
           05 DIF-GMT               PIC  S9(4).

       01 KEYBOARD-STATUS           PIC  9(4).
           88 ENTER-PRESSED       VALUE     0.
           88 PGUP-PRESSED        VALUE  2001.
           88 PGDN-PRESSED        VALUE  2002.
           88 ESC-PRESSED         VALUE  2005.

       77 PRESSED-KEY              PIC  9(4).

       01 OPER-FICHA.
           02 OPER-ID-VALIDADO     PIC X(10).
           02 OPER-NIVEL-VALIDADO  PIC 9(1).

       77 LAST-MOV-NUM             PIC  9(35).
       77 FECHA-HOY-NUM            PIC  9(8).
       77 FECHA-EVENTO-NUM         PIC  9(8).
       77 PLAZAS-LIBERADAS         PIC  9(5) VALUE 0.
       77 PERIODO-LIQ              PIC  9(6).

      *> Dias del mes en curso, para prorratear la comision de
      *> mantenimiento y el interes acreedor hasta hoy.
       77 FECHA-INICIO-MES         PIC  9(8).
       77 FECHA-INICIO-SIGUIENTE   PIC  9(8).
       77 DIAS-MES                 PIC  9(2).

       77 TNUM-BUSCADA             PIC 9(16).
       77 NIF-BUSCADO              PIC X(9).
       77 NOMBRE-CLIENTE           PIC X(20).
       77 DOMICILIO-CLIENTE        PIC X(30).
       77 CONFIRMACION             PIC X(1).
       77 CLIENTE-ENTERO           PIC X(1).

      *> Elecciones del cliente, tal como se teclean. Si alguna de
      *> las tarjetas tiene una cancelacion a medias se proponen las
      *> que se eligieron entonces.
       77 OPCION-BILLETES          PIC 9(1).
       77 OPCION-PAGO              PIC 9(1).
       77 CUENTA-DESTINO           PIC 9(16).
       77 HAY-CIERRE-A-MEDIAS      PIC 9(1).
           88 SIN-CIERRE-A-MEDIAS    VALUE 0.
           88 CON-CIERRE-A-MEDIAS    VALUE 1.

       77 TARJETA-EN-CURSO         PIC 9(16).
       77 TARJETA-BUSCADA          PIC 9(16).
       77 TARJETA-BLOQUEO          PIC 9(16).
       77 MOTIVO-BLOQUEO           PIC X(45).

       77 CENT-SALDO-USER          PIC S9(9).
       77 CENT-SALDO-TMP           PIC S9(9).
       77 CENT-DELTA-SALDO         PIC S9(9).
       77 CENT-IMPOR-USER          PIC S9(9).
       77 CENT-PRECIO-BILLETE      PIC S9(9).
       77 CENT-MOV-SALDOPOS        PIC S9(9).
       77 CENT-MOV-IMPORTE         PIC S9(9).
       77 CENT-PAGO                PIC S9(9).
       77 DIAS-TRAMO               PIC S9(3).

      *> Tarifa vigente (clave 01), en centimos y en centesimas de
      *> punto, como en BANK24.
       77 CENT-COMISION            PIC S9(9).
       77 CENT-INTERES-PCT         PIC S9(9).
       77 CENT-DEUDOR-PCT          PIC S9(9).
       77 CENT-COMISION-DESCUB     PIC S9(9).
       77 CENT-INTERES             PIC S9(9).
       77 FASE-LIQ-ACTUAL          PIC  9(1).

      *> Tarjetas a cancelar: la pedida o todas las del NIF que no
      *> tengan ya su cancelacion terminada. Por cada una, lo que se
      *> va a liquidar (calculado antes de tocar nada), los numeros
      *> deudores del mes como en BANK24 y lo hecho en la sesion.
       01 TABLA-CIERRE.
           05 NUM-TARJETAS          PIC  9(2) VALUE 0.
           05 TARJETA-TABLA OCCURS 20 TIMES INDEXED BY IDX-TAR.
               10 TCIE-NUM          PIC  9(16).
               10 TCIE-SALDO        PIC S9(9).
               10 TCIE-LIQ-FASE     PIC  9(1).
               10 TCIE-COMISION     PIC S9(9).
               10 TCIE-DEUDOR       PIC S9(9).
               10 TCIE-DESCUB       PIC S9(9).
               10 TCIE-INTERES      PIC S9(9).
               10 TCIE-A-PAGAR      PIC S9(9).
               10 TCIE-VISTA        PIC  9(1).
               10 TCIE-SALDO-DIA    PIC S9(9).
               10 TCIE-DIA-CURSOR   PIC  9(2).
               10 TCIE-NUMEROS      PIC  9(13).
               10 TCIE-DIAS-DEUDOR  PIC  9(2).
               10 TCIE-NUM-ORDENES  PIC  9(3).
               10 TCIE-NUM-BILLETES PIC  9(3).
               10 TCIE-IMP-BILLETES PIC S9(9).
               10 TCIE-ORDENES-CANC PIC  9(3).
               10 TCIE-MANDATOS-REV PIC  9(3).
               10 TCIE-BILLETES-DEV PIC  9(3).
               10 TCIE-PAGADO       PIC S9(9).
               10 TCIE-FORMA        PIC  9(1).
               10 TCIE-CUENTA       PIC  9(16).

       77 TARJETAS-DESBORDADAS     PIC  9(1).
           88 SIN-DESBORDE-TAR       VALUE 0.
           88 CON-DESBORDE-TAR       VALUE 1.

      *> Si la transferencia del pago ya esta en intercambio_sal.txt
      *> (cancelacion cortada entre la emision y la marca de pagado).
       77 TRANSF-YA-EMITIDA        PIC  9(1).
           88 TRANSF-NO-EMITIDA      VALUE 0.
           88 TRANSF-EMITIDA         VALUE 1.

       77 TOT-SALDO                PIC S9(11).
       77 TOT-COMISIONES           PIC S9(11).
       77 TOT-DEUDOR               PIC S9(11).
       77 TOT-INTERES              PIC S9(11).
       77 TOT-A-PAGAR              PIC S9(11).
       77 TOT-IMP-BILLETES         PIC S9(11).
       77 TOT-ORDENES              PIC  9(4).
       77 TOT-BILLETES             PIC  9(4).

       77 CENT-PANTALLA            PIC S9(11).
       77 LINEA-PANT               PIC  9(2).
       77 PANT-ENT                 PIC  9(9).
       77 PANT-DEC                 PIC  9(2).

      *> Extracto de la carta: saldo al empezar el mes, deducido del
      *> primer apunte del mes de la tarjeta.
       77 MOVS-CARTA               PIC  9(6).
       77 CENT-INICIO-MES          PIC S9(11).

       01 LINEA-CAB-CARTA.
           02 FILLER               PIC X(33) VALUE
               "UNIZARBANK - CARTA DE CANCELACION".
           02 FILLER               PIC X(8) VALUE "  FECHA ".
           02 CABC-DIA             PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CABC-MES             PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CABC-ANO             PIC 9(4).
           02 FILLER               PIC X(81) VALUE SPACES.

       01 LINEA-TITULAR-CARTA.
           02 FILLER               PIC X(8) VALUE "TITULAR ".
           02 TITC-NIF             PIC X(9).
           02 FILLER               PIC X(1) VALUE SPACES.
           02 TITC-NOMBRE          PIC X(20).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 TITC-DOMICILIO       PIC X(30).
           02 FILLER               PIC X(62) VALUE SPACES.

       01 LINEA-TEXTO-1.
           02 FILLER               PIC X(48) VALUE
               "Le confirmamos la cancelacion de las tarjetas qu".
           02 FILLER               PIC X(84) VALUE
               "e se relacionan, con el extracto del mes en curso.".

       01 LINEA-TEXTO-2.
           02 FILLER               PIC X(48) VALUE
               "Se han liquidado los intereses y comisiones deve".
           02 FILLER               PIC X(84) VALUE
               "ngados hasta hoy y se le ha entregado el saldo final.".

       01 LINEA-TARJETA-CARTA.
           02 FILLER               PIC X(8) VALUE "TARJETA ".
           02 TARC-NUM             PIC 9(16).
           02 FILLER               PIC X(26) VALUE
               "  SALDO AL INICIO DEL MES ".
           02 TARC-SIGNO           PIC X(1).
           02 TARC-SALDO-ENT       PIC Z(8)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 TARC-SALDO-DEC       PIC 9(2).
           02 FILLER               PIC X(4) VALUE " EUR".
           02 FILLER               PIC X(65) VALUE SPACES.

       01 LINEA-MOV-CARTA.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 MOVC-DIA             PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 MOVC-MES             PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 MOVC-ANO             PIC 9(4).
           02 FILLER               PIC X(1) VALUE SPACES.
           02 MOVC-CONCEPTO        PIC X(35).
           02 FILLER               PIC X(1) VALUE SPACES.
           02 MOVC-SIGNO           PIC X(1).
           02 MOVC-IMPORTE-ENT     PIC Z(6)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 MOVC-IMPORTE-DEC     PIC 9(2).
           02 FILLER               PIC X(8) VALUE "  SALDO ".
           02 MOVC-SALDO-SIGNO     PIC X(1).
           02 MOVC-SALDO-ENT       PIC Z(8)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 MOVC-SALDO-DEC       PIC 9(2).
           02 FILLER               PIC X(51) VALUE SPACES.

       01 LINEA-SALDO-FINAL-CARTA.
           02 FILLER               PIC X(14) VALUE "  SALDO FINAL ".
           02 FINC-SIGNO           PIC X(1).
           02 FINC-SALDO-ENT       PIC Z(8)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 FINC-SALDO-DEC       PIC 9(2).
           02 FILLER               PIC X(4) VALUE " EUR".
           02 FILLER               PIC X(101) VALUE SPACES.

       01 LINEA-PAGO-CARTA.
           02 FILLER               PIC X(12) VALUE "  ENTREGADO ".
           02 PAGC-IMPORTE-ENT     PIC Z(6)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 PAGC-IMPORTE-DEC     PIC 9(2).
           02 FILLER               PIC X(5) VALUE " EUR ".
           02 PAGC-FORMA           PIC X(46).
           02 FILLER               PIC X(59) VALUE SPACES.

       01 LINEA-RESUMEN-CARTA.
           02 FILLER               PIC X(21) VALUE
               "  ORDENES CANCELADAS ".
           02 RESC-ORDENES         PIC Z(2)9.
           02 FILLER               PIC X(28) VALUE
               "  DOMICILIACIONES REVOCADAS ".
           02 RESC-MANDATOS        PIC Z(2)9.
           02 FILLER               PIC X(21) VALUE
               "  ENTRADAS DEVUELTAS ".
           02 RESC-DEVUELTAS       PIC Z(2)9.
           02 FILLER               PIC X(23) VALUE
               "  ENTRADAS CONSERVADAS ".
           02 RESC-CONSERVADAS     PIC Z(2)9.
           02 FILLER               PIC X(27) VALUE SPACES.

       01 LINEA-PIE-CARTA.
           02 FILLER               PIC X(13) VALUE "ATENDIDO POR ".
           02 PIEC-OPERADOR        PIC X(10).
           02 FILLER               PIC X(109) VALUE SPACES.

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-TARJETA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 8 COL 40 PIC 9(16) USING TNUM-BUSCADA.

       01 ENTRADA-ALCANCE.
           05 FILLER UNDERLINE
               LINE 12 COL 60 PIC X(1) USING CLIENTE-ENTERO.

       01 ENTRADA-BILLETES.
           05 FILLER AUTO UNDERLINE
               LINE 17 COL 60 PIC 9(1) USING OPCION-BILLETES.

       01 ENTRADA-PAGO.
           05 FILLER AUTO UNDERLINE
               LINE 18 COL 60 PIC 9(1) USING OPCION-PAGO.

       01 ENTRADA-CUENTA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 19 COL 45 PIC 9(16) USING CUENTA-DESTINO.

       01 ENTRADA-CONFIRMACION.
           05 FILLER UNDERLINE
               LINE 21 COL 55 PIC X(1) USING CONFIRMACION.

       PROCEDURE DIVISION.
       INICIO-SESION.
      *>   Cancelar cuentas mueve dinero: nivel de supervisor.
           CALL "BANK21" USING OPER-FICHA.
           IF OPER-ID-VALIDADO = SPACES
               EXIT PROGRAM.
           IF OPER-NIVEL-VALIDADO < 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Se requiere nivel de supervisor" LINE 9 COL 24
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO EXIT-ENTER.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Cancelacion de cuentas" LINE 2 COL 22
               WITH FOREGROUND-COLOR IS 1.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

       PIDE-TARJETA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta:" LINE 8 COL 30.

           MOVE 0 TO TNUM-BUSCADA.

           DISPLAY "Enter - Continuar" LINE 24 COL 02.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT ENTRADA-TARJETA ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-TARJETA.

           IF TNUM-BUSCADA = 0 THEN
               GO TO PIDE-TARJETA.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TNUM-BUSCADA TO TNUM.
           READ TARJETAS INVALID KEY GO TO TARJETA-NO-EXISTE.
           CLOSE TARJETAS.

           MOVE TNIF TO NIF-BUSCADO.
           MOVE TNOMBRE TO NOMBRE-CLIENTE.
           MOVE TDOMICILIO TO DOMICILIO-CLIENTE.
           MOVE "N" TO CLIENTE-ENTERO.

           DISPLAY "Titular:" LINE 10 COL 30.
           DISPLAY TNOMBRE LINE 10 COL 40.

           IF NIF-BUSCADO = SPACES
               GO TO CARGAR-CIERRE.

      *>   Con ficha de cliente el titular de la carta es el de la
      *>   ficha, no el grabado en la tarjeta.
           OPEN INPUT CLIENTES.
           IF FSCL <> 00 AND FSCL <> 05
               GO TO PSYS-ERR.
           IF FSCL = 00
               MOVE NIF-BUSCADO TO CLI-NIF
               READ CLIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO NOMBRE-CLIENTE
                       MOVE CLI-DOMICILIO TO DOMICILIO-CLIENTE
               END-READ
           END-IF.
           CLOSE CLIENTES.

       PIDE-ALCANCE.
           DISPLAY "NIF:" LINE 11 COL 34.
           DISPLAY NIF-BUSCADO LINE 11 COL 40.
           DISPLAY "Se da de baja el cliente entero? (S/N):" LINE 12
               COL 20.

           ACCEPT ENTRADA-ALCANCE ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PIDE-TARJETA
               ELSE
                   GO TO PIDE-ALCANCE.

           IF CLIENTE-ENTERO = "s"
               MOVE "S" TO CLIENTE-ENTERO.
           IF CLIENTE-ENTERO NOT = "S" AND CLIENTE-ENTERO NOT = "N"
              AND CLIENTE-ENTERO NOT = "n"
               GO TO PIDE-ALCANCE.

      *> ---------------------------------------------------------
      *> Carga de las tarjetas a cancelar, comprobaciones que
      *> impiden la cancelacion y calculo de lo que se va a liquidar,
      *> todo antes de modificar ningun fichero.
      *> ---------------------------------------------------------
       CARGAR-CIERRE.
           MOVE 0 TO NUM-TARJETAS.
           SET SIN-DESBORDE-TAR TO TRUE.
           SET SIN-CIERRE-A-MEDIAS TO TRUE.
           MOVE 0 TO OPCION-BILLETES.
           MOVE 0 TO OPCION-PAGO.
           MOVE 0 TO CUENTA-DESTINO.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           OPEN INPUT CIERRES.
           IF FSCI <> 00 AND FSCI <> 05
               GO TO PSYS-ERR.

           IF CLIENTE-ENTERO = "S"
               GO TO CARGAR-TARJETAS-NIF.

           MOVE TNUM-BUSCADA TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.
           PERFORM CARGAR-UNA-TARJETA THRU CARGAR-UNA-TARJETA-EXIT.
           GO TO CARGAR-TARJETAS-FIN.

       CARGAR-TARJETAS-NIF.
           READ TARJETAS NEXT RECORD AT END
               GO TO CARGAR-TARJETAS-FIN.
               IF TNIF NOT = NIF-BUSCADO
                   GO TO CARGAR-TARJETAS-NIF.
               PERFORM CARGAR-UNA-TARJETA
                   THRU CARGAR-UNA-TARJETA-EXIT.
               GO TO CARGAR-TARJETAS-NIF.

       CARGAR-TARJETAS-FIN.
           CLOSE TARJETAS.
           CLOSE CIERRES.

           IF NUM-TARJETAS = 0
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "No queda nada que cancelar: la cancelacion ya"
                   LINE 9 COL 17
               DISPLAY "esta terminada." LINE 10 COL 32
               DISPLAY "Enter - Volver" LINE 24 COL 33
               GO TO EXIT-MENU.

      *>   Un cliente con mas tarjetas que tabla no se cancela a
      *>   medias: se avisa y no se toca nada.
           IF CON-DESBORDE-TAR
               MOVE "Mas de 20 tarjetas en el NIF; no se puede"
                   TO MOTIVO-BLOQUEO
               MOVE TNUM-BUSCADA TO TARJETA-BLOQUEO
               GO TO CIERRE-BLOQUEADO.

           MOVE SPACES TO MOTIVO-BLOQUEO.
           PERFORM COMPROBAR-SUSPENSOS THRU COMPROBAR-SUSPENSOS-EXIT.
           IF MOTIVO-BLOQUEO NOT = SPACES
               GO TO CIERRE-BLOQUEADO.
           PERFORM COMPROBAR-DISPUTAS THRU COMPROBAR-DISPUTAS-EXIT.
           IF MOTIVO-BLOQUEO NOT = SPACES
               GO TO CIERRE-BLOQUEADO.
           PERFORM COMPROBAR-DEPOSITOS THRU COMPROBAR-DEPOSITOS-EXIT.
           IF MOTIVO-BLOQUEO NOT = SPACES
               GO TO CIERRE-BLOQUEADO.

           PERFORM CONTAR-ORDENES THRU CONTAR-ORDENES-EXIT.
           PERFORM CONTAR-BILLETES THRU CONTAR-BILLETES-EXIT.
           PERFORM CALCULAR-DEVENGO THRU CALCULAR-DEVENGO-EXIT.

           MOVE 0 TO TOT-SALDO.
           MOVE 0 TO TOT-COMISIONES.
           MOVE 0 TO TOT-DEUDOR.
           MOVE 0 TO TOT-INTERES.
           MOVE 0 TO TOT-A-PAGAR.
           MOVE 0 TO TOT-IMP-BILLETES.
           MOVE 0 TO TOT-ORDENES.
           MOVE 0 TO TOT-BILLETES.
           PERFORM SUMAR-TARJETA
               VARYING IDX-TAR FROM 1 BY 1
               UNTIL IDX-TAR > NUM-TARJETAS.

           IF MOTIVO-BLOQUEO NOT = SPACES
               GO TO CIERRE-BLOQUEADO.

       MOSTRAR-RESUMEN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cliente:" LINE 6 COL 20.
           DISPLAY NIF-BUSCADO LINE 6 COL 30.
           DISPLAY NOMBRE-CLIENTE LINE 6 COL 41.
           IF CON-CIERRE-A-MEDIAS
               DISPLAY "Hay una cancelacion a medias; se completa"
                   LINE 7 COL 19 WITH BACKGROUND-COLOR RED.

           DISPLAY "Tarjetas a cancelar:" LINE 8 COL 24.
           DISPLAY NUM-TARJETAS LINE 8 COL 46.
           DISPLAY "Saldo actual:" LINE 9 COL 31.
           MOVE TOT-SALDO TO CENT-PANTALLA.
           MOVE 9 TO LINEA-PANT.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.
           DISPLAY "Comisiones hasta hoy:" LINE 10 COL 23.
           MOVE TOT-COMISIONES TO CENT-PANTALLA.
           MOVE 10 TO LINEA-PANT.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.
           DISPLAY "Intereses deudores:" LINE 11 COL 25.
           MOVE TOT-DEUDOR TO CENT-PANTALLA.
           MOVE 11 TO LINEA-PANT.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.
           DISPLAY "Intereses a su favor:" LINE 12 COL 23.
           MOVE TOT-INTERES TO CENT-PANTALLA.
           MOVE 12 TO LINEA-PANT.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.
           DISPLAY "Saldo final a entregar:" LINE 13 COL 21.
           MOVE TOT-A-PAGAR TO CENT-PANTALLA.
           MOVE 13 TO LINEA-PANT.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.
           DISPLAY "Ordenes pendientes:" LINE 14 COL 25.
           DISPLAY TOT-ORDENES LINE 14 COL 46.
           DISPLAY "Entradas para eventos futuros:" LINE 15 COL 14.
           DISPLAY TOT-BILLETES LINE 15 COL 46.
           IF TOT-BILLETES > 0
               DISPLAY "Importe de las entradas:" LINE 16 COL 20
               MOVE TOT-IMP-BILLETES TO CENT-PANTALLA
               MOVE 16 TO LINEA-PANT
               PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.

           DISPLAY "ESC - Volver" LINE 24 COL 66.

       PIDE-BILLETES.
           IF TOT-BILLETES = 0
               MOVE 2 TO OPCION-BILLETES
               GO TO PIDE-PAGO.
           DISPLAY "Entradas: 1 - devolver, 2 - conservar:" LINE 17
               COL 21.

           ACCEPT ENTRADA-BILLETES ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PIDE-TARJETA
               ELSE
                   GO TO PIDE-BILLETES.

           IF OPCION-BILLETES NOT = 1 AND OPCION-BILLETES NOT = 2
               GO TO PIDE-BILLETES.

       PIDE-PAGO.
           COMPUTE CENT-PANTALLA = TOT-A-PAGAR.
           IF OPCION-BILLETES = 1
               ADD TOT-IMP-BILLETES TO CENT-PANTALLA.
           IF CENT-PANTALLA = 0 AND SIN-CIERRE-A-MEDIAS
               MOVE 1 TO OPCION-PAGO
               GO TO PIDE-CONFIRMA.
           DISPLAY "Pago: 1 - efectivo, 2 - transferencia:" LINE 18
               COL 21.

           ACCEPT ENTRADA-PAGO ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PIDE-TARJETA
               ELSE
                   GO TO PIDE-PAGO.

           IF OPCION-PAGO = 1
               MOVE 0 TO CUENTA-DESTINO
               GO TO PIDE-CONFIRMA.
           IF OPCION-PAGO NOT = 2
               GO TO PIDE-PAGO.

       PIDE-CUENTA.
           DISPLAY "Cuenta de destino:" LINE 19 COL 25.

           ACCEPT ENTRADA-CUENTA ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PIDE-TARJETA
               ELSE
                   GO TO PIDE-CUENTA.

           IF CUENTA-DESTINO = 0
               GO TO PIDE-CUENTA.

      *>   El pago por transferencia es a otra entidad: una tarjeta
      *>   propia se paga con BANK6 antes de cancelar.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE CUENTA-DESTINO TO TNUM.
           READ TARJETAS
               INVALID KEY
                   CLOSE TARJETAS
               NOT INVALID KEY
                   CLOSE TARJETAS
                   DISPLAY "Es una tarjeta de UnizarBank; indique una"
                       " cuenta de otra entidad" LINE 20 COL 08
                       WITH BACKGROUND-COLOR RED
                   GO TO PIDE-CUENTA
           END-READ.

       PIDE-CONFIRMA.
           DISPLAY "Total a entregar al cliente:" LINE 20 COL 16.
           MOVE 20 TO LINEA-PANT.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.
           MOVE "N" TO CONFIRMACION.
           DISPLAY "Cancelar las cuentas? (S/N):" LINE 21 COL 25.

           ACCEPT ENTRADA-CONFIRMACION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PIDE-TARJETA
               ELSE
                   GO TO PIDE-CONFIRMA.

           IF CONFIRMACION NOT = "S" AND CONFIRMACION NOT = "s"
               GO TO PIDE-TARJETA.

      *> ---------------------------------------------------------
      *> Cancelacion: tarjeta a tarjeta, con saldos, movimientos y
      *> avisos abiertos durante toda la pasada.
      *> ---------------------------------------------------------
       REALIZAR-CIERRE.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           OPEN I-O SALDOS.
           IF FSS <> 00
               GO TO PSYS-ERR.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               GO TO PSYS-ERR.
           OPEN I-O CIERRES.
           IF FSCI <> 00 AND FSCI <> 05
               GO TO PSYS-ERR.

           PERFORM CERRAR-TARJETA THRU CERRAR-TARJETA-EXIT
               VARYING IDX-TAR FROM 1 BY 1
               UNTIL IDX-TAR > NUM-TARJETAS.

           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.
           CLOSE CIERRES.

      *>   Las plazas liberadas van antes a las listas de espera.
           IF PLAZAS-LIBERADAS > 0
               MOVE 0 TO EPE-EVENTO
               CALL "BANK61" USING ESPERA-PETICION.

           PERFORM IMPRIMIR-CARTA THRU IMPRIMIR-CARTA-EXIT.

       P-EXITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cuentas canceladas." LINE 9 COL 30.
           DISPLAY "Carta para el cliente en carta_cierre.txt" LINE 11
               COL 20.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *>   ---------------------------------------------------------
      *>   CARGAR-UNA-TARJETA: anade a la tabla el TAJETAREG en curso
      *>   salvo que su cancelacion ya este terminada. Una tarjeta
      *>   cerrada antes en BANK20 entra igual: puede tener saldo.
      *>   ---------------------------------------------------------
       CARGAR-UNA-TARJETA.
           IF FSCI = 00
               MOVE TNUM TO CIE-TARJETA
               READ CIERRES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CIE-CERRADO
                           GO TO CARGAR-UNA-TARJETA-EXIT
                       END-IF
                       SET CON-CIERRE-A-MEDIAS TO TRUE
                       MOVE CIE-BILLETES TO OPCION-BILLETES
                       MOVE CIE-FORMA-PAGO TO OPCION-PAGO
                       MOVE CIE-CUENTA-DESTINO TO CUENTA-DESTINO
               END-READ
           END-IF.

           IF NUM-TARJETAS >= 20
               SET CON-DESBORDE-TAR TO TRUE
               GO TO CARGAR-UNA-TARJETA-EXIT.
           ADD 1 TO NUM-TARJETAS.
           INITIALIZE TARJETA-TABLA(NUM-TARJETAS).
           MOVE TNUM TO TCIE-NUM(NUM-TARJETAS).
           MOVE 1 TO TCIE-DIA-CURSOR(NUM-TARJETAS).

       CARGAR-UNA-TARJETA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   COMPROBAR-SUSPENSOS: una partida abierta en suspensos.ubd
      *>   como ordenante o beneficiaria impide la cancelacion.
      *>   ---------------------------------------------------------
       COMPROBAR-SUSPENSOS.
           OPEN INPUT SUSPENSOS.
           IF FSSU = 05
               CLOSE SUSPENSOS
               GO TO COMPROBAR-SUSPENSOS-EXIT.
           IF FSSU <> 00
               GO TO PSYS-ERR.

       COMPROBAR-SUSPENSOS-LEER.
           READ SUSPENSOS NEXT RECORD AT END
               GO TO COMPROBAR-SUSPENSOS-FIN.
               IF NOT SUSP-PENDIENTE
                   GO TO COMPROBAR-SUSPENSOS-LEER.
               MOVE SUSP-ORIGEN TO TARJETA-BUSCADA.
               PERFORM LOCALIZAR-TARJETA.
               IF IDX-TAR > NUM-TARJETAS
                   MOVE SUSP-DESTINO TO TARJETA-BUSCADA
                   PERFORM LOCALIZAR-TARJETA
               END-IF.
               IF IDX-TAR > NUM-TARJETAS
                   GO TO COMPROBAR-SUSPENSOS-LEER.
               MOVE TARJETA-BUSCADA TO TARJETA-BLOQUEO.
               MOVE "Tiene partidas abiertas en suspensos (BANK36)"
                   TO MOTIVO-BLOQUEO.

       COMPROBAR-SUSPENSOS-FIN.
           CLOSE SUSPENSOS.

       COMPROBAR-SUSPENSOS-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   COMPROBAR-DISPUTAS: un ajuste de movimiento o una
      *>   resolucion de suspenso pendiente de segunda firma sobre
      *>   una de las tarjetas impide la cancelacion.
      *>   ---------------------------------------------------------
       COMPROBAR-DISPUTAS.
           OPEN INPUT APROBACIONES.
           IF FSAP = 05
               CLOSE APROBACIONES
               GO TO COMPROBAR-DISPUTAS-EXIT.
           IF FSAP <> 00
               GO TO PSYS-ERR.

       COMPROBAR-DISPUTAS-LEER.
           READ APROBACIONES NEXT RECORD AT END
               GO TO COMPROBAR-DISPUTAS-FIN.
               IF APR-NUM = 0 OR NOT APR-PENDIENTE
                   GO TO COMPROBAR-DISPUTAS-LEER.
               IF NOT APR-AJUSTE AND NOT APR-SUSPENSO
                   GO TO COMPROBAR-DISPUTAS-LEER.
               MOVE APR-TARJETA TO TARJETA-BUSCADA.
               PERFORM LOCALIZAR-TARJETA.
               IF IDX-TAR > NUM-TARJETAS
                   GO TO COMPROBAR-DISPUTAS-LEER.
               MOVE TARJETA-BUSCADA TO TARJETA-BLOQUEO.
               MOVE "Tiene movimientos en disputa sin resolver"
                   TO MOTIVO-BLOQUEO.

       COMPROBAR-DISPUTAS-FIN.
           CLOSE APROBACIONES.

       COMPROBAR-DISPUTAS-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   COMPROBAR-DEPOSITOS: un deposito a plazo vivo, o cancelado
      *>   con la liquidacion sin terminar, abonaria dinero en una
      *>   tarjeta ya cancelada.
      *>   ---------------------------------------------------------
       COMPROBAR-DEPOSITOS.
           OPEN INPUT DEPOSITOS.
           IF FSDP = 05
               CLOSE DEPOSITOS
               GO TO COMPROBAR-DEPOSITOS-EXIT.
           IF FSDP <> 00
               GO TO PSYS-ERR.

       COMPROBAR-DEPOSITOS-LEER.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO COMPROBAR-DEPOSITOS-FIN.
               IF DEP-NUM = 0
                   GO TO COMPROBAR-DEPOSITOS-LEER.
               IF NOT DEPOSITO-VIVO AND FASE-LIQUIDADA
                   GO TO COMPROBAR-DEPOSITOS-LEER.
               MOVE DEP-TARJETA TO TARJETA-BUSCADA.
               PERFORM LOCALIZAR-TARJETA.
               IF IDX-TAR > NUM-TARJETAS
                   GO TO COMPROBAR-DEPOSITOS-LEER.
               MOVE TARJETA-BUSCADA TO TARJETA-BLOQUEO.
               MOVE "Tiene depositos a plazo sin liquidar (BANK47)"
                   TO MOTIVO-BLOQUEO.

       COMPROBAR-DEPOSITOS-FIN.
           CLOSE DEPOSITOS.

       COMPROBAR-DEPOSITOS-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CONTAR-ORDENES: ordenes pendientes con origen en cada
      *>   tarjeta de la tabla.
      *>   ---------------------------------------------------------
       CONTAR-ORDENES.
           OPEN INPUT TRANSFERENCIAS.
           IF FSTM <> 00
               GO TO PSYS-ERR.

       CONTAR-ORDENES-LEER.
           READ TRANSFERENCIAS NEXT RECORD AT END
               GO TO CONTAR-ORDENES-FIN.
               IF NOT TRANSF-PENDIENTE
                   GO TO CONTAR-ORDENES-LEER.
               MOVE TARJETA-ORIGEN TO TARJETA-BUSCADA.
               PERFORM LOCALIZAR-TARJETA.
               IF IDX-TAR <= NUM-TARJETAS
                   ADD 1 TO TCIE-NUM-ORDENES(IDX-TAR).
               GO TO CONTAR-ORDENES-LEER.

       CONTAR-ORDENES-FIN.
           CLOSE TRANSFERENCIAS.

       CONTAR-ORDENES-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CONTAR-BILLETES: entradas validas para eventos de hoy en
      *>   adelante, y su importe, por tarjeta de la tabla.
      *>   ---------------------------------------------------------
       CONTAR-BILLETES.
           OPEN INPUT BILLETES.
           IF FSB <> 00
               GO TO PSYS-ERR.
           OPEN INPUT EVENTOS.
           IF FSE <> 00
               GO TO PSYS-ERR.

       CONTAR-BILLETES-LEER.
           READ BILLETES NEXT RECORD AT END
               GO TO CONTAR-BILLETES-FIN.
               IF NOT BILLETE-VALIDO
                   GO TO CONTAR-BILLETES-LEER.
               MOVE BILLETE-TARJETA TO TARJETA-BUSCADA.
               PERFORM LOCALIZAR-TARJETA.
               IF IDX-TAR > NUM-TARJETAS
                   GO TO CONTAR-BILLETES-LEER.
               MOVE BILLETE-EVENTO-NUM TO EVENTO-NUM.
               READ EVENTOS INVALID KEY
                   GO TO CONTAR-BILLETES-LEER.
               COMPUTE FECHA-EVENTO-NUM = (EVENTO-ANO * 10000)
                   + (EVENTO-MES * 100) + EVENTO-DIA.
               IF FECHA-EVENTO-NUM < FECHA-HOY-NUM
                   GO TO CONTAR-BILLETES-LEER.
               ADD 1 TO TCIE-NUM-BILLETES(IDX-TAR).
               COMPUTE TCIE-IMP-BILLETES(IDX-TAR) =
                   TCIE-IMP-BILLETES(IDX-TAR)
                   + (BILLETE-PRECIO-ENT * 100) + BILLETE-PRECIO-DEC.
               GO TO CONTAR-BILLETES-LEER.

       CONTAR-BILLETES-FIN.
           CLOSE BILLETES.
           CLOSE EVENTOS.

       CONTAR-BILLETES-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CALCULAR-DEVENGO: saldo de cada tarjeta y lo que le toca
      *>   liquidar hoy segun la fase en que tenga el mes en
      *>   liquidaciones.ubd (si BANK24 ya liquido el mes no queda
      *>   nada). La comision y el interes acreedor van en proporcion
      *>   a los dias del mes transcurridos; los intereses deudores y
      *>   la comision por descubierto, sobre los numeros del mes
      *>   hasta hoy, como en BANK24. Sin tarifa grabada no se
      *>   liquida nada.
      *>   ---------------------------------------------------------
       CALCULAR-DEVENGO.
           COMPUTE PERIODO-LIQ = (ANO * 100) + MES.
           COMPUTE FECHA-INICIO-MES = (ANO * 10000) + (MES * 100) + 1.
           IF MES = 12
               COMPUTE FECHA-INICIO-SIGUIENTE =
                   ((ANO + 1) * 10000) + 101
           ELSE
               COMPUTE FECHA-INICIO-SIGUIENTE =
                   (ANO * 10000) + ((MES + 1) * 100) + 1
           END-IF.
           COMPUTE DIAS-MES =
               FUNCTION INTEGER-OF-DATE(FECHA-INICIO-SIGUIENTE)
               - FUNCTION INTEGER-OF-DATE(FECHA-INICIO-MES).

           MOVE 0 TO CENT-COMISION.
           MOVE 0 TO CENT-INTERES-PCT.
           MOVE 0 TO CENT-DEUDOR-PCT.
           MOVE 0 TO CENT-COMISION-DESCUB.
           OPEN INPUT TARIFAS.
           IF FSTF <> 00 AND FSTF <> 05
               GO TO PSYS-ERR.
           IF FSTF = 00
               MOVE 01 TO TARIFA-CLAVE
               READ TARIFAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE CENT-COMISION =
                           (TARIFA-COMISION-ENT * 100)
                           + TARIFA-COMISION-DEC
                       COMPUTE CENT-INTERES-PCT =
                           (TARIFA-INTERES-ENT * 100)
                           + TARIFA-INTERES-DEC
                       COMPUTE CENT-DEUDOR-PCT =
                           (TARIFA-DEUDOR-ENT * 100)
                           + TARIFA-DEUDOR-DEC
                       COMPUTE CENT-COMISION-DESCUB =
                           (TARIFA-DESCUB-ENT * 100)
                           + TARIFA-DESCUB-DEC
               END-READ
           END-IF.
           CLOSE TARIFAS.

           OPEN INPUT SALDOS.
           IF FSS <> 00
               GO TO PSYS-ERR.
           OPEN INPUT LIQUIDACIONES.
           IF FSLQ <> 00 AND FSLQ <> 05
               GO TO PSYS-ERR.
           PERFORM LEER-ESTADO-TARJETA
               VARYING IDX-TAR FROM 1 BY 1
               UNTIL IDX-TAR > NUM-TARJETAS.
           CLOSE SALDOS.
           CLOSE LIQUIDACIONES.

           IF CENT-DEUDOR-PCT > 0 OR CENT-COMISION-DESCUB > 0
               OPEN INPUT F-MOVIMIENTOS
               IF FSM <> 00
                   GO TO PSYS-ERR
               END-IF
               PERFORM RECORRER-MOVIMIENTOS
                   THRU RECORRER-MOVIMIENTOS-EXIT
               CLOSE F-MOVIMIENTOS
               PERFORM CERRAR-NUMEROS THRU CERRAR-NUMEROS-EXIT
                   VARYING IDX-TAR FROM 1 BY 1
                   UNTIL IDX-TAR > NUM-TARJETAS
           END-IF.

           PERFORM CALCULAR-LIQUIDACION THRU CALCULAR-LIQUIDACION-EXIT
               VARYING IDX-TAR FROM 1 BY 1
               UNTIL IDX-TAR > NUM-TARJETAS.

       CALCULAR-DEVENGO-EXIT.
           EXIT.

       LEER-ESTADO-TARJETA.
           MOVE TCIE-NUM(IDX-TAR) TO SALDO-TARJETA.
           READ SALDOS
               INVALID KEY MOVE 0 TO TCIE-SALDO(IDX-TAR)
               NOT INVALID KEY
                   COMPUTE TCIE-SALDO(IDX-TAR) =
                       (SALDO-ENT * 100) + SALDO-DEC
           END-READ.
           MOVE 0 TO TCIE-LIQ-FASE(IDX-TAR).
           IF FSLQ = 00
               MOVE PERIODO-LIQ TO LIQ-PERIODO
               MOVE TCIE-NUM(IDX-TAR) TO LIQ-TARJETA
               READ LIQUIDACIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LIQ-FASE TO TCIE-LIQ-FASE(IDX-TAR)
               END-READ
           END-IF.

      *>   ---------------------------------------------------------
      *>   CALCULAR-LIQUIDACION: importes a liquidar de la tarjeta
      *>   IDX-TAR y saldo final que quedara para entregar. Fase en
      *>   liquidaciones.ubd: 0 nada hecho, 1 comision hecha, 3
      *>   descubierto cobrado, 2 mes completo.
      *>   ---------------------------------------------------------
       CALCULAR-LIQUIDACION.
           IF TCIE-LIQ-FASE(IDX-TAR) = 2
               GO TO CALCULAR-LIQUIDACION-SALDO.
           IF TCIE-LIQ-FASE(IDX-TAR) = 0
               COMPUTE TCIE-COMISION(IDX-TAR) =
                   (CENT-COMISION * DIA) / DIAS-MES.
           IF TCIE-LIQ-FASE(IDX-TAR) NOT = 3
               IF CENT-DEUDOR-PCT > 0
                   COMPUTE TCIE-DEUDOR(IDX-TAR) =
                       (TCIE-NUMEROS(IDX-TAR) * CENT-DEUDOR-PCT)
                       / 3650000
               END-IF
               IF CENT-COMISION-DESCUB > 0 AND
                  TCIE-DIAS-DEUDOR(IDX-TAR) > 0
                   MOVE CENT-COMISION-DESCUB TO TCIE-DESCUB(IDX-TAR)
               END-IF
           END-IF.

           COMPUTE CENT-SALDO-USER = TCIE-SALDO(IDX-TAR)
               - TCIE-COMISION(IDX-TAR) - TCIE-DEUDOR(IDX-TAR)
               - TCIE-DESCUB(IDX-TAR).
           IF CENT-INTERES-PCT > 0 AND CENT-SALDO-USER > 0
               COMPUTE TCIE-INTERES(IDX-TAR) =
                   (CENT-SALDO-USER * CENT-INTERES-PCT * DIA)
                   / (120000 * DIAS-MES).

       CALCULAR-LIQUIDACION-SALDO.
           COMPUTE TCIE-A-PAGAR(IDX-TAR) = TCIE-SALDO(IDX-TAR)
               - TCIE-COMISION(IDX-TAR) - TCIE-DEUDOR(IDX-TAR)
               - TCIE-DESCUB(IDX-TAR) + TCIE-INTERES(IDX-TAR).

       CALCULAR-LIQUIDACION-EXIT.
           EXIT.

      *>   SUMAR-TARJETA: totales del resumen. Un saldo final
      *>   negativo tiene que cubrirlo el cliente antes de cancelar.
       SUMAR-TARJETA.
           ADD TCIE-SALDO(IDX-TAR) TO TOT-SALDO.
           ADD TCIE-COMISION(IDX-TAR) TO TOT-COMISIONES.
           ADD TCIE-DESCUB(IDX-TAR) TO TOT-COMISIONES.
           ADD TCIE-DEUDOR(IDX-TAR) TO TOT-DEUDOR.
           ADD TCIE-INTERES(IDX-TAR) TO TOT-INTERES.
           ADD TCIE-A-PAGAR(IDX-TAR) TO TOT-A-PAGAR.
           ADD TCIE-IMP-BILLETES(IDX-TAR) TO TOT-IMP-BILLETES.
           ADD TCIE-NUM-ORDENES(IDX-TAR) TO TOT-ORDENES.
           ADD TCIE-NUM-BILLETES(IDX-TAR) TO TOT-BILLETES.
           IF TCIE-A-PAGAR(IDX-TAR) < 0 AND MOTIVO-BLOQUEO = SPACES
               MOVE TCIE-NUM(IDX-TAR) TO TARJETA-BLOQUEO
               MOVE "Saldo final negativo; debe cubrirse antes"
                   TO MOTIVO-BLOQUEO.

      *>   ---------------------------------------------------------
      *>   RECORRER-MOVIMIENTOS: numeros deudores del mes hasta hoy
      *>   de las tarjetas de la tabla, con el mismo recorrido que
      *>   BANK24 (saldo posterior de cada apunte; el de apertura es
      *>   el del primer apunte menos su importe).
      *>   ---------------------------------------------------------
       RECORRER-MOVIMIENTOS.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO RECORRER-MOVIMIENTOS-EXIT.
               IF (MOV-ANO * 100) + MOV-MES NOT = PERIODO-LIQ
                   GO TO RECORRER-MOVIMIENTOS.

               MOVE MOV-TARJETA TO TARJETA-BUSCADA.
               PERFORM LOCALIZAR-TARJETA.
               IF IDX-TAR > NUM-TARJETAS
                   GO TO RECORRER-MOVIMIENTOS.

               IF MOV-SALDOPOS-ENT < 0
                   COMPUTE CENT-MOV-SALDOPOS =
                       (MOV-SALDOPOS-ENT * 100) - MOV-SALDOPOS-DEC
               ELSE
                   COMPUTE CENT-MOV-SALDOPOS =
                       (MOV-SALDOPOS-ENT * 100) + MOV-SALDOPOS-DEC
               END-IF.

               IF TCIE-VISTA(IDX-TAR) = 0
                   IF MOV-IMPORTE-ENT < 0
                       COMPUTE CENT-MOV-IMPORTE =
                           (MOV-IMPORTE-ENT * 100) - MOV-IMPORTE-DEC
                   ELSE
                       COMPUTE CENT-MOV-IMPORTE =
                           (MOV-IMPORTE-ENT * 100) + MOV-IMPORTE-DEC
                   END-IF
                   COMPUTE TCIE-SALDO-DIA(IDX-TAR) =
                       CENT-MOV-SALDOPOS - CENT-MOV-IMPORTE
                   MOVE 1 TO TCIE-DIA-CURSOR(IDX-TAR)
                   MOVE 1 TO TCIE-VISTA(IDX-TAR)
               END-IF.

               IF MOV-DIA > TCIE-DIA-CURSOR(IDX-TAR)
                   COMPUTE DIAS-TRAMO =
                       MOV-DIA - TCIE-DIA-CURSOR(IDX-TAR)
                   PERFORM ACUMULAR-TRAMO THRU ACUMULAR-TRAMO-EXIT
                   MOVE MOV-DIA TO TCIE-DIA-CURSOR(IDX-TAR)
               END-IF.
               MOVE CENT-MOV-SALDOPOS TO TCIE-SALDO-DIA(IDX-TAR).
               GO TO RECORRER-MOVIMIENTOS.

       RECORRER-MOVIMIENTOS-EXIT.
           EXIT.

      *>   CERRAR-NUMEROS: ultimo tramo de la tarjeta, hasta hoy
      *>   incluido.
       CERRAR-NUMEROS.
           IF TCIE-VISTA(IDX-TAR) = 0
               MOVE TCIE-SALDO(IDX-TAR) TO TCIE-SALDO-DIA(IDX-TAR)
               MOVE 1 TO TCIE-DIA-CURSOR(IDX-TAR).
           IF DIA < TCIE-DIA-CURSOR(IDX-TAR)
               GO TO CERRAR-NUMEROS-EXIT.
           COMPUTE DIAS-TRAMO = DIA - TCIE-DIA-CURSOR(IDX-TAR) + 1.
           PERFORM ACUMULAR-TRAMO THRU ACUMULAR-TRAMO-EXIT.

       CERRAR-NUMEROS-EXIT.
           EXIT.

       ACUMULAR-TRAMO.
           IF TCIE-SALDO-DIA(IDX-TAR) NOT < 0
               GO TO ACUMULAR-TRAMO-EXIT.
           COMPUTE TCIE-NUMEROS(IDX-TAR) = TCIE-NUMEROS(IDX-TAR)
               - (TCIE-SALDO-DIA(IDX-TAR) * DIAS-TRAMO).
           ADD DIAS-TRAMO TO TCIE-DIAS-DEUDOR(IDX-TAR).

       ACUMULAR-TRAMO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CERRAR-TARJETA: cancelacion completa de la tarjeta IDX-TAR.
      *>   Cada paso es repetible: la liquidacion avanza por fases en
      *>   liquidaciones.ubd, solo se tocan ordenes pendientes,
      *>   mandatos activos y entradas validas, y el pago del saldo
      *>   se guia por la fase de cierres.ubd.
      *>   ---------------------------------------------------------
       CERRAR-TARJETA.
           MOVE TCIE-NUM(IDX-TAR) TO TARJETA-EN-CURSO.

           MOVE TARJETA-EN-CURSO TO CIE-TARJETA.
           READ CIERRES
               INVALID KEY
                   INITIALIZE CIERRE-REG
                   MOVE TARJETA-EN-CURSO TO CIE-TARJETA
                   MOVE NIF-BUSCADO TO CIE-NIF
                   MOVE FECHA-HOY-NUM TO CIE-FECHA
                   SET CIE-EN-CURSO TO TRUE
                   MOVE OPCION-PAGO TO CIE-FORMA-PAGO
                   MOVE CUENTA-DESTINO TO CIE-CUENTA-DESTINO
                   MOVE OPCION-BILLETES TO CIE-BILLETES
                   MOVE OPER-ID-VALIDADO TO CIE-OPERADOR
                   WRITE CIERRE-REG INVALID KEY GO TO PSYS-ERR
                   END-WRITE
           END-READ.

      *>   El pago ya anotado se hace como se anoto; si aun no, vale
      *>   lo elegido ahora.
           IF CIE-EN-CURSO
               MOVE OPCION-PAGO TO CIE-FORMA-PAGO
               MOVE CUENTA-DESTINO TO CIE-CUENTA-DESTINO
               MOVE OPCION-BILLETES TO CIE-BILLETES
               REWRITE CIERRE-REG INVALID KEY GO TO PSYS-ERR.
           MOVE CIE-FORMA-PAGO TO TCIE-FORMA(IDX-TAR).
           MOVE CIE-CUENTA-DESTINO TO TCIE-CUENTA(IDX-TAR).

           IF CIE-EN-CURSO
               PERFORM LIQUIDAR-DEVENGO THRU LIQUIDAR-DEVENGO-EXIT
               PERFORM CANCELAR-ORDENES THRU CANCELAR-ORDENES-EXIT
               PERFORM REVOCAR-MANDATOS THRU REVOCAR-MANDATOS-EXIT
               IF CIE-DEVOLVER-BILLETES
                   PERFORM DEVOLVER-BILLETES
                       THRU DEVOLVER-BILLETES-EXIT
               END-IF
           END-IF.

           PERFORM PAGAR-SALDO THRU PAGAR-SALDO-EXIT.
           PERFORM DAR-DE-BAJA THRU DAR-DE-BAJA-EXIT.

       CERRAR-TARJETA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   LIQUIDAR-DEVENGO: contabiliza lo calculado para la tarjeta
      *>   con los conceptos de BANK24, avanzando su fase del mes en
      *>   liquidaciones.ubd. El interes acreedor se calcula sobre el
      *>   saldo que queda tras las comisiones.
      *>   ---------------------------------------------------------
       LIQUIDAR-DEVENGO.
           OPEN I-O LIQUIDACIONES.
           IF FSLQ <> 00 AND FSLQ <> 05
               GO TO PSYS-ERR.

           MOVE PERIODO-LIQ TO LIQ-PERIODO.
           MOVE TARJETA-EN-CURSO TO LIQ-TARJETA.
           READ LIQUIDACIONES
               INVALID KEY MOVE 0 TO FASE-LIQ-ACTUAL
               NOT INVALID KEY MOVE LIQ-FASE TO FASE-LIQ-ACTUAL
           END-READ.
           IF FASE-LIQ-ACTUAL = 2
               GO TO LIQUIDAR-DEVENGO-FIN.
           IF FASE-LIQ-ACTUAL = 3
               GO TO LIQUIDAR-DEVENGO-INTERES.
           IF FASE-LIQ-ACTUAL = 1
               GO TO LIQUIDAR-DEVENGO-DESCUB.

           IF TCIE-COMISION(IDX-TAR) > 0
               COMPUTE CENT-IMPOR-USER = 0 - TCIE-COMISION(IDX-TAR)
               MOVE "Comision mantenimiento." TO MOV-CONCEPTO
               PERFORM APUNTE-CIERRE THRU APUNTE-CIERRE-EXIT
           END-IF.
           MOVE PERIODO-LIQ TO LIQ-PERIODO.
           MOVE TARJETA-EN-CURSO TO LIQ-TARJETA.
           SET LIQ-COMISION-HECHA TO TRUE.
           WRITE LIQ-REG INVALID KEY GO TO PSYS-ERR.

       LIQUIDAR-DEVENGO-DESCUB.
           IF TCIE-DEUDOR(IDX-TAR) > 0
               COMPUTE CENT-IMPOR-USER = 0 - TCIE-DEUDOR(IDX-TAR)
               MOVE "Intereses deudores." TO MOV-CONCEPTO
               PERFORM APUNTE-CIERRE THRU APUNTE-CIERRE-EXIT
           END-IF.
           IF TCIE-DESCUB(IDX-TAR) > 0
               COMPUTE CENT-IMPOR-USER = 0 - TCIE-DESCUB(IDX-TAR)
               MOVE "Comision descubierto." TO MOV-CONCEPTO
               PERFORM APUNTE-CIERRE THRU APUNTE-CIERRE-EXIT
           END-IF.
           MOVE PERIODO-LIQ TO LIQ-PERIODO.
           MOVE TARJETA-EN-CURSO TO LIQ-TARJETA.
           READ LIQUIDACIONES INVALID KEY GO TO PSYS-ERR.
           SET LIQ-DESCUBIERTO-HECHO TO TRUE.
           REWRITE LIQ-REG INVALID KEY GO TO PSYS-ERR.

       LIQUIDAR-DEVENGO-INTERES.
           MOVE TARJETA-EN-CURSO TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE 0 TO CENT-INTERES.
           IF CENT-INTERES-PCT > 0 AND CENT-SALDO-TMP > 0
               COMPUTE CENT-INTERES =
                   (CENT-SALDO-TMP * CENT-INTERES-PCT * DIA)
                   / (120000 * DIAS-MES).
           IF CENT-INTERES > 0
               MOVE CENT-INTERES TO CENT-IMPOR-USER
               MOVE "Abono de intereses." TO MOV-CONCEPTO
               PERFORM APUNTE-CIERRE THRU APUNTE-CIERRE-EXIT
           END-IF.
           MOVE PERIODO-LIQ TO LIQ-PERIODO.
           MOVE TARJETA-EN-CURSO TO LIQ-TARJETA.
           READ LIQUIDACIONES INVALID KEY GO TO PSYS-ERR.
           SET LIQ-COMPLETA TO TRUE.
           REWRITE LIQ-REG INVALID KEY GO TO PSYS-ERR.

       LIQUIDAR-DEVENGO-FIN.
           CLOSE LIQUIDACIONES.

       LIQUIDAR-DEVENGO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CANCELAR-ORDENES: las ordenes de transferencia pendientes
      *>   con origen en la tarjeta pasan a canceladas.
      *>   ---------------------------------------------------------
       CANCELAR-ORDENES.
           OPEN I-O TRANSFERENCIAS.
           IF FSTM <> 00
               GO TO PSYS-ERR.

       CANCELAR-ORDENES-LEER.
           READ TRANSFERENCIAS NEXT RECORD AT END
               GO TO CANCELAR-ORDENES-FIN.
               IF TARJETA-ORIGEN NOT = TARJETA-EN-CURSO OR
                  NOT TRANSF-PENDIENTE
                   GO TO CANCELAR-ORDENES-LEER.
               SET TRANSF-CANCELADA TO TRUE.
               SET DPE-TRANSF TO TRUE.
               MOVE TRANSF-REG TO DPE-REGISTRO.
               CALL "BANK58" USING DIARIO-PETICION.
               REWRITE TRANSF-REG INVALID KEY GO TO PSYS-ERR.
               ADD 1 TO TCIE-ORDENES-CANC(IDX-TAR).
               GO TO CANCELAR-ORDENES-LEER.

       CANCELAR-ORDENES-FIN.
           CLOSE TRANSFERENCIAS.

       CANCELAR-ORDENES-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   REVOCAR-MANDATOS: las domiciliaciones activas de la
      *>   tarjeta se revocan con fecha de hoy, como en BANK44.
      *>   ---------------------------------------------------------
       REVOCAR-MANDATOS.
           OPEN I-O MANDATOS.
           IF FSMD = 05
               CLOSE MANDATOS
               GO TO REVOCAR-MANDATOS-EXIT.
           IF FSMD <> 00
               GO TO PSYS-ERR.

       REVOCAR-MANDATOS-LEER.
           READ MANDATOS NEXT RECORD AT END
               GO TO REVOCAR-MANDATOS-FIN.
               IF MAND-TARJETA NOT = TARJETA-EN-CURSO OR
                  NOT MANDATO-ACTIVO
                   GO TO REVOCAR-MANDATOS-LEER.
               SET MANDATO-REVOCADO TO TRUE.
               MOVE FECHA-HOY-NUM TO MAND-FECHA-BAJA.
               REWRITE MANDATO-REG INVALID KEY GO TO PSYS-ERR.
               ADD 1 TO TCIE-MANDATOS-REV(IDX-TAR).
               GO TO REVOCAR-MANDATOS-LEER.

       REVOCAR-MANDATOS-FIN.
           CLOSE MANDATOS.

       REVOCAR-MANDATOS-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   DEVOLVER-BILLETES: las entradas validas de la tarjeta para
      *>   eventos de hoy en adelante se abonan enteras como en
      *>   BANK16 ("Devolucion entrada #", sin gastos) y, si el evento
      *>   sigue en venta, la plaza vuelve a su aforo disponible.
      *>   ---------------------------------------------------------
       DEVOLVER-BILLETES.
           OPEN I-O BILLETES.
           IF FSB <> 00
               GO TO PSYS-ERR.
           OPEN I-O EVENTOS.
           IF FSE <> 00
               GO TO PSYS-ERR.

       DEVOLVER-BILLETES-LEER.
           READ BILLETES NEXT RECORD AT END
               GO TO DEVOLVER-BILLETES-FIN.
               IF BILLETE-TARJETA NOT = TARJETA-EN-CURSO OR
                  NOT BILLETE-VALIDO
                   GO TO DEVOLVER-BILLETES-LEER.
               MOVE BILLETE-EVENTO-NUM TO EVENTO-NUM.
               READ EVENTOS INVALID KEY
                   GO TO DEVOLVER-BILLETES-LEER.
               COMPUTE FECHA-EVENTO-NUM = (EVENTO-ANO * 10000)
                   + (EVENTO-MES * 100) + EVENTO-DIA.
               IF FECHA-EVENTO-NUM < FECHA-HOY-NUM
                   GO TO DEVOLVER-BILLETES-LEER.

               COMPUTE CENT-IMPOR-USER =
                   (BILLETE-PRECIO-ENT * 100) + BILLETE-PRECIO-DEC.
               MOVE SPACES TO MOV-CONCEPTO.
               STRING "Devolucion entrada #" DELIMITED BY SIZE
                   BILLETE-NUM DELIMITED BY SIZE
                   INTO MOV-CONCEPTO.
               PERFORM APUNTE-CIERRE THRU APUNTE-CIERRE-EXIT.

               SET BILLETE-DEVUELTO TO TRUE.
               MOVE 0 TO BILLETE-GASTOS-ENT.
               MOVE 0 TO BILLETE-GASTOS-DEC.
               REWRITE BILLETE-REG INVALID KEY GO TO PSYS-ERR.
               ADD 1 TO TCIE-BILLETES-DEV(IDX-TAR).

               IF EVENTO-EN-VENTA AND
                  EVENTO-AFORO-DISP < EVENTO-AFORO-TOTAL
                   ADD 1 TO EVENTO-AFORO-DISP
                   ADD 1 TO PLAZAS-LIBERADAS
                   SET DPE-EVENTOS TO TRUE
                   MOVE EVENTO-REG TO DPE-REGISTRO
                   CALL "BANK58" USING DIARIO-PETICION
                   REWRITE EVENTO-REG INVALID KEY GO TO PSYS-ERR
                   END-REWRITE
               END-IF.
               GO TO DEVOLVER-BILLETES-LEER.

       DEVOLVER-BILLETES-FIN.
           CLOSE BILLETES.
           CLOSE EVENTOS.

       DEVOLVER-BILLETES-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   PAGAR-SALDO: entrega del saldo que queda en la tarjeta.
      *>   Primero se anota en cierres.ubd el importe y el numero de
      *>   movimiento reservado; despues se contabiliza el reintegro
      *>   (si no lo estaba ya), se emite la transferencia (si no
      *>   esta ya en intercambio_sal.txt con su referencia) y se
      *>   marca pagado. Un saldo a cero no genera pago.
      *>   ---------------------------------------------------------
       PAGAR-SALDO.
           IF CIE-PAGADO OR CIE-CERRADO
               GO TO PAGAR-SALDO-HECHO.
           IF CIE-PAGO-ANOTADO
               GO TO PAGAR-SALDO-CONTABILIZAR.

           MOVE TARJETA-EN-CURSO TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           IF CENT-SALDO-TMP < 0
               GO TO SALDO-NEGATIVO-ERR.
           IF CENT-SALDO-TMP = 0
               MOVE 0 TO CIE-IMPORTE-ENT
               MOVE 0 TO CIE-IMPORTE-DEC
               SET CIE-PAGADO TO TRUE
               REWRITE CIERRE-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               GO TO PAGAR-SALDO-HECHO.

           COMPUTE CIE-IMPORTE-ENT = CENT-SALDO-TMP / 100.
           MOVE FUNCTION REM(CENT-SALDO-TMP, 100) TO CIE-IMPORTE-DEC.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           MOVE LAST-MOV-NUM TO CIE-MOV-PAGO.
           SET CIE-PAGO-ANOTADO TO TRUE.
           REWRITE CIERRE-REG INVALID KEY GO TO PSYS-ERR.

       PAGAR-SALDO-CONTABILIZAR.
           COMPUTE CENT-PAGO =
               (CIE-IMPORTE-ENT * 100) + CIE-IMPORTE-DEC.
           MOVE CIE-MOV-PAGO TO MOV-NUM.
           READ F-MOVIMIENTOS
               INVALID KEY
                   COMPUTE CENT-IMPOR-USER = 0 - CENT-PAGO
                   IF CIE-POR-TRANSFERENCIA
                       MOVE "Cancelacion: transferencia saldo"
                           TO MOV-CONCEPTO
                   ELSE
                       MOVE "Cancelacion: saldo en efectivo"
                           TO MOV-CONCEPTO
                   END-IF
                   MOVE CIE-MOV-PAGO TO LAST-MOV-NUM
                   PERFORM APUNTE-CIERRE-GRABAR
                       THRU APUNTE-CIERRE-EXIT
           END-READ.

           IF CIE-POR-TRANSFERENCIA
               PERFORM BUSCAR-TRANSF-EMITIDA
                   THRU BUSCAR-TRANSF-EMITIDA-EXIT.

           IF CIE-POR-TRANSFERENCIA AND TRANSF-NO-EMITIDA
               OPEN EXTEND INTERCAMBIO-SAL
               IF FSIS <> 00 AND FSIS <> 05
                   GO TO PSYS-ERR
               END-IF
               MOVE "E" TO SAL-TIPO
               MOVE CIE-MOV-PAGO TO SAL-REFERENCIA
               MOVE TARJETA-EN-CURSO TO SAL-ORIGEN
               MOVE CIE-CUENTA-DESTINO TO SAL-DESTINO
               MOVE CIE-IMPORTE-ENT TO SAL-IMPORTE-ENT
               MOVE CIE-IMPORTE-DEC TO SAL-IMPORTE-DEC
               MOVE FECHA-HOY-NUM TO SAL-FECHA
               WRITE INT-SAL-REG
               CLOSE INTERCAMBIO-SAL
           END-IF.

           SET CIE-PAGADO TO TRUE.
           REWRITE CIERRE-REG INVALID KEY GO TO PSYS-ERR.

       PAGAR-SALDO-HECHO.
           COMPUTE TCIE-PAGADO(IDX-TAR) =
               (CIE-IMPORTE-ENT * 100) + CIE-IMPORTE-DEC.

       PAGAR-SALDO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   BUSCAR-TRANSF-EMITIDA: busca en intercambio_sal.txt el
      *>   registro "E" de esta tarjeta con la referencia del pago,
      *>   para que reanudar una cancelacion no emita dos veces la
      *>   misma transferencia.
      *>   ---------------------------------------------------------
       BUSCAR-TRANSF-EMITIDA.
           SET TRANSF-NO-EMITIDA TO TRUE.
           OPEN INPUT INTERCAMBIO-SAL.
           IF FSIS = 05
               GO TO BUSCAR-TRANSF-EMITIDA-FIN.
           IF FSIS <> 00
               GO TO PSYS-ERR.

       BUSCAR-TRANSF-EMITIDA-LEER.
           READ INTERCAMBIO-SAL AT END
               GO TO BUSCAR-TRANSF-EMITIDA-FIN.
               IF SAL-TIPO = "E" AND SAL-REFERENCIA = CIE-MOV-PAGO
                  AND SAL-ORIGEN = TARJETA-EN-CURSO
                   SET TRANSF-EMITIDA TO TRUE
                   GO TO BUSCAR-TRANSF-EMITIDA-FIN.
               GO TO BUSCAR-TRANSF-EMITIDA-LEER.

       BUSCAR-TRANSF-EMITIDA-FIN.
           CLOSE INTERCAMBIO-SAL.

       BUSCAR-TRANSF-EMITIDA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   DAR-DE-BAJA: la tarjeta queda cerrada, sin limites, sin
      *>   linea de descubierto y sin ficha de contacto, y la
      *>   cancelacion terminada y auditada.
      *>   ---------------------------------------------------------
       DAR-DE-BAJA.
           IF CIE-CERRADO
               GO TO DAR-DE-BAJA-EXIT.

           OPEN I-O TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-EN-CURSO TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.
           IF NOT TARJETA-CERRADA
               SET TARJETA-CERRADA TO TRUE
               SET DPE-TARJETAS TO TRUE
               MOVE TAJETAREG TO DPE-REGISTRO
               CALL "BANK58" USING DIARIO-PETICION
               REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           END-IF.
           CLOSE TARJETAS.

           OPEN I-O LIMITES.
           IF FSL = 00
               MOVE TARJETA-EN-CURSO TO LIM-TARJETA
               DELETE LIMITES RECORD INVALID KEY CONTINUE
               END-DELETE
           END-IF.
           CLOSE LIMITES.

           OPEN I-O DESCUBIERTOS.
           IF FSD = 00
               MOVE TARJETA-EN-CURSO TO DESC-TARJETA
               DELETE DESCUBIERTOS RECORD INVALID KEY CONTINUE
               END-DELETE
           END-IF.
           CLOSE DESCUBIERTOS.

           OPEN I-O CONTACTOS.
           IF FSCO = 00
               MOVE TARJETA-EN-CURSO TO CONT-TARJETA
               DELETE CONTACTOS RECORD INVALID KEY CONTINUE
               END-DELETE
           END-IF.
           CLOSE CONTACTOS.

           SET CIE-CERRADO TO TRUE.
           MOVE FECHA-HOY-NUM TO CIE-FECHA.
           REWRITE CIERRE-REG INVALID KEY GO TO PSYS-ERR.

           OPEN I-O AUDITLOG.
           IF FSA <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-EN-CURSO TO AUDIT-TARJETA.
           STRING ANO DELIMITED BY SIZE
               MES DELIMITED BY SIZE
               DIA DELIMITED BY SIZE
               HORAS DELIMITED BY SIZE
               MINUTOS DELIMITED BY SIZE
               SEGUNDOS DELIMITED BY SIZE
               INTO AUDIT-FECHA-HORA.
           MOVE OPER-ID-VALIDADO TO AUDIT-SUPERVISOR.
           MOVE "Cuenta cancelada" TO AUDIT-ACCION.
           WRITE AUDIT-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE AUDITLOG.

       DAR-DE-BAJA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   APUNTE-CIERRE: un movimiento de CENT-IMPOR-USER (con signo)
      *>   y concepto MOV-CONCEPTO en TARJETA-EN-CURSO, por el
      *>   circuito normal de saldos y avisos. APUNTE-CIERRE-GRABAR
      *>   lo contabiliza con el numero ya reservado en LAST-MOV-NUM.
      *>   ---------------------------------------------------------
       APUNTE-CIERRE.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

       APUNTE-CIERRE-GRABAR.
           MOVE TARJETA-EN-CURSO TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-USER.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE TARJETA-EN-CURSO TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = CENT-IMPOR-USER / 100.
           MOVE FUNCTION REM(CENT-IMPOR-USER, 100) TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.

           ADD CENT-IMPOR-USER TO CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.

           MOVE TARJETA-EN-CURSO TO SALDO-TARJETA.
           MOVE CENT-IMPOR-USER TO CENT-DELTA-SALDO.
           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT.

       APUNTE-CIERRE-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> Carta de cancelacion en carta_cierre.txt: titular, y por
      *> cada tarjeta su extracto del mes, el saldo final, lo
      *> entregado y lo cancelado.
      *> ---------------------------------------------------------
       IMPRIMIR-CARTA.
           OPEN OUTPUT CARTA-CIERRE.
           IF FSR <> 00
               GO TO PSYS-ERR.

           MOVE DIA TO CABC-DIA.
           MOVE MES TO CABC-MES.
           MOVE ANO TO CABC-ANO.
           WRITE CARTA-LINEA FROM LINEA-CAB-CARTA.
           MOVE NIF-BUSCADO TO TITC-NIF.
           MOVE NOMBRE-CLIENTE TO TITC-NOMBRE.
           MOVE DOMICILIO-CLIENTE TO TITC-DOMICILIO.
           WRITE CARTA-LINEA FROM LINEA-TITULAR-CARTA.
           MOVE SPACES TO CARTA-LINEA.
           WRITE CARTA-LINEA.
           WRITE CARTA-LINEA FROM LINEA-TEXTO-1.
           WRITE CARTA-LINEA FROM LINEA-TEXTO-2.

           PERFORM IMPRIMIR-TARJETA-CARTA
               THRU IMPRIMIR-TARJETA-CARTA-EXIT
               VARYING IDX-TAR FROM 1 BY 1
               UNTIL IDX-TAR > NUM-TARJETAS.

           MOVE SPACES TO CARTA-LINEA.
           WRITE CARTA-LINEA.
           MOVE OPER-ID-VALIDADO TO PIEC-OPERADOR.
           WRITE CARTA-LINEA FROM LINEA-PIE-CARTA.
           CLOSE CARTA-CIERRE.

       IMPRIMIR-CARTA-EXIT.
           EXIT.

       IMPRIMIR-TARJETA-CARTA.
           MOVE TCIE-NUM(IDX-TAR) TO TARJETA-EN-CURSO.
           MOVE SPACES TO CARTA-LINEA.
           WRITE CARTA-LINEA.

      *>   Primera pasada: saldo de apertura del mes.
           MOVE 0 TO CENT-INICIO-MES.
           MOVE 0 TO MOVS-CARTA.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.

       BUSCAR-INICIO-MES.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO BUSCAR-INICIO-MES-FIN.
               IF MOV-TARJETA NOT = TARJETA-EN-CURSO OR
                  (MOV-ANO * 100) + MOV-MES NOT = PERIODO-LIQ
                   GO TO BUSCAR-INICIO-MES.
               ADD 1 TO MOVS-CARTA.
               IF MOVS-CARTA > 1
                   GO TO BUSCAR-INICIO-MES.
               PERFORM IMPORTES-MOVIMIENTO.
               COMPUTE CENT-INICIO-MES =
                   CENT-MOV-SALDOPOS - CENT-MOV-IMPORTE.
               GO TO BUSCAR-INICIO-MES.

       BUSCAR-INICIO-MES-FIN.
           CLOSE F-MOVIMIENTOS.

           MOVE TARJETA-EN-CURSO TO TARC-NUM.
           MOVE CENT-INICIO-MES TO CENT-PANTALLA.
           PERFORM PARTIR-IMPORTE.
           MOVE SPACE TO TARC-SIGNO.
           IF CENT-INICIO-MES < 0
               MOVE "-" TO TARC-SIGNO.
           MOVE PANT-ENT TO TARC-SALDO-ENT.
           MOVE PANT-DEC TO TARC-SALDO-DEC.
           WRITE CARTA-LINEA FROM LINEA-TARJETA-CARTA.

           IF MOVS-CARTA = 0
               GO TO IMPRIMIR-SALDO-FINAL.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.

       IMPRIMIR-MOVIMIENTOS-CARTA.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO IMPRIMIR-MOVIMIENTOS-FIN.
               IF MOV-TARJETA NOT = TARJETA-EN-CURSO OR
                  (MOV-ANO * 100) + MOV-MES NOT = PERIODO-LIQ
                   GO TO IMPRIMIR-MOVIMIENTOS-CARTA.
               PERFORM IMPORTES-MOVIMIENTO.
               MOVE MOV-DIA TO MOVC-DIA.
               MOVE MOV-MES TO MOVC-MES.
               MOVE MOV-ANO TO MOVC-ANO.
               MOVE MOV-CONCEPTO TO MOVC-CONCEPTO.
               MOVE CENT-MOV-IMPORTE TO CENT-PANTALLA.
               PERFORM PARTIR-IMPORTE.
               MOVE SPACE TO MOVC-SIGNO.
               IF CENT-MOV-IMPORTE < 0
                   MOVE "-" TO MOVC-SIGNO.
               MOVE PANT-ENT TO MOVC-IMPORTE-ENT.
               MOVE PANT-DEC TO MOVC-IMPORTE-DEC.
               MOVE CENT-MOV-SALDOPOS TO CENT-PANTALLA.
               PERFORM PARTIR-IMPORTE.
               MOVE SPACE TO MOVC-SALDO-SIGNO.
               IF CENT-MOV-SALDOPOS < 0
                   MOVE "-" TO MOVC-SALDO-SIGNO.
               MOVE PANT-ENT TO MOVC-SALDO-ENT.
               MOVE PANT-DEC TO MOVC-SALDO-DEC.
               WRITE CARTA-LINEA FROM LINEA-MOV-CARTA.
               GO TO IMPRIMIR-MOVIMIENTOS-CARTA.

       IMPRIMIR-MOVIMIENTOS-FIN.
           CLOSE F-MOVIMIENTOS.

       IMPRIMIR-SALDO-FINAL.
           OPEN INPUT SALDOS.
           IF FSS <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-EN-CURSO TO SALDO-TARJETA.
           READ SALDOS
               INVALID KEY MOVE 0 TO CENT-PANTALLA
               NOT INVALID KEY
                   COMPUTE CENT-PANTALLA = (SALDO-ENT * 100) + SALDO-DEC
           END-READ.
           CLOSE SALDOS.
           MOVE SPACE TO FINC-SIGNO.
           IF CENT-PANTALLA < 0
               MOVE "-" TO FINC-SIGNO.
           PERFORM PARTIR-IMPORTE.
           MOVE PANT-ENT TO FINC-SALDO-ENT.
           MOVE PANT-DEC TO FINC-SALDO-DEC.
           WRITE CARTA-LINEA FROM LINEA-SALDO-FINAL-CARTA.

           MOVE TCIE-PAGADO(IDX-TAR) TO CENT-PANTALLA.
           PERFORM PARTIR-IMPORTE.
           MOVE PANT-ENT TO PAGC-IMPORTE-ENT.
           MOVE PANT-DEC TO PAGC-IMPORTE-DEC.
           MOVE SPACES TO PAGC-FORMA.
           IF TCIE-FORMA(IDX-TAR) = 2
               STRING "POR TRANSFERENCIA A LA CUENTA "
                   DELIMITED BY SIZE
                   TCIE-CUENTA(IDX-TAR) DELIMITED BY SIZE
                   INTO PAGC-FORMA
           ELSE
               MOVE "EN EFECTIVO EN VENTANILLA" TO PAGC-FORMA
           END-IF.
           WRITE CARTA-LINEA FROM LINEA-PAGO-CARTA.

           MOVE TCIE-ORDENES-CANC(IDX-TAR) TO RESC-ORDENES.
           MOVE TCIE-MANDATOS-REV(IDX-TAR) TO RESC-MANDATOS.
           MOVE TCIE-BILLETES-DEV(IDX-TAR) TO RESC-DEVUELTAS.
           IF OPCION-BILLETES = 2
               MOVE TCIE-NUM-BILLETES(IDX-TAR) TO RESC-CONSERVADAS
           ELSE
               MOVE 0 TO RESC-CONSERVADAS
           END-IF.
           WRITE CARTA-LINEA FROM LINEA-RESUMEN-CARTA.

       IMPRIMIR-TARJETA-CARTA-EXIT.
           EXIT.

      *>   IMPORTES-MOVIMIENTO: importe y saldo posterior del
      *>   MOVIMIENTO-REG en curso, en centimos con signo.
       IMPORTES-MOVIMIENTO.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE CENT-MOV-IMPORTE =
                   (MOV-IMPORTE-ENT * 100) - MOV-IMPORTE-DEC
           ELSE
               COMPUTE CENT-MOV-IMPORTE =
                   (MOV-IMPORTE-ENT * 100) + MOV-IMPORTE-DEC
           END-IF.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE CENT-MOV-SALDOPOS =
                   (MOV-SALDOPOS-ENT * 100) - MOV-SALDOPOS-DEC
           ELSE
               COMPUTE CENT-MOV-SALDOPOS =
                   (MOV-SALDOPOS-ENT * 100) + MOV-SALDOPOS-DEC
           END-IF.

      *>   PARTIR-IMPORTE: CENT-PANTALLA en euros y centimos sin
      *>   signo (PANT-ENT, PANT-DEC).
       PARTIR-IMPORTE.
           IF CENT-PANTALLA < 0
               COMPUTE PANT-ENT = (0 - CENT-PANTALLA) / 100
               MOVE FUNCTION REM(0 - CENT-PANTALLA, 100) TO PANT-DEC
           ELSE
               COMPUTE PANT-ENT = CENT-PANTALLA / 100
               MOVE FUNCTION REM(CENT-PANTALLA, 100) TO PANT-DEC
           END-IF.

      *>   MOSTRAR-IMPORTE: CENT-PANTALLA en pantalla, en la linea
      *>   LINEA-PANT a partir de la columna 48.
       MOSTRAR-IMPORTE.
           PERFORM PARTIR-IMPORTE.
           IF CENT-PANTALLA < 0
               DISPLAY "-" LINE LINEA-PANT COL 47.
           DISPLAY PANT-ENT LINE LINEA-PANT COL 48.
           DISPLAY "," LINE LINEA-PANT COL 57.
           DISPLAY PANT-DEC LINE LINEA-PANT COL 58.
           DISPLAY "EUR" LINE LINEA-PANT COL 61.

       MOSTRAR-IMPORTE-EXIT.
           EXIT.

       LEER-SALDO.
           READ SALDOS INVALID KEY GO TO LEER-SALDO-NUEVO.
           COMPUTE CENT-SALDO-TMP = (SALDO-ENT * 100) + SALDO-DEC.
           GO TO LEER-SALDO-EXIT.

       LEER-SALDO-NUEVO.
           MOVE 0 TO SALDO-ENT.
           MOVE 0 TO SALDO-DEC.
           MOVE 0 TO SALDO-ULTIMO-MOV.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE 0 TO CENT-SALDO-TMP.

       LEER-SALDO-EXIT.
           EXIT.

      *>   La parte entera del saldo se graba redondeada hacia abajo
      *>   y los decimales siempre en positivo, de modo que ENT*100
      *>   + DEC devuelve el saldo exacto tambien en negativo (linea
      *>   de descubierto).
       ACTUALIZAR-SALDO.
           READ SALDOS INVALID KEY GO TO ACTUALIZAR-SALDO-NUEVO.
           COMPUTE CENT-SALDO-TMP = (SALDO-ENT * 100) + SALDO-DEC.
           ADD CENT-DELTA-SALDO TO CENT-SALDO-TMP.
           COMPUTE SALDO-ENT = (CENT-SALDO-TMP
               - FUNCTION MOD(CENT-SALDO-TMP, 100)) / 100.
           MOVE FUNCTION MOD(CENT-SALDO-TMP, 100) TO SALDO-DEC.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.
           GO TO ACTUALIZAR-SALDO-EXIT.

       ACTUALIZAR-SALDO-NUEVO.
           MOVE CENT-DELTA-SALDO TO CENT-SALDO-TMP.
           COMPUTE SALDO-ENT = (CENT-SALDO-TMP
               - FUNCTION MOD(CENT-SALDO-TMP, 100)) / 100.
           MOVE FUNCTION MOD(CENT-SALDO-TMP, 100) TO SALDO-DEC.
           MOVE 0 TO SALDO-ULTIMO-MOV.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.

       ACTUALIZAR-SALDO-EXIT.
           EXIT.

       SIGUIENTE-MOV-NUM.
           MOVE 0 TO SALDO-TARJETA.
           READ SALDOS INVALID KEY GO TO SIGUIENTE-MOV-NUM-NUEVO.
           ADD 1 TO SALDO-ULTIMO-MOV.
           MOVE SALDO-ULTIMO-MOV TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.
           GO TO SIGUIENTE-MOV-NUM-EXIT.

       SIGUIENTE-MOV-NUM-NUEVO.
           MOVE 0 TO SALDO-ENT.
           MOVE 0 TO SALDO-DEC.
           MOVE 1 TO SALDO-ULTIMO-MOV.
           MOVE 1 TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.

       SIGUIENTE-MOV-NUM-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   ENCOLAR-NOTIF: entrada pendiente en la cola de avisos por
      *>   cada MOVIMIENTO-REG contabilizado, para BANK14. El canal
      *>   sale de la ficha de contacto (CANAL-PREFERIDO), que aun
      *>   existe mientras se liquida y se paga.
      *>   ---------------------------------------------------------
       ENCOLAR-NOTIF.
           MOVE MOV-TARJETA TO NOTIF-TARJETA.
           MOVE MOV-NUM TO NOTIF-MOV-NUM.
           MOVE MOV-IMPORTE-ENT TO NOTIF-IMPORTE-ENT.
           MOVE MOV-IMPORTE-DEC TO NOTIF-IMPORTE-DEC.
           MOVE MOV-CONCEPTO TO NOTIF-CONCEPTO.
           PERFORM CANAL-PREFERIDO THRU CANAL-PREFERIDO-EXIT.
           SET NOTIF-PENDIENTE TO TRUE.
           WRITE NOTIF-REG INVALID KEY GO TO PSYS-ERR.

       ENCOLAR-NOTIF-EXIT.
           EXIT.

       CANAL-PREFERIDO.
           SET CANAL-CORREO TO TRUE.
           OPEN INPUT CONTACTOS.
           IF FSCO <> 00 AND FSCO <> 05
               GO TO CANAL-PREFERIDO-EXIT.
           MOVE MOV-TARJETA TO CONT-TARJETA.
           READ CONTACTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CONT-PREF-SMS AND CONT-TELEFONO NOT = SPACES
                       SET CANAL-SMS TO TRUE
                   END-IF
           END-READ.
           CLOSE CONTACTOS.

       CANAL-PREFERIDO-EXIT.
           EXIT.

      *>   LOCALIZAR-TARJETA: deja IDX-TAR en la entrada de la tabla
      *>   de TARJETA-BUSCADA, o pasado NUM-TARJETAS si no esta.
       LOCALIZAR-TARJETA.
           PERFORM BUSCAR-TARJETA
               VARYING IDX-TAR FROM 1 BY 1
               UNTIL IDX-TAR > NUM-TARJETAS
                  OR TCIE-NUM(IDX-TAR) = TARJETA-BUSCADA.

       BUSCAR-TARJETA.
           CONTINUE.

       CIERRE-BLOQUEADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No se puede cancelar. Tarjeta:" LINE 9 COL 18.
           DISPLAY TARJETA-BLOQUEO LINE 9 COL 49.
           DISPLAY MOTIVO-BLOQUEO LINE 11 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Volver" LINE 24 COL 33.
           GO TO EXIT-MENU.

       TARJETA-NO-EXISTE.
           CLOSE TARJETAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta no existe" LINE 9 COL 27
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Volver" LINE 24 COL 33.
           GO TO EXIT-MENU.

      *>   El saldo bajo de cero entre el resumen y el pago (una
      *>   operacion en el cajero mientras tanto): la cancelacion se
      *>   queda a medias y se completa cuando el cliente lo cubra.
       SALDO-NEGATIVO-ERR.
           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.
           CLOSE CIERRES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Saldo negativo en la tarjeta" LINE 9 COL 20.
           DISPLAY TARJETA-EN-CURSO LINE 9 COL 49.
           DISPLAY "La cancelacion queda a medias hasta que se cubra"
               LINE 11 COL 16
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSYS-ERR.
           CLOSE CLIENTES.
           CLOSE TARJETAS.
           CLOSE SALDOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE NOTIFICACIONES.
           CLOSE CONTACTOS.
           CLOSE LIMITES.
           CLOSE DESCUBIERTOS.
           CLOSE TRANSFERENCIAS.
           CLOSE MANDATOS.
           CLOSE BILLETES.
           CLOSE EVENTOS.
           CLOSE SUSPENSOS.
           CLOSE APROBACIONES.
           CLOSE DEPOSITOS.
           CLOSE TARIFAS.
           CLOSE LIQUIDACIONES.
           CLOSE CIERRES.
           CLOSE INTERCAMBIO-SAL.
           CLOSE AUDITLOG.
           CLOSE CARTA-CIERRE.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde" LINE 11 COL 32
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80.
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               GO TO EXIT-ENTER.

       EXIT-MENU.
           ACCEPT PRESSED-KEY LINE 24 COL 80.
           IF ENTER-PRESSED
               GO TO PIDE-TARJETA
           ELSE
               GO TO EXIT-MENU.
