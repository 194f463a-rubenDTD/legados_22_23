       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK50.

      *> Ficha de cliente por NIF: desde que clientes.ubd y TNIF
      *> enlazan varias tarjetas con una misma persona, atender una
      *> llamada obligaba a pasar por BANK20, BANK30, BANK29, BANK8 y
      *> BANK17 tarjeta a tarjeta. Esta consulta de sucursal, por NIF,
      *> muestra los datos del CLIENTE-REG y una linea por cada
      *> tarjeta enlazada con su estado y caducidad, el saldo vigente,
      *> el canal de avisos y el numero de ordenes de transferencia
      *> pendientes, de billetes vigentes para eventos por celebrar y
      *> de partidas abiertas en suspensos.ubd. Eligiendo una tarjeta
      *> se ve su detalle (limites de limites.ubd y datos de contacto)
      *> y desde ahi sus ultimos movimientos, sus ultimas entradas de
      *> auditoria y las ultimas operaciones que le denego el cajero
      *> (rechazos.ubd), para cuando el cliente dice que la maquina
      *> no le dejo operar. La ficha completa, con el detalle de
      *> ordenes, billetes y suspensos de cada tarjeta, se puede
      *> imprimir en ficha_cliente.txt para entregarsela al cliente.
      *>
      *> Es una consulta: no modifica ningun fichero. Exige
      *> identificarse via BANK21; basta el nivel de operador. Como el
      *> resto de herramientas de sucursal, no cuelga de PMENU.

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

           SELECT OPTIONAL LIMITES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIM-TARJETA
           FILE STATUS IS FSL.

           SELECT OPTIONAL CONTACTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-TARJETA
           FILE STATUS IS FSCO.

           SELECT TRANSFERENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANSF-NUM
           FILE STATUS IS FSTM.

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

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-CLAVE
           FILE STATUS IS FSA.

           SELECT OPTIONAL RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECH-CLAVE
           FILE STATUS IS FSRE.

           SELECT OPTIONAL FICHA-CLIENTE ASSIGN TO DISK
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

       FD LIMITES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "limites.ubd".
       01 LIMITE-REG.
           02 LIM-TARJETA           PIC 9(16).
           02 LIM-RETIRADA-DIARIA   PIC 9(7).
           02 LIM-TRANSF-MAX        PIC 9(7).
           02 LIM-ENTRADAS-DIARIO   PIC 9(7).

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

       FD AUDITLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDIT-REG.
           02 AUDIT-CLAVE.
               03 AUDIT-TARJETA      PIC 9(16).
               03 AUDIT-FECHA-HORA   PIC 9(14).
           02 AUDIT-SUPERVISOR       PIC X(10).
           02 AUDIT-ACCION           PIC X(20).

      *> Diario de operaciones denegadas en el cajero: una entrada
      *> por cada negativa dada al cliente en BANK1, BANK4, BANK6 y
      *> BANK7, con la tarjeta, la hora, la operacion, el importe
      *> intentado y el motivo. RECH-SECUENCIA separa dos negativas
      *> de la misma tarjeta en el mismo segundo. Lo resume cada
      *> noche BANK56, lo criba BANK32 y se consulta en BANK50.
       FD RECHAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "rechazos.ubd".
       01 RECHAZO-REG.
           02 RECH-CLAVE.
               03 RECH-TARJETA       PIC 9(16).
               03 RECH-FECHA-HORA    PIC 9(14).
               03 RECH-SECUENCIA     PIC 9(2).
           02 RECH-OPERACION        PIC 9(1).
               88 RECH-OP-ACCESO       VALUE 1.
               88 RECH-OP-RETIRADA     VALUE 2.
               88 RECH-OP-TRANSF       VALUE 3.
               88 RECH-OP-ENTRADAS     VALUE 4.
           02 RECH-IMPORTE-ENT      PIC 9(7).
           02 RECH-IMPORTE-DEC      PIC 9(2).
           02 RECH-MOTIVO           PIC 9(2).
               88 RECH-PIN-ERRONEO     VALUE 01.
               88 RECH-SIN-INTENTOS    VALUE 02.
               88 RECH-TARJ-RETENIDA   VALUE 03.
               88 RECH-TARJ-CADUCADA   VALUE 04.
               88 RECH-TARJ-CERRADA    VALUE 05.
               88 RECH-SALDO-INSUF     VALUE 11.
               88 RECH-LIMITE          VALUE 12.
               88 RECH-NO-DISPENSABLE  VALUE 13.
               88 RECH-DESTINO-CERRADO VALUE 14.

       FD FICHA-CLIENTE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ficha_cliente.txt".
       01 FICHA-LINEA              PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSCL                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSTM                     PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSSU                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSRE                     PIC  X(2).
       77 FSR                      PIC  X(2).

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
       77 CHOICE                   PIC  9(1).

       01 OPER-FICHA.
           02 OPER-ID-VALIDADO     PIC X(10).
           02 OPER-NIVEL-VALIDADO  PIC 9(1).

       77 FECHA-HOY-NUM            PIC  9(8).
       77 FECHA-EVENTO-NUM         PIC  9(8).

       77 NIF-BUSCADO              PIC X(9).
       77 NOMBRE-CLIENTE           PIC X(20).
       77 DOMICILIO-CLIENTE        PIC X(30).
       77 HAY-FICHA-CLIENTE        PIC  9(1).
           88 SIN-FICHA-CLIENTE      VALUE 0.
           88 CON-FICHA-CLIENTE      VALUE 1.

       77 CENT-SALDO               PIC S9(11).
       77 CENT-MOV                 PIC S9(9).

      *> Tarjetas del NIF con todo lo que se muestra de cada una,
      *> cargado una sola vez al entrar en la ficha.
       01 TABLA-TARJETAS.
           05 NUM-TARJETAS          PIC  9(2) VALUE 0.
           05 TARJETA-TABLA OCCURS 20 TIMES INDEXED BY IDX-TAR.
               10 TTAR-NUM          PIC  9(16).
               10 TTAR-ESTADO       PIC  X(9).
               10 TTAR-CADUC-MES    PIC  9(2).
               10 TTAR-CADUC-ANO    PIC  9(4).
               10 TTAR-SIGNO        PIC  X(1).
               10 TTAR-SALDO-ENT    PIC  9(9).
               10 TTAR-SALDO-DEC    PIC  9(2).
               10 TTAR-LIM-RETIRADA PIC  9(7).
               10 TTAR-LIM-TRANSF   PIC  9(7).
               10 TTAR-LIM-ENTRADAS PIC  9(7).
               10 TTAR-TELEFONO     PIC  X(12).
               10 TTAR-EMAIL        PIC  X(40).
               10 TTAR-CANAL        PIC  X(6).
               10 TTAR-NUM-TRANSF   PIC  9(3).
               10 TTAR-NUM-BILLETES PIC  9(3).
               10 TTAR-NUM-SUSP     PIC  9(3).

       77 TARJETAS-DESBORDADAS     PIC  9(1).
           88 SIN-DESBORDE-TAR       VALUE 0.
           88 CON-DESBORDE-TAR       VALUE 1.

       77 TARJETA-BUSCADA          PIC 9(16).
       77 IDX-ELEGIDA              PIC  9(2).
       77 ORDINAL-ELEGIDO          PIC  9(3).
       77 PAGINA-ACTUAL            PIC  9(2) VALUE 1.
       77 LINEAS-POR-PAGINA        PIC  9(2) VALUE 10.
       77 TOTAL-PAGINAS            PIC  9(2).
       77 PRIMER-IDX-PAGINA        PIC  9(2).
       77 IDX-LINEA                PIC  9(2).
       77 LINEA-PANTALLA           PIC  9(2).
       77 LINEA-RENGLON            PIC  9(2).

      *> Ultimos movimientos y ultimas entradas de auditoria de la
      *> tarjeta elegida: una primera pasada cuenta los de la tarjeta
      *> y la segunda muestra solo los RECIENTES-MAX ultimos.
       77 RECIENTES-MAX            PIC  9(2) VALUE 10.
       77 NUM-DE-TARJETA           PIC  9(6).
       77 NUM-VISTOS               PIC  9(6).
       77 PRIMERO-A-MOSTRAR        PIC  9(6).

      *> Textos de la operacion y del motivo de una negativa.
       77 TEXTO-OPERACION          PIC  X(10).
       77 TEXTO-MOTIVO             PIC  X(30).

       77 PANT-SIGNO               PIC  X(1).
       77 PANT-ENT                 PIC  9(9).
       77 PANT-DEC                 PIC  9(2).

      *> Importe y saldo de una linea de movimiento, con el signo
      *> aparte: por debajo de un euro el signo va en los decimales.
       77 PANT-IMPORTE-SIGNO       PIC  X(1).
       77 PANT-IMPORTE-ENT         PIC  9(7).
       77 PANT-IMPORTE-DEC         PIC  9(2).
       77 PANT-SALDO-SIGNO         PIC  X(1).
       77 PANT-SALDO-ENT           PIC  9(7).
       77 PANT-SALDO-DEC           PIC  9(2).

       01 LINEA-CAB-FICHA.
           02 FILLER               PIC X(21) VALUE
               "FICHA DE CLIENTE NIF ".
           02 CABF-NIF             PIC X(9).
           02 FILLER               PIC X(10) VALUE "  FECHA   ".
           02 CABF-DIA             PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CABF-MES             PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CABF-ANO             PIC 9(4).
           02 FILLER               PIC X(82) VALUE SPACES.

       01 LINEA-TITULAR.
           02 FILLER               PIC X(8) VALUE "TITULAR ".
           02 TITF-NOMBRE          PIC X(20).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 TITF-DOMICILIO       PIC X(30).
           02 FILLER               PIC X(72) VALUE SPACES.

       01 LINEA-TARJETA-FICHA.
           02 FILLER               PIC X(8) VALUE "TARJETA ".
           02 TARF-NUM             PIC 9(16).
           02 FILLER               PIC X(8) VALUE " ESTADO ".
           02 TARF-ESTADO          PIC X(9).
           02 FILLER               PIC X(8) VALUE " CADUCA ".
           02 TARF-CADUC-MES       PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 TARF-CADUC-ANO       PIC 9(4).
           02 FILLER               PIC X(7) VALUE " SALDO ".
           02 TARF-SIGNO           PIC X(1).
           02 TARF-SALDO-ENT       PIC Z(8)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 TARF-SALDO-DEC       PIC 9(2).
           02 FILLER               PIC X(4) VALUE " EUR".
           02 FILLER               PIC X(52) VALUE SPACES.

       01 LINEA-LIMITES-FICHA.
           02 FILLER               PIC X(21) VALUE
               "  LIMITES: RETIRADA  ".
           02 LIMF-RETIRADA        PIC Z(6)9.
           02 FILLER               PIC X(16) VALUE
               "  TRANSFERENCIA ".
           02 LIMF-TRANSF          PIC Z(6)9.
           02 FILLER               PIC X(11) VALUE "  ENTRADAS ".
           02 LIMF-ENTRADAS        PIC Z(6)9.
           02 FILLER               PIC X(63) VALUE
               "  (EUR; 0 = LIMITE POR DEFECTO)".

       01 LINEA-CONTACTO-FICHA.
           02 FILLER               PIC X(17) VALUE
               "  CONTACTO: TEL. ".
           02 CONF-TELEFONO        PIC X(12).
           02 FILLER               PIC X(9) VALUE " CORREO ".
           02 CONF-EMAIL           PIC X(40).
           02 FILLER               PIC X(14) VALUE " CANAL AVISOS ".
           02 CONF-CANAL           PIC X(6).
           02 FILLER               PIC X(34) VALUE SPACES.

       01 LINEA-ORDEN-FICHA.
           02 FILLER               PIC X(21) VALUE
               "  ORDEN PENDIENTE A  ".
           02 ORDF-DESTINO         PIC 9(16).
           02 FILLER               PIC X(1) VALUE " ".
           02 ORDF-IMPORTE-ENT     PIC Z(6)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 ORDF-IMPORTE-DEC     PIC 9(2).
           02 FILLER               PIC X(5) VALUE " EUR ".
           02 ORDF-CUANDO          PIC X(30).
           02 FILLER               PIC X(49) VALUE SPACES.

       01 LINEA-BILLETE-FICHA.
           02 FILLER               PIC X(17) VALUE
               "  BILLETE NUM.   ".
           02 BILF-NUM             PIC 9(10).
           02 FILLER               PIC X(1) VALUE " ".
           02 BILF-EVENTO          PIC X(30).
           02 FILLER               PIC X(1) VALUE " ".
           02 BILF-DIA             PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 BILF-MES             PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 BILF-ANO             PIC 9(4).
           02 FILLER               PIC X(1) VALUE " ".
           02 BILF-PRECIO-ENT      PIC Z(4)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 BILF-PRECIO-DEC      PIC 9(2).
           02 FILLER               PIC X(4) VALUE " EUR".
           02 FILLER               PIC X(50) VALUE SPACES.

       01 LINEA-SUSPENSO-FICHA.
           02 FILLER               PIC X(17) VALUE
               "  SUSPENSO REF.  ".
           02 SUSF-REFERENCIA      PIC 9(35).
           02 FILLER               PIC X(1) VALUE " ".
           02 SUSF-IMPORTE-ENT     PIC Z(6)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 SUSF-IMPORTE-DEC     PIC 9(2).
           02 FILLER               PIC X(5) VALUE " EUR ".
           02 SUSF-MOTIVO          PIC X(40).
           02 FILLER               PIC X(24) VALUE SPACES.

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-NIF.
           05 FILLER AUTO UNDERLINE
               LINE 8 COL 40 PIC X(9) USING NIF-BUSCADO.

       01 LINEA-TARJETA.
           05 FILLER LINE LINEA-RENGLON COL 02 PIC 9(2)
               FROM IDX-LINEA.
           05 FILLER LINE LINEA-RENGLON COL 05 PIC 9(16)
               FROM TTAR-NUM(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 22 PIC X(9)
               FROM TTAR-ESTADO(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 32 PIC 99
               FROM TTAR-CADUC-MES(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 34 VALUE "/".
           05 FILLER LINE LINEA-RENGLON COL 35 PIC 9(4)
               FROM TTAR-CADUC-ANO(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 40 PIC X(1)
               FROM TTAR-SIGNO(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 41 PIC Z(8)9
               FROM TTAR-SALDO-ENT(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 50 VALUE ",".
           05 FILLER LINE LINEA-RENGLON COL 51 PIC 99
               FROM TTAR-SALDO-DEC(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 55 PIC X(6)
               FROM TTAR-CANAL(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 63 PIC ZZ9
               FROM TTAR-NUM-TRANSF(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 68 PIC ZZ9
               FROM TTAR-NUM-BILLETES(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 73 PIC ZZ9
               FROM TTAR-NUM-SUSP(IDX-LINEA).

       01 ORDINAL-ACCEPT.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 21 COL 55 PIC 9(3) USING ORDINAL-ELEGIDO.

       01 LINEA-MOVIMIENTO.
           05 FILLER LINE LINEA-RENGLON COL 02 PIC 99 FROM MOV-DIA.
           05 FILLER LINE LINEA-RENGLON COL 04 VALUE "/".
           05 FILLER LINE LINEA-RENGLON COL 05 PIC 99 FROM MOV-MES.
           05 FILLER LINE LINEA-RENGLON COL 07 VALUE "/".
           05 FILLER LINE LINEA-RENGLON COL 08 PIC 9(4) FROM MOV-ANO.
           05 FILLER LINE LINEA-RENGLON COL 13 PIC 99 FROM MOV-HOR.
           05 FILLER LINE LINEA-RENGLON COL 15 VALUE ":".
           05 FILLER LINE LINEA-RENGLON COL 16 PIC 99 FROM MOV-MIN.
           05 FILLER LINE LINEA-RENGLON COL 19 PIC X(35)
               FROM MOV-CONCEPTO.
           05 FILLER LINE LINEA-RENGLON COL 55 PIC X(1)
               FROM PANT-IMPORTE-SIGNO.
           05 FILLER LINE LINEA-RENGLON COL 56 PIC 9(7)
               FROM PANT-IMPORTE-ENT.
           05 FILLER LINE LINEA-RENGLON COL 63 VALUE ",".
           05 FILLER LINE LINEA-RENGLON COL 64 PIC 99
               FROM PANT-IMPORTE-DEC.
           05 FILLER LINE LINEA-RENGLON COL 68 PIC X(1)
               FROM PANT-SALDO-SIGNO.
           05 FILLER LINE LINEA-RENGLON COL 69 PIC 9(7)
               FROM PANT-SALDO-ENT.
           05 FILLER LINE LINEA-RENGLON COL 76 VALUE ",".
           05 FILLER LINE LINEA-RENGLON COL 77 PIC 99
               FROM PANT-SALDO-DEC.

       01 LINEA-AUDITORIA.
           05 FILLER LINE LINEA-RENGLON COL 05 PIC 9(14)
               FROM AUDIT-FECHA-HORA.
           05 FILLER LINE LINEA-RENGLON COL 22 PIC X(10)
               FROM AUDIT-SUPERVISOR.
           05 FILLER LINE LINEA-RENGLON COL 35 PIC X(20)
               FROM AUDIT-ACCION.

       01 LINEA-RECHAZO.
           05 FILLER LINE LINEA-RENGLON COL 02 PIC 9(14)
               FROM RECH-FECHA-HORA.
           05 FILLER LINE LINEA-RENGLON COL 18 PIC X(10)
               FROM TEXTO-OPERACION.
           05 FILLER LINE LINEA-RENGLON COL 29 PIC Z(6)9
               FROM RECH-IMPORTE-ENT.
           05 FILLER LINE LINEA-RENGLON COL 36 VALUE ",".
           05 FILLER LINE LINEA-RENGLON COL 37 PIC 99
               FROM RECH-IMPORTE-DEC.
           05 FILLER LINE LINEA-RENGLON COL 43 PIC X(30)
               FROM TEXTO-MOTIVO.

       PROCEDURE DIVISION.
       INICIO-SESION.
      *>   La ficha reune datos personales de varios ficheros:
      *>   exige identificarse contra operadores.ubd (BANK21); basta
      *>   el nivel de operador.
           CALL "BANK21" USING OPER-FICHA.
           IF OPER-ID-VALIDADO = SPACES
               EXIT PROGRAM.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Ficha de cliente" LINE 2 COL 25
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

       PIDE-NIF.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "NIF del cliente:" LINE 8 COL 22.

           MOVE SPACES TO NIF-BUSCADO.

           DISPLAY "Enter - Continuar" LINE 24 COL 02.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT ENTRADA-NIF ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-NIF.

           IF NIF-BUSCADO = SPACES THEN
               GO TO PIDE-NIF.

           PERFORM CARGAR-FICHA THRU CARGAR-FICHA-EXIT.

           IF NUM-TARJETAS = 0 AND SIN-FICHA-CLIENTE THEN
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "No hay ningun cliente con ese NIF" LINE 9
                   COL 24 WITH FOREGROUND-COLOR IS BLACK
                               BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Volver" LINE 24 COL 33
               GO TO EXIT-NIF
           END-IF.

           COMPUTE TOTAL-PAGINAS =
               (NUM-TARJETAS + LINEAS-POR-PAGINA - 1)
               / LINEAS-POR-PAGINA.
           IF TOTAL-PAGINAS = 0
               MOVE 1 TO TOTAL-PAGINAS.
           MOVE 1 TO PAGINA-ACTUAL.

      *> ---------------------------------------------------------
      *> Vista general: datos del cliente y una linea por tarjeta.
      *> ---------------------------------------------------------
       MOSTRAR-FICHA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "NIF:" LINE 5 COL 02.
           DISPLAY NIF-BUSCADO LINE 5 COL 07.
           DISPLAY "Titular:" LINE 5 COL 20.
           DISPLAY NOMBRE-CLIENTE LINE 5 COL 29.
           DISPLAY "Domicilio:" LINE 6 COL 18.
           DISPLAY DOMICILIO-CLIENTE LINE 6 COL 29.
           IF SIN-FICHA-CLIENTE
               DISPLAY "(sin ficha en clientes)" LINE 5 COL 52.

           IF CON-DESBORDE-TAR
               DISPLAY "AVISO: mas de 20 tarjetas; lista incompleta"
                   LINE 7 COL 18 WITH BACKGROUND-COLOR RED.

           DISPLAY "Num" LINE 8 COL 01.
           DISPLAY "Tarjeta" LINE 8 COL 05.
           DISPLAY "Estado" LINE 8 COL 22.
           DISPLAY "Caduca" LINE 8 COL 32.
           DISPLAY "Saldo" LINE 8 COL 45.
           DISPLAY "Avisos" LINE 8 COL 55.
           DISPLAY "Ord" LINE 8 COL 63.
           DISPLAY "Bil" LINE 8 COL 68.
           DISPLAY "Sus" LINE 8 COL 73.

           IF NUM-TARJETAS = 0
               DISPLAY "El cliente no tiene tarjetas enlazadas" LINE 11
                   COL 21.

           COMPUTE PRIMER-IDX-PAGINA =
               ((PAGINA-ACTUAL - 1) * LINEAS-POR-PAGINA) + 1.
           MOVE 0 TO LINEA-PANTALLA.
           MOVE PRIMER-IDX-PAGINA TO IDX-LINEA.

       MOSTRAR-LINEA-TARJETA.
           IF IDX-LINEA > NUM-TARJETAS OR
              LINEA-PANTALLA >= LINEAS-POR-PAGINA THEN
               GO TO MOSTRAR-FICHA-FIN.

           ADD 1 TO LINEA-PANTALLA.
           COMPUTE LINEA-RENGLON = 9 + LINEA-PANTALLA.
           DISPLAY LINEA-TARJETA.

           ADD 1 TO IDX-LINEA.
           GO TO MOSTRAR-LINEA-TARJETA.

       MOSTRAR-FICHA-FIN.
           DISPLAY "Ord: ordenes pendientes  Bil: billetes vigentes"
               LINE 20 COL 02.
           DISPLAY "Sus: suspensos abiertos" LINE 20 COL 51.
           DISPLAY "Tarjeta a detallar (0 - imprimir la ficha):"
               LINE 21 COL 11.
           DISPLAY "PgUp - Pagina anterior" LINE 22 COL 02.
           DISPLAY "PgDn - Pagina siguiente" LINE 22 COL 50.
           DISPLAY "Enter - Elegir" LINE 24 COL 02.
           DISPLAY "ESC - Otro NIF" LINE 24 COL 66.

       PIDE-ORDINAL.
           MOVE 0 TO ORDINAL-ELEGIDO.
           ACCEPT ORDINAL-ACCEPT ON EXCEPTION
               IF PGDN-PRESSED THEN
                   IF PAGINA-ACTUAL < TOTAL-PAGINAS
                       ADD 1 TO PAGINA-ACTUAL
                   END-IF
                   GO TO MOSTRAR-FICHA
               ELSE IF PGUP-PRESSED THEN
                   IF PAGINA-ACTUAL > 1
                       SUBTRACT 1 FROM PAGINA-ACTUAL
                   END-IF
                   GO TO MOSTRAR-FICHA
               ELSE IF ESC-PRESSED THEN
                   GO TO PIDE-NIF
               ELSE
                   GO TO PIDE-ORDINAL.

           IF ORDINAL-ELEGIDO = 0 THEN
               GO TO IMPRIMIR-FICHA.

           IF ORDINAL-ELEGIDO > NUM-TARJETAS THEN
               DISPLAY "Numero de orden no valido" LINE 23 COL 27
                   WITH BACKGROUND-COLOR RED
               GO TO PIDE-ORDINAL.

           MOVE ORDINAL-ELEGIDO TO IDX-ELEGIDA.

      *> ---------------------------------------------------------
      *> Detalle de una tarjeta y acceso a sus ultimos movimientos
      *> y a su auditoria.
      *> ---------------------------------------------------------
       MOSTRAR-TARJETA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta:" LINE 6 COL 12.
           DISPLAY TTAR-NUM(IDX-ELEGIDA) LINE 6 COL 22.
           DISPLAY "Estado:" LINE 6 COL 42.
           DISPLAY TTAR-ESTADO(IDX-ELEGIDA) LINE 6 COL 50.
           DISPLAY "Caduca:" LINE 7 COL 13.
           DISPLAY TTAR-CADUC-MES(IDX-ELEGIDA) LINE 7 COL 22.
           DISPLAY "/" LINE 7 COL 24.
           DISPLAY TTAR-CADUC-ANO(IDX-ELEGIDA) LINE 7 COL 25.
           DISPLAY "Saldo:" LINE 8 COL 14.
           DISPLAY TTAR-SIGNO(IDX-ELEGIDA) LINE 8 COL 21.
           DISPLAY TTAR-SALDO-ENT(IDX-ELEGIDA) LINE 8 COL 22.
           DISPLAY "," LINE 8 COL 31.
           DISPLAY TTAR-SALDO-DEC(IDX-ELEGIDA) LINE 8 COL 32.
           DISPLAY "EUR" LINE 8 COL 35.

           DISPLAY "Limites en EUR (0 = el del programa):" LINE 10
               COL 06.
           DISPLAY "Retirada diaria:" LINE 11 COL 12.
           DISPLAY TTAR-LIM-RETIRADA(IDX-ELEGIDA) LINE 11 COL 40.
           DISPLAY "Maximo por transferencia:" LINE 12 COL 03.
           DISPLAY TTAR-LIM-TRANSF(IDX-ELEGIDA) LINE 12 COL 40.
           DISPLAY "Gasto diario en entradas:" LINE 13 COL 03.
           DISPLAY TTAR-LIM-ENTRADAS(IDX-ELEGIDA) LINE 13 COL 40.

           DISPLAY "Telefono:" LINE 15 COL 19.
           DISPLAY TTAR-TELEFONO(IDX-ELEGIDA) LINE 15 COL 29.
           DISPLAY "Correo:" LINE 16 COL 21.
           DISPLAY TTAR-EMAIL(IDX-ELEGIDA) LINE 16 COL 29.
           DISPLAY "Canal de avisos:" LINE 17 COL 12.
           DISPLAY TTAR-CANAL(IDX-ELEGIDA) LINE 17 COL 29.

           DISPLAY "Ordenes pendientes:" LINE 19 COL 02.
           DISPLAY TTAR-NUM-TRANSF(IDX-ELEGIDA) LINE 19 COL 22.
           DISPLAY "Billetes vigentes:" LINE 19 COL 28.
           DISPLAY TTAR-NUM-BILLETES(IDX-ELEGIDA) LINE 19 COL 47.
           DISPLAY "Suspensos abiertos:" LINE 19 COL 53.
           DISPLAY TTAR-NUM-SUSP(IDX-ELEGIDA) LINE 19 COL 73.

           DISPLAY "1 - Ultimos movimientos" LINE 21 COL 02.
           DISPLAY "2 - Ultimas entradas de auditoria" LINE 21 COL 30.
           DISPLAY "3 - Denegaciones" LINE 21 COL 64.
           DISPLAY "Opcion:" LINE 22 COL 30.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

           MOVE 0 TO CHOICE.
           ACCEPT CHOICE LINE 22 COL 38 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO MOSTRAR-FICHA
               ELSE
                   GO TO MOSTRAR-TARJETA.

           MOVE TTAR-NUM(IDX-ELEGIDA) TO TARJETA-BUSCADA.
           IF CHOICE = 1
               GO TO MOSTRAR-MOVIMIENTOS.
           IF CHOICE = 2
               GO TO MOSTRAR-AUDITORIA.
           IF CHOICE = 3
               GO TO MOSTRAR-RECHAZOS.
           GO TO MOSTRAR-TARJETA.

       MOSTRAR-MOVIMIENTOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ultimos movimientos de la tarjeta" LINE 6 COL 14.
           DISPLAY TARJETA-BUSCADA LINE 6 COL 48.
           DISPLAY "Fecha" LINE 8 COL 02.
           DISPLAY "Hora" LINE 8 COL 13.
           DISPLAY "Concepto" LINE 8 COL 19.
           DISPLAY "Importe" LINE 8 COL 57.
           DISPLAY "Saldo" LINE 8 COL 72.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           MOVE 0 TO NUM-DE-TARJETA.

       CONTAR-MOVIMIENTOS.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO CONTAR-MOVIMIENTOS-FIN.
               IF MOV-TARJETA = TARJETA-BUSCADA
                   ADD 1 TO NUM-DE-TARJETA.
               GO TO CONTAR-MOVIMIENTOS.

       CONTAR-MOVIMIENTOS-FIN.
           CLOSE F-MOVIMIENTOS.
           IF NUM-DE-TARJETA = 0
               DISPLAY "Sin movimientos" LINE 10 COL 32
               GO TO MOSTRAR-MOVIMIENTOS-FIN.

           MOVE 1 TO PRIMERO-A-MOSTRAR.
           IF NUM-DE-TARJETA > RECIENTES-MAX
               COMPUTE PRIMERO-A-MOSTRAR =
                   NUM-DE-TARJETA - RECIENTES-MAX + 1.
           MOVE 0 TO NUM-VISTOS.
           MOVE 0 TO LINEA-PANTALLA.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.

       LISTAR-MOVIMIENTOS.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO LISTAR-MOVIMIENTOS-FIN.
               IF MOV-TARJETA NOT = TARJETA-BUSCADA
                   GO TO LISTAR-MOVIMIENTOS.
               ADD 1 TO NUM-VISTOS.
               IF NUM-VISTOS < PRIMERO-A-MOSTRAR
                   GO TO LISTAR-MOVIMIENTOS.
               MOVE SPACE TO PANT-IMPORTE-SIGNO.
               IF MOV-IMPORTE-ENT < 0 OR MOV-IMPORTE-DEC < 0
                   MOVE "-" TO PANT-IMPORTE-SIGNO.
               MOVE MOV-IMPORTE-ENT TO PANT-IMPORTE-ENT.
               MOVE MOV-IMPORTE-DEC TO PANT-IMPORTE-DEC.
               MOVE SPACE TO PANT-SALDO-SIGNO.
               IF MOV-SALDOPOS-ENT < 0 OR MOV-SALDOPOS-DEC < 0
                   MOVE "-" TO PANT-SALDO-SIGNO.
               MOVE MOV-SALDOPOS-ENT TO PANT-SALDO-ENT.
               MOVE MOV-SALDOPOS-DEC TO PANT-SALDO-DEC.
               ADD 1 TO LINEA-PANTALLA.
               COMPUTE LINEA-RENGLON = 9 + LINEA-PANTALLA.
               DISPLAY LINEA-MOVIMIENTO.
               GO TO LISTAR-MOVIMIENTOS.

       LISTAR-MOVIMIENTOS-FIN.
           CLOSE F-MOVIMIENTOS.

       MOSTRAR-MOVIMIENTOS-FIN.
           DISPLAY "Enter - Volver" LINE 24 COL 33.
           GO TO EXIT-TARJETA.

       MOSTRAR-AUDITORIA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ultima auditoria de la tarjeta" LINE 6 COL 15.
           DISPLAY TARJETA-BUSCADA LINE 6 COL 46.
           DISPLAY "Fecha y hora" LINE 8 COL 05.
           DISPLAY "Operador" LINE 8 COL 22.
           DISPLAY "Accion" LINE 8 COL 35.

           OPEN INPUT AUDITLOG.
           IF FSA <> 00
               GO TO PSYS-ERR.
           MOVE 0 TO NUM-DE-TARJETA.

       CONTAR-AUDITORIA.
           READ AUDITLOG NEXT RECORD AT END
               GO TO CONTAR-AUDITORIA-FIN.
               IF AUDIT-TARJETA = TARJETA-BUSCADA
                   ADD 1 TO NUM-DE-TARJETA.
               GO TO CONTAR-AUDITORIA.

       CONTAR-AUDITORIA-FIN.
           CLOSE AUDITLOG.
           IF NUM-DE-TARJETA = 0
               DISPLAY "Sin entradas de auditoria" LINE 10 COL 27
               GO TO MOSTRAR-AUDITORIA-FIN.

           MOVE 1 TO PRIMERO-A-MOSTRAR.
           IF NUM-DE-TARJETA > RECIENTES-MAX
               COMPUTE PRIMERO-A-MOSTRAR =
                   NUM-DE-TARJETA - RECIENTES-MAX + 1.
           MOVE 0 TO NUM-VISTOS.
           MOVE 0 TO LINEA-PANTALLA.
           OPEN INPUT AUDITLOG.
           IF FSA <> 00
               GO TO PSYS-ERR.

       LISTAR-AUDITORIA.
           READ AUDITLOG NEXT RECORD AT END
               GO TO LISTAR-AUDITORIA-FIN.
               IF AUDIT-TARJETA NOT = TARJETA-BUSCADA
                   GO TO LISTAR-AUDITORIA.
               ADD 1 TO NUM-VISTOS.
               IF NUM-VISTOS < PRIMERO-A-MOSTRAR
                   GO TO LISTAR-AUDITORIA.
               ADD 1 TO LINEA-PANTALLA.
               COMPUTE LINEA-RENGLON = 9 + LINEA-PANTALLA.
               DISPLAY LINEA-AUDITORIA.
               GO TO LISTAR-AUDITORIA.

       LISTAR-AUDITORIA-FIN.
           CLOSE AUDITLOG.

       MOSTRAR-AUDITORIA-FIN.
           DISPLAY "Enter - Volver" LINE 24 COL 33.
           GO TO EXIT-TARJETA.

      *>   Ultimas operaciones denegadas en el cajero a la tarjeta:
      *>   mismo recorrido en dos pasadas que la auditoria. Sin diario
      *>   todavia no hay nada que contar.
       MOSTRAR-RECHAZOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ultimas denegaciones en cajero" LINE 6 COL 15.
           DISPLAY TARJETA-BUSCADA LINE 6 COL 46.
           DISPLAY "Fecha y hora" LINE 8 COL 02.
           DISPLAY "Operacion" LINE 8 COL 18.
           DISPLAY "Importe" LINE 8 COL 32.
           DISPLAY "Motivo" LINE 8 COL 43.

           OPEN INPUT RECHAZOS.
           IF FSRE <> 00 AND FSRE <> 05
               GO TO PSYS-ERR.
           MOVE 0 TO NUM-DE-TARJETA.

       CONTAR-RECHAZOS.
           READ RECHAZOS NEXT RECORD AT END
               GO TO CONTAR-RECHAZOS-FIN.
               IF RECH-TARJETA = TARJETA-BUSCADA
                   ADD 1 TO NUM-DE-TARJETA.
               GO TO CONTAR-RECHAZOS.

       CONTAR-RECHAZOS-FIN.
           CLOSE RECHAZOS.
           IF NUM-DE-TARJETA = 0
               DISPLAY "Sin denegaciones" LINE 10 COL 32
               GO TO MOSTRAR-RECHAZOS-FIN.

           MOVE 1 TO PRIMERO-A-MOSTRAR.
           IF NUM-DE-TARJETA > RECIENTES-MAX
               COMPUTE PRIMERO-A-MOSTRAR =
                   NUM-DE-TARJETA - RECIENTES-MAX + 1.
           MOVE 0 TO NUM-VISTOS.
           MOVE 0 TO LINEA-PANTALLA.
           OPEN INPUT RECHAZOS.
           IF FSRE <> 00
               GO TO PSYS-ERR.

       LISTAR-RECHAZOS.
           READ RECHAZOS NEXT RECORD AT END
               GO TO LISTAR-RECHAZOS-FIN.
               IF RECH-TARJETA NOT = TARJETA-BUSCADA
                   GO TO LISTAR-RECHAZOS.
               ADD 1 TO NUM-VISTOS.
               IF NUM-VISTOS < PRIMERO-A-MOSTRAR
                   GO TO LISTAR-RECHAZOS.
               PERFORM TEXTO-RECHAZO THRU TEXTO-RECHAZO-EXIT.
               ADD 1 TO LINEA-PANTALLA.
               COMPUTE LINEA-RENGLON = 9 + LINEA-PANTALLA.
               DISPLAY LINEA-RECHAZO.
               GO TO LISTAR-RECHAZOS.

       LISTAR-RECHAZOS-FIN.
           CLOSE RECHAZOS.

       MOSTRAR-RECHAZOS-FIN.
           DISPLAY "Enter - Volver" LINE 24 COL 33.
           GO TO EXIT-TARJETA.

       TEXTO-RECHAZO.
           MOVE SPACES TO TEXTO-OPERACION.
           IF RECH-OP-ACCESO
               MOVE "Acceso" TO TEXTO-OPERACION.
           IF RECH-OP-RETIRADA
               MOVE "Retirada" TO TEXTO-OPERACION.
           IF RECH-OP-TRANSF
               MOVE "Transfer." TO TEXTO-OPERACION.
           IF RECH-OP-ENTRADAS
               MOVE "Entradas" TO TEXTO-OPERACION.

           MOVE "Motivo desconocido" TO TEXTO-MOTIVO.
           IF RECH-PIN-ERRONEO
               MOVE "Pin erroneo" TO TEXTO-MOTIVO.
           IF RECH-SIN-INTENTOS
               MOVE "Pin erroneo, sin mas intentos" TO TEXTO-MOTIVO.
           IF RECH-TARJ-RETENIDA
               MOVE "Tarjeta retenida" TO TEXTO-MOTIVO.
           IF RECH-TARJ-CADUCADA
               MOVE "Tarjeta caducada" TO TEXTO-MOTIVO.
           IF RECH-TARJ-CERRADA
               MOVE "Tarjeta dada de baja" TO TEXTO-MOTIVO.
           IF RECH-SALDO-INSUF
               MOVE "Saldo insuficiente" TO TEXTO-MOTIVO.
           IF RECH-LIMITE
               MOVE "Supera el limite de la tarjeta" TO TEXTO-MOTIVO.
           IF RECH-NO-DISPENSABLE
               MOVE "Importe no dispensable" TO TEXTO-MOTIVO.
           IF RECH-DESTINO-CERRADO
               MOVE "Destino dado de baja" TO TEXTO-MOTIVO.

       TEXTO-RECHAZO-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> Impresion de la ficha completa en ficha_cliente.txt, con
      *> el detalle de ordenes, billetes y suspensos por tarjeta.
      *> ---------------------------------------------------------
       IMPRIMIR-FICHA.
           OPEN OUTPUT FICHA-CLIENTE.
           IF FSR <> 00
               GO TO PSYS-ERR.

           MOVE NIF-BUSCADO TO CABF-NIF.
           MOVE DIA TO CABF-DIA.
           MOVE MES TO CABF-MES.
           MOVE ANO TO CABF-ANO.
           WRITE FICHA-LINEA FROM LINEA-CAB-FICHA.
           MOVE NOMBRE-CLIENTE TO TITF-NOMBRE.
           MOVE DOMICILIO-CLIENTE TO TITF-DOMICILIO.
           WRITE FICHA-LINEA FROM LINEA-TITULAR.

           PERFORM IMPRIMIR-TARJETA THRU IMPRIMIR-TARJETA-EXIT
               VARYING IDX-TAR FROM 1 BY 1
               UNTIL IDX-TAR > NUM-TARJETAS.

           CLOSE FICHA-CLIENTE.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ficha impresa en ficha_cliente.txt" LINE 9
               COL 23.
           DISPLAY "Enter - Volver" LINE 24 COL 33.
           GO TO EXIT-FICHA.

      *>   ---------------------------------------------------------
      *>   IMPRIMIR-TARJETA: bloque de la tarjeta IDX-TAR en la
      *>   ficha impresa: datos generales, limites, contacto y una
      *>   linea por orden pendiente, billete vigente y suspenso
      *>   abierto.
      *>   ---------------------------------------------------------
       IMPRIMIR-TARJETA.
           MOVE SPACES TO FICHA-LINEA.
           WRITE FICHA-LINEA.

           MOVE TTAR-NUM(IDX-TAR) TO TARF-NUM.
           MOVE TTAR-ESTADO(IDX-TAR) TO TARF-ESTADO.
           MOVE TTAR-CADUC-MES(IDX-TAR) TO TARF-CADUC-MES.
           MOVE TTAR-CADUC-ANO(IDX-TAR) TO TARF-CADUC-ANO.
           MOVE TTAR-SIGNO(IDX-TAR) TO TARF-SIGNO.
           MOVE TTAR-SALDO-ENT(IDX-TAR) TO TARF-SALDO-ENT.
           MOVE TTAR-SALDO-DEC(IDX-TAR) TO TARF-SALDO-DEC.
           WRITE FICHA-LINEA FROM LINEA-TARJETA-FICHA.

           MOVE TTAR-LIM-RETIRADA(IDX-TAR) TO LIMF-RETIRADA.
           MOVE TTAR-LIM-TRANSF(IDX-TAR) TO LIMF-TRANSF.
           MOVE TTAR-LIM-ENTRADAS(IDX-TAR) TO LIMF-ENTRADAS.
           WRITE FICHA-LINEA FROM LINEA-LIMITES-FICHA.

           MOVE TTAR-TELEFONO(IDX-TAR) TO CONF-TELEFONO.
           MOVE TTAR-EMAIL(IDX-TAR) TO CONF-EMAIL.
           MOVE TTAR-CANAL(IDX-TAR) TO CONF-CANAL.
           WRITE FICHA-LINEA FROM LINEA-CONTACTO-FICHA.

           MOVE TTAR-NUM(IDX-TAR) TO TARJETA-BUSCADA.

           IF TTAR-NUM-TRANSF(IDX-TAR) = 0
               GO TO IMPRIMIR-TARJETA-BILLETES.
           OPEN INPUT TRANSFERENCIAS.
           IF FSTM <> 00
               GO TO PSYS-ERR.

       IMPRIMIR-ORDENES.
           READ TRANSFERENCIAS NEXT RECORD AT END
               GO TO IMPRIMIR-ORDENES-FIN.
               IF TARJETA-ORIGEN NOT = TARJETA-BUSCADA OR
                  NOT TRANSF-PENDIENTE
                   GO TO IMPRIMIR-ORDENES.
               MOVE TARJETA-DESTINO TO ORDF-DESTINO.
               MOVE TRANSF-IMPORTE-ENT TO ORDF-IMPORTE-ENT.
               MOVE TRANSF-IMPORTE-DEC TO ORDF-IMPORTE-DEC.
               MOVE SPACES TO ORDF-CUANDO.
               IF TRANSF-MES = 0
                   STRING "MENSUAL, EL DIA " DELIMITED BY SIZE
                       TRANSF-DIA DELIMITED BY SIZE
                       INTO ORDF-CUANDO
               ELSE
                   STRING "EL " DELIMITED BY SIZE
                       TRANSF-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       TRANSF-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       TRANSF-ANO DELIMITED BY SIZE
                       INTO ORDF-CUANDO
               END-IF.
               WRITE FICHA-LINEA FROM LINEA-ORDEN-FICHA.
               GO TO IMPRIMIR-ORDENES.

       IMPRIMIR-ORDENES-FIN.
           CLOSE TRANSFERENCIAS.

       IMPRIMIR-TARJETA-BILLETES.
           IF TTAR-NUM-BILLETES(IDX-TAR) = 0
               GO TO IMPRIMIR-TARJETA-SUSPENSOS.
           OPEN INPUT BILLETES.
           IF FSB <> 00
               GO TO PSYS-ERR.
           OPEN INPUT EVENTOS.
           IF FSE <> 00
               GO TO PSYS-ERR.

       IMPRIMIR-BILLETES.
           READ BILLETES NEXT RECORD AT END
               GO TO IMPRIMIR-BILLETES-FIN.
               IF BILLETE-TARJETA NOT = TARJETA-BUSCADA OR
                  NOT BILLETE-VALIDO
                   GO TO IMPRIMIR-BILLETES.
               MOVE BILLETE-EVENTO-NUM TO EVENTO-NUM.
               READ EVENTOS INVALID KEY
                   GO TO IMPRIMIR-BILLETES.
               COMPUTE FECHA-EVENTO-NUM = (EVENTO-ANO * 10000)
                   + (EVENTO-MES * 100) + EVENTO-DIA.
               IF FECHA-EVENTO-NUM < FECHA-HOY-NUM
                   GO TO IMPRIMIR-BILLETES.
               MOVE BILLETE-NUM TO BILF-NUM.
               MOVE EVENTO-NOMBRE TO BILF-EVENTO.
               MOVE EVENTO-DIA TO BILF-DIA.
               MOVE EVENTO-MES TO BILF-MES.
               MOVE EVENTO-ANO TO BILF-ANO.
               MOVE BILLETE-PRECIO-ENT TO BILF-PRECIO-ENT.
               MOVE BILLETE-PRECIO-DEC TO BILF-PRECIO-DEC.
               WRITE FICHA-LINEA FROM LINEA-BILLETE-FICHA.
               GO TO IMPRIMIR-BILLETES.

       IMPRIMIR-BILLETES-FIN.
           CLOSE BILLETES.
           CLOSE EVENTOS.

       IMPRIMIR-TARJETA-SUSPENSOS.
           IF TTAR-NUM-SUSP(IDX-TAR) = 0
               GO TO IMPRIMIR-TARJETA-EXIT.
           OPEN INPUT SUSPENSOS.
           IF FSSU <> 00
               GO TO PSYS-ERR.

       IMPRIMIR-SUSPENSOS.
           READ SUSPENSOS NEXT RECORD AT END
               GO TO IMPRIMIR-SUSPENSOS-FIN.
               IF NOT SUSP-PENDIENTE
                   GO TO IMPRIMIR-SUSPENSOS.
               IF SUSP-ORIGEN NOT = TARJETA-BUSCADA AND
                  SUSP-DESTINO NOT = TARJETA-BUSCADA
                   GO TO IMPRIMIR-SUSPENSOS.
               MOVE SUSP-REFERENCIA TO SUSF-REFERENCIA.
               MOVE SUSP-IMPORTE-ENT TO SUSF-IMPORTE-ENT.
               MOVE SUSP-IMPORTE-DEC TO SUSF-IMPORTE-DEC.
               MOVE SUSP-MOTIVO TO SUSF-MOTIVO.
               WRITE FICHA-LINEA FROM LINEA-SUSPENSO-FICHA.
               GO TO IMPRIMIR-SUSPENSOS.

       IMPRIMIR-SUSPENSOS-FIN.
           CLOSE SUSPENSOS.

       IMPRIMIR-TARJETA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CARGAR-FICHA: datos del cliente y tabla de sus tarjetas
      *>   con saldo, limites, contacto y los recuentos de ordenes,
      *>   billetes y suspensos. Sin ficha en clientes.ubd se buscan
      *>   igualmente las tarjetas con ese TNIF, y el titular sale de
      *>   la primera de ellas.
      *>   ---------------------------------------------------------
       CARGAR-FICHA.
           MOVE 0 TO NUM-TARJETAS.
           SET SIN-DESBORDE-TAR TO TRUE.
           SET SIN-FICHA-CLIENTE TO TRUE.
           MOVE SPACES TO NOMBRE-CLIENTE.
           MOVE SPACES TO DOMICILIO-CLIENTE.

           OPEN INPUT CLIENTES.
           IF FSCL <> 00 AND FSCL <> 05
               GO TO PSYS-ERR.
           IF FSCL = 00
               MOVE NIF-BUSCADO TO CLI-NIF
               READ CLIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET CON-FICHA-CLIENTE TO TRUE
                       MOVE CLI-NOMBRE TO NOMBRE-CLIENTE
                       MOVE CLI-DOMICILIO TO DOMICILIO-CLIENTE
               END-READ
           END-IF.
           CLOSE CLIENTES.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           OPEN INPUT SALDOS.
           IF FSS <> 00
               GO TO PSYS-ERR.
           OPEN INPUT LIMITES.
           IF FSL <> 00 AND FSL <> 05
               GO TO PSYS-ERR.
           OPEN INPUT CONTACTOS.
           IF FSCO <> 00 AND FSCO <> 05
               GO TO PSYS-ERR.

       CARGAR-TARJETAS.
           READ TARJETAS NEXT RECORD AT END
               GO TO CARGAR-TARJETAS-FIN.
               IF TNIF NOT = NIF-BUSCADO
                   GO TO CARGAR-TARJETAS.
               IF NUM-TARJETAS >= 20
                   SET CON-DESBORDE-TAR TO TRUE
                   GO TO CARGAR-TARJETAS.
               ADD 1 TO NUM-TARJETAS.
               PERFORM CARGAR-UNA-TARJETA
                   THRU CARGAR-UNA-TARJETA-EXIT.
               GO TO CARGAR-TARJETAS.

       CARGAR-TARJETAS-FIN.
           CLOSE TARJETAS.
           CLOSE SALDOS.
           CLOSE LIMITES.
           CLOSE CONTACTOS.

           IF NUM-TARJETAS = 0
               GO TO CARGAR-FICHA-EXIT.

           PERFORM CONTAR-ORDENES THRU CONTAR-ORDENES-EXIT.
           PERFORM CONTAR-BILLETES THRU CONTAR-BILLETES-EXIT.
           PERFORM CONTAR-SUSPENSOS THRU CONTAR-SUSPENSOS-EXIT.

       CARGAR-FICHA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CARGAR-UNA-TARJETA: rellena la entrada NUM-TARJETAS de la
      *>   tabla con el TAJETAREG en curso y sus registros de saldos,
      *>   limites y contactos.
      *>   ---------------------------------------------------------
       CARGAR-UNA-TARJETA.
           IF SIN-FICHA-CLIENTE AND NOMBRE-CLIENTE = SPACES
               MOVE TNOMBRE TO NOMBRE-CLIENTE
               MOVE TDOMICILIO TO DOMICILIO-CLIENTE.

           MOVE TNUM TO TTAR-NUM(NUM-TARJETAS).
           IF TARJETA-ACTIVA
               MOVE "ACTIVA" TO TTAR-ESTADO(NUM-TARJETAS).
           IF TARJETA-PERDIDA
               MOVE "PERDIDA" TO TTAR-ESTADO(NUM-TARJETAS).
           IF TARJETA-CERRADA
               MOVE "CERRADA" TO TTAR-ESTADO(NUM-TARJETAS).
           IF TARJETA-INACTIVA
               MOVE "INACTIVA" TO TTAR-ESTADO(NUM-TARJETAS).
           MOVE TCADUC-MES TO TTAR-CADUC-MES(NUM-TARJETAS).
           MOVE TCADUC-ANO TO TTAR-CADUC-ANO(NUM-TARJETAS).

           MOVE 0 TO CENT-SALDO.
           MOVE TNUM TO SALDO-TARJETA.
           READ SALDOS
               INVALID KEY MOVE 0 TO CENT-SALDO
               NOT INVALID KEY
                   COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC
           END-READ.
           MOVE SPACE TO TTAR-SIGNO(NUM-TARJETAS).
           IF CENT-SALDO < 0
               MOVE "-" TO TTAR-SIGNO(NUM-TARJETAS)
               COMPUTE CENT-SALDO = 0 - CENT-SALDO.
           COMPUTE TTAR-SALDO-ENT(NUM-TARJETAS) = CENT-SALDO / 100.
           MOVE FUNCTION REM(CENT-SALDO, 100)
               TO TTAR-SALDO-DEC(NUM-TARJETAS).

           MOVE 0 TO TTAR-LIM-RETIRADA(NUM-TARJETAS).
           MOVE 0 TO TTAR-LIM-TRANSF(NUM-TARJETAS).
           MOVE 0 TO TTAR-LIM-ENTRADAS(NUM-TARJETAS).
           IF FSL = 00
               MOVE TNUM TO LIM-TARJETA
               READ LIMITES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LIM-RETIRADA-DIARIA
                           TO TTAR-LIM-RETIRADA(NUM-TARJETAS)
                       MOVE LIM-TRANSF-MAX
                           TO TTAR-LIM-TRANSF(NUM-TARJETAS)
                       MOVE LIM-ENTRADAS-DIARIO
                           TO TTAR-LIM-ENTRADAS(NUM-TARJETAS)
               END-READ
           END-IF.

      *>   Mismo criterio que CANAL-PREFERIDO en los programas que
      *>   encolan avisos: sin ficha o sin telefono, correo.
           MOVE SPACES TO TTAR-TELEFONO(NUM-TARJETAS).
           MOVE SPACES TO TTAR-EMAIL(NUM-TARJETAS).
           MOVE "CORREO" TO TTAR-CANAL(NUM-TARJETAS).
           IF FSCO = 00
               MOVE TNUM TO CONT-TARJETA
               READ CONTACTOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CONT-TELEFONO TO TTAR-TELEFONO(NUM-TARJETAS)
                       MOVE CONT-EMAIL TO TTAR-EMAIL(NUM-TARJETAS)
                       IF CONT-PREF-SMS AND CONT-TELEFONO NOT = SPACES
                           MOVE "SMS" TO TTAR-CANAL(NUM-TARJETAS)
                       END-IF
               END-READ
           END-IF.

           MOVE 0 TO TTAR-NUM-TRANSF(NUM-TARJETAS).
           MOVE 0 TO TTAR-NUM-BILLETES(NUM-TARJETAS).
           MOVE 0 TO TTAR-NUM-SUSP(NUM-TARJETAS).

       CARGAR-UNA-TARJETA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CONTAR-ORDENES: ordenes de transferencia pendientes con
      *>   origen en cada tarjeta de la tabla.
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
                   ADD 1 TO TTAR-NUM-TRANSF(IDX-TAR).
               GO TO CONTAR-ORDENES-LEER.

       CONTAR-ORDENES-FIN.
           CLOSE TRANSFERENCIAS.

       CONTAR-ORDENES-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CONTAR-BILLETES: billetes validos (no devueltos) para
      *>   eventos de hoy en adelante, por tarjeta de la tabla.
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
               IF FECHA-EVENTO-NUM >= FECHA-HOY-NUM
                   ADD 1 TO TTAR-NUM-BILLETES(IDX-TAR).
               GO TO CONTAR-BILLETES-LEER.

       CONTAR-BILLETES-FIN.
           CLOSE BILLETES.
           CLOSE EVENTOS.

       CONTAR-BILLETES-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CONTAR-SUSPENSOS: partidas de suspensos.ubd aun abiertas
      *>   en las que la tarjeta es ordenante o beneficiaria.
      *>   ---------------------------------------------------------
       CONTAR-SUSPENSOS.
           OPEN INPUT SUSPENSOS.
           IF FSSU = 05
               CLOSE SUSPENSOS
               GO TO CONTAR-SUSPENSOS-EXIT.
           IF FSSU <> 00
               GO TO PSYS-ERR.

       CONTAR-SUSPENSOS-LEER.
           READ SUSPENSOS NEXT RECORD AT END
               GO TO CONTAR-SUSPENSOS-FIN.
               IF NOT SUSP-PENDIENTE
                   GO TO CONTAR-SUSPENSOS-LEER.
               MOVE SUSP-ORIGEN TO TARJETA-BUSCADA.
               PERFORM LOCALIZAR-TARJETA.
               IF IDX-TAR > NUM-TARJETAS
                   MOVE SUSP-DESTINO TO TARJETA-BUSCADA
                   PERFORM LOCALIZAR-TARJETA
               END-IF.
               IF IDX-TAR <= NUM-TARJETAS
                   ADD 1 TO TTAR-NUM-SUSP(IDX-TAR).
               GO TO CONTAR-SUSPENSOS-LEER.

       CONTAR-SUSPENSOS-FIN.
           CLOSE SUSPENSOS.

       CONTAR-SUSPENSOS-EXIT.
           EXIT.

      *>   LOCALIZAR-TARJETA: deja IDX-TAR en la entrada de la tabla
      *>   de TARJETA-BUSCADA, o pasado NUM-TARJETAS si no esta.
       LOCALIZAR-TARJETA.
           PERFORM BUSCAR-TARJETA
               VARYING IDX-TAR FROM 1 BY 1
               UNTIL IDX-TAR > NUM-TARJETAS
                  OR TTAR-NUM(IDX-TAR) = TARJETA-BUSCADA.

       BUSCAR-TARJETA.
           CONTINUE.

       PSYS-ERR.
           CLOSE CLIENTES.
           CLOSE TARJETAS.
           CLOSE SALDOS.
           CLOSE LIMITES.
           CLOSE CONTACTOS.
           CLOSE TRANSFERENCIAS.
           CLOSE BILLETES.
           CLOSE EVENTOS.
           CLOSE SUSPENSOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE AUDITLOG.
           CLOSE RECHAZOS.
           CLOSE FICHA-CLIENTE.

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

       EXIT-NIF.
           ACCEPT PRESSED-KEY LINE 24 COL 80.
           IF ENTER-PRESSED
               GO TO PIDE-NIF
           ELSE
               GO TO EXIT-NIF.

       EXIT-FICHA.
           ACCEPT PRESSED-KEY LINE 24 COL 80.
           IF ENTER-PRESSED
               GO TO MOSTRAR-FICHA
           ELSE
               GO TO EXIT-FICHA.

       EXIT-TARJETA.
           ACCEPT PRESSED-KEY LINE 24 COL 80.
           IF ENTER-PRESSED
               GO TO MOSTRAR-TARJETA
           ELSE
               GO TO EXIT-TARJETA.
