       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK47.

      *> Depositos a plazo fijo: depositos.ubd guarda cada deposito
      *> constituido desde una tarjeta (importe, plazo en meses, tipo
      *> nominal anual pactado, fechas de alta y de vencimiento) y su
      *> estado. Esta pantalla de sucursal tiene dos opciones:
      *>
      *>   - abrir un deposito: el importe sale del saldo de la tarjeta
      *>     como un movimiento normal (SIGUIENTE-MOV-NUM,
      *>     ACTUALIZAR-SALDO, aviso al titular), sin tirar de la linea
      *>     de descubierto, y queda retenido en el deposito hasta su
      *>     vencimiento, que liquida el batch nocturno BANK48;
      *>   - consultar los depositos de un cliente (todas las tarjetas
      *>     de su NIF) y cancelar anticipadamente uno vivo: se abonan
      *>     el principal y los intereses de los dias transcurridos a un
      *>     tipo rebajado en la penalizacion de tarifas.ubd (BANK25),
      *>     con la retencion fiscal como movimiento aparte, igual que
      *>     en el vencimiento.
      *>
      *> La liquidacion se apunta por fases en el propio deposito
      *> (principal, intereses, retencion): una cancelacion que se
      *> corte a medias queda marcada y la termina BANK48 esa noche,
      *> sin repetir lo ya abonado. Cada alta y cada cancelacion queda
      *> en la auditoria con el operador validado. Exige identificarse
      *> via BANK21; basta el nivel de operador. Como el resto de
      *> herramientas de sucursal, no cuelga de PMENU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

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

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

           SELECT SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-TARJETA
           FILE STATUS IS FSS.

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

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-CLAVE
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
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

      *> Maestro de depositos a plazo. El registro de clave 0 no es un
      *> deposito: solo lleva en DEP-ULTIMO-NUM el ultimo numero
      *> asignado, como el registro de control de saldos.ubd.
      *> DEP-FASE apunta hasta donde se ha abonado la liquidacion de
      *> un deposito vencido o cancelado; importes en EUR y tipos en
      *> porcentaje con dos decimales.
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

       FD SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-TARJETA        PIC  9(16).
           02 SALDO-ENT            PIC S9(9).
           02 SALDO-DEC            PIC  9(2).
           02 SALDO-ULTIMO-MOV     PIC  9(35).

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
      *> y canal preferido de avisos), mantenida por BANK29. Solo se
      *> consulta al encolar avisos (CANAL-PREFERIDO).
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

       FD AUDITLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDIT-REG.
           02 AUDIT-CLAVE.
               03 AUDIT-TARJETA      PIC 9(16).
               03 AUDIT-FECHA-HORA   PIC 9(14).
           02 AUDIT-SUPERVISOR       PIC X(10).
           02 AUDIT-ACCION           PIC X(20).

       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSDP                     PIC  X(2).
       77 FSTF                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSA                      PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK47".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

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

       77 LAST-MOV-NUM             PIC  9(35).
       77 FECHA-HOY-NUM            PIC  9(8).

       77 TNUM-BUSCADA             PIC 9(16).
       77 NIF-BUSCADO              PIC X(9).
       77 CONFIRMACION             PIC X(1).
       77 ACCION-AUDITORIA         PIC X(20).

      *> Datos del deposito nuevo, tal como se teclean.
       77 IMPORTE-ENT-NUEVO        PIC 9(7).
       77 IMPORTE-DEC-NUEVO        PIC 9(2).
       77 PLAZO-NUEVO              PIC 9(3).
       77 TIPO-ENT-NUEVO           PIC 9(2).
       77 TIPO-DEC-NUEVO           PIC 9(2).
       77 DEP-NUM-NUEVO            PIC 9(10).

      *> Calculo del vencimiento: mismo dia del mes, N meses despues;
      *> si ese dia no existe en el mes de llegada (31 de abril, 29 de
      *> febrero...) vence el ultimo dia de ese mes.
       77 VENCIMIENTO-NUEVO        PIC 9(8).
       77 MESES-TOTALES            PIC 9(5).
       77 VENC-ANO                 PIC 9(4).
       77 VENC-MES                 PIC 9(2).
       77 VENC-DIA                 PIC 9(2).

       77 CENT-SALDO-USER          PIC S9(9).
       77 CENT-SALDO-TMP           PIC S9(9).
       77 CENT-DELTA-SALDO         PIC S9(9).
       77 CENT-IMPOR-USER          PIC S9(9).

      *> Liquidacion de una cancelacion: principal, intereses brutos
      *> de los dias transcurridos al tipo pactado menos la
      *> penalizacion (nunca por debajo de cero) y retencion fiscal.
      *> Los tipos van en centesimas de punto (2,50 % = 250).
       77 CENT-PRINCIPAL           PIC S9(9).
       77 CENT-INTERES             PIC S9(9).
       77 CENT-RETENCION           PIC S9(9).
       77 CENT-NETO                PIC S9(9).
       77 TIPO-PACTADO             PIC S9(5).
       77 TIPO-PENALIZACION        PIC S9(5).
       77 TIPO-APLICADO            PIC S9(5).
       77 TIPO-RETENCION           PIC S9(5).
       77 DIAS-TRANSCURRIDOS       PIC S9(7).

       77 PANT-ENT                 PIC 9(7).
       77 PANT-DEC                 PIC 9(2).

       77 LINEA-RENGLON            PIC  9(2).

      *> Depositos del cliente cargados en memoria para paginarlos y
      *> elegir por numero de orden, como las partidas de BANK36.
       01 TABLA-DEPOSITOS.
           05 NUM-DEPOSITOS         PIC  9(4) VALUE 0.
           05 DEPOSITO-TABLA OCCURS 100 TIMES INDEXED BY IDX-DEP.
               10 TDEP-NUM          PIC  9(10).
               10 TDEP-TARJETA      PIC  9(16).
               10 TDEP-IMPORTE-ENT  PIC  9(7).
               10 TDEP-IMPORTE-DEC  PIC  9(2).
               10 TDEP-TIPO-ENT     PIC  9(2).
               10 TDEP-TIPO-DEC     PIC  9(2).
               10 TDEP-VENCIMIENTO  PIC  9(8).
               10 TDEP-ESTADO       PIC  X(9).

       77 DEPOSITOS-DESBORDADOS    PIC  9(1).
           88 SIN-DESBORDE-DEP       VALUE 0.
           88 CON-DESBORDE-DEP       VALUE 1.

       77 ORDINAL-ELEGIDO          PIC  9(3).
       77 PAGINA-ACTUAL            PIC  9(4) VALUE 1.
       77 LINEAS-POR-PAGINA        PIC  9(2) VALUE 10.
       77 TOTAL-PAGINAS            PIC  9(4).
       77 PRIMER-IDX-PAGINA        PIC  9(4).
       77 IDX-LINEA                PIC  9(4).
       77 LINEA-PANTALLA           PIC  9(2).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-TARJETA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 8 COL 40 PIC 9(16) USING TNUM-BUSCADA.

       01 ENTRADA-DEPOSITO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 13 COL 40 PIC 9(7) USING IMPORTE-ENT-NUEVO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 13 COL 48 PIC 9(2) USING IMPORTE-DEC-NUEVO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 14 COL 40 PIC 9(3) USING PLAZO-NUEVO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 15 COL 40 PIC 9(2) USING TIPO-ENT-NUEVO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 15 COL 43 PIC 9(2) USING TIPO-DEC-NUEVO.

       01 ENTRADA-CONFIRMACION.
           05 FILLER UNDERLINE
               LINE 19 COL 50 PIC X(1) USING CONFIRMACION.

       01 LINEA-DEPOSITO.
           05 FILLER LINE LINEA-RENGLON COL 02 PIC 9(3)
               FROM IDX-LINEA.
           05 FILLER LINE LINEA-RENGLON COL 06 PIC 9(10)
               FROM TDEP-NUM(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 17 PIC 9(16)
               FROM TDEP-TARJETA(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 34 PIC 9(7)
               FROM TDEP-IMPORTE-ENT(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 41 VALUE ",".
           05 FILLER LINE LINEA-RENGLON COL 42 PIC 99
               FROM TDEP-IMPORTE-DEC(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 46 PIC 99
               FROM TDEP-TIPO-ENT(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 48 VALUE ",".
           05 FILLER LINE LINEA-RENGLON COL 49 PIC 99
               FROM TDEP-TIPO-DEC(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 53 PIC 9(8)
               FROM TDEP-VENCIMIENTO(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 63 PIC X(9)
               FROM TDEP-ESTADO(IDX-LINEA).

       01 ORDINAL-ACCEPT.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 21 COL 48 PIC 9(3) USING ORDINAL-ELEGIDO.

       PROCEDURE DIVISION.
       INICIO-SESION.
      *>   Abrir o cancelar depositos exige identificarse contra
      *>   operadores.ubd (BANK21); basta el nivel de operador.
           CALL "BANK21" USING OPER-FICHA.
           IF OPER-ID-VALIDADO = SPACES
               EXIT PROGRAM.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Depositos a plazo" LINE 2 COL 25
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

       PMENU-DEPOSITOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "1 - Abrir un deposito" LINE 8 COL 20.
           DISPLAY "2 - Consultar o cancelar depositos" LINE 9 COL 20.
           DISPLAY "Elija una opcion y pulse Enter:" LINE 13 COL 20.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT CHOICE LINE 13 COL 52 ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PMENU-DEPOSITOS.

           IF CHOICE = 1
               GO TO PIDE-TARJETA.
           IF CHOICE = 2
               GO TO PIDE-TARJETA.
           GO TO PMENU-DEPOSITOS.

       PIDE-TARJETA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta:" LINE 8 COL 30.

           MOVE 0 TO TNUM-BUSCADA.

           DISPLAY "Enter - Continuar" LINE 24 COL 02.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

           ACCEPT ENTRADA-TARJETA ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-DEPOSITOS
               ELSE
                   GO TO PIDE-TARJETA.

           IF TNUM-BUSCADA = 0 THEN
               GO TO PIDE-TARJETA.

       BUSCAR-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE TNUM-BUSCADA TO TNUM.
           READ TARJETAS INVALID KEY GO TO TARJETA-NO-EXISTE.
           CLOSE TARJETAS.
           MOVE TNIF TO NIF-BUSCADO.

           IF CHOICE = 2
               GO TO LISTAR-DEPOSITOS.

      *> ---------------------------------------------------------
      *> Apertura: el importe tiene que estar en el saldo; un
      *> deposito no se constituye contra la linea de descubierto.
      *> ---------------------------------------------------------
           IF TARJETA-CERRADA
               GO TO TARJETA-CERRADA-ERR.

           OPEN INPUT SALDOS.
           IF FSS <> 00
               GO TO PSYS-ERR.
           MOVE TNUM-BUSCADA TO SALDO-TARJETA.
           READ SALDOS
               INVALID KEY MOVE 0 TO CENT-SALDO-USER
               NOT INVALID KEY
                   COMPUTE CENT-SALDO-USER =
                       (SALDO-ENT * 100) + SALDO-DEC
           END-READ.
           CLOSE SALDOS.

           DISPLAY "Titular:" LINE 10 COL 30.
           DISPLAY TNOMBRE LINE 10 COL 40.
           DISPLAY "Saldo disponible:" LINE 11 COL 21.
           IF CENT-SALDO-USER < 0
               DISPLAY "-" LINE 11 COL 39
               COMPUTE PANT-ENT = (0 - CENT-SALDO-USER) / 100
               MOVE FUNCTION REM(0 - CENT-SALDO-USER, 100) TO PANT-DEC
           ELSE
               COMPUTE PANT-ENT = CENT-SALDO-USER / 100
               MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO PANT-DEC
           END-IF.
           DISPLAY PANT-ENT LINE 11 COL 40.
           DISPLAY "," LINE 11 COL 47.
           DISPLAY PANT-DEC LINE 11 COL 48.
           DISPLAY "EUR" LINE 11 COL 51.

           MOVE 0 TO IMPORTE-ENT-NUEVO.
           MOVE 0 TO IMPORTE-DEC-NUEVO.
           MOVE 0 TO PLAZO-NUEVO.
           MOVE 0 TO TIPO-ENT-NUEVO.
           MOVE 0 TO TIPO-DEC-NUEVO.

       PIDE-DATOS-DEPOSITO.
           DISPLAY "Importe:" LINE 13 COL 30.
           DISPLAY "," LINE 13 COL 47.
           DISPLAY "EUR" LINE 13 COL 51.
           DISPLAY "Plazo (meses):" LINE 14 COL 24.
           DISPLAY "Tipo nominal anual:" LINE 15 COL 19.
           DISPLAY "," LINE 15 COL 42.
           DISPLAY "%" LINE 15 COL 46.

           ACCEPT ENTRADA-DEPOSITO ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-DEPOSITOS
               ELSE
                   GO TO PIDE-DATOS-DEPOSITO.

           COMPUTE CENT-IMPOR-USER =
               (IMPORTE-ENT-NUEVO * 100) + IMPORTE-DEC-NUEVO.

           IF CENT-IMPOR-USER = 0
               DISPLAY "El importe es obligatorio" LINE 20 COL 27
                   WITH BACKGROUND-COLOR RED
               GO TO PIDE-DATOS-DEPOSITO.
           IF PLAZO-NUEVO = 0 OR PLAZO-NUEVO > 120
               DISPLAY "Plazo entre 1 y 120 meses" LINE 20 COL 27
                   WITH BACKGROUND-COLOR RED
               GO TO PIDE-DATOS-DEPOSITO.
           IF TIPO-ENT-NUEVO = 0 AND TIPO-DEC-NUEVO = 0
               DISPLAY "El tipo de interes es obligatorio" LINE 20
                   COL 23 WITH BACKGROUND-COLOR RED
               GO TO PIDE-DATOS-DEPOSITO.
           IF CENT-IMPOR-USER > CENT-SALDO-USER
               DISPLAY "Saldo insuficiente para el deposito" LINE 20
                   COL 22 WITH BACKGROUND-COLOR RED
               GO TO PIDE-DATOS-DEPOSITO.

           PERFORM CALCULAR-VENCIMIENTO THRU CALCULAR-VENCIMIENTO-EXIT.

           DISPLAY "Vencimiento (AAAAMMDD):" LINE 17 COL 15.
           DISPLAY VENCIMIENTO-NUEVO LINE 17 COL 40.

       PIDE-CONFIRMA-ALTA.
           MOVE "N" TO CONFIRMACION.
           DISPLAY "Constituir el deposito? (S/N):" LINE 19 COL 19.

           ACCEPT ENTRADA-CONFIRMACION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-DEPOSITOS
               ELSE
                   GO TO PIDE-CONFIRMA-ALTA.

           IF CONFIRMACION NOT = "S" AND CONFIRMACION NOT = "s"
               GO TO PMENU-DEPOSITOS.

      *>   El deposito se graba antes que el movimiento de salida, con
      *>   el numero de ese movimiento ya asignado: si la sesion se
      *>   corta entre ambos, el cuadre de BANK15 lo senala como
      *>   deposito sin su movimiento de constitucion.
       REALIZAR-ALTA.
           OPEN I-O DEPOSITOS.
           IF FSDP <> 00 AND FSDP <> 05
               GO TO PSYS-ERR.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           OPEN I-O SALDOS.
           IF FSS <> 00
               GO TO PSYS-ERR.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               GO TO PSYS-ERR.

           MOVE TNUM-BUSCADA TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-USER.

      *>   El saldo puede haber cambiado mientras se tecleaba.
           IF CENT-IMPOR-USER > CENT-SALDO-USER
               CLOSE DEPOSITOS
               CLOSE F-MOVIMIENTOS
               CLOSE SALDOS
               CLOSE NOTIFICACIONES
               GO TO SALDO-INSUFICIENTE-ERR.

           PERFORM SIGUIENTE-DEP-NUM THRU SIGUIENTE-DEP-NUM-EXIT.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           INITIALIZE DEPOSITO-REG.
           MOVE DEP-NUM-NUEVO TO DEP-NUM.
           MOVE TNUM-BUSCADA TO DEP-TARJETA.
           MOVE IMPORTE-ENT-NUEVO TO DEP-IMPORTE-ENT.
           MOVE IMPORTE-DEC-NUEVO TO DEP-IMPORTE-DEC.
           MOVE PLAZO-NUEVO TO DEP-PLAZO-MESES.
           MOVE TIPO-ENT-NUEVO TO DEP-TIPO-ENT.
           MOVE TIPO-DEC-NUEVO TO DEP-TIPO-DEC.
           MOVE FECHA-HOY-NUM TO DEP-FECHA-ALTA.
           MOVE VENCIMIENTO-NUEVO TO DEP-FECHA-VENCIMIENTO.
           SET DEPOSITO-VIVO TO TRUE.
           SET FASE-SIN-LIQUIDAR TO TRUE.
           MOVE LAST-MOV-NUM TO DEP-MOV-ALTA.
           MOVE OPER-ID-VALIDADO TO DEP-OPERADOR.
           WRITE DEPOSITO-REG INVALID KEY GO TO PSYS-ERR.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE TNUM-BUSCADA TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Constitucion plazo fijo #" DELIMITED BY SIZE
               DEP-NUM-NUEVO DELIMITED BY SIZE
               INTO MOV-CONCEPTO.

           COMPUTE MOV-IMPORTE-ENT = 0 - IMPORTE-ENT-NUEVO.
           MOVE IMPORTE-DEC-NUEVO TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT = 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.

           SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.

           MOVE TNUM-BUSCADA TO SALDO-TARJETA.
           COMPUTE CENT-DELTA-SALDO = 0 - CENT-IMPOR-USER.
           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT.

           CLOSE DEPOSITOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.

           MOVE "Alta plazo fijo" TO ACCION-AUDITORIA.
           GO TO REGISTRAR-AUDITORIA.

      *> ---------------------------------------------------------
      *> Consulta y cancelacion: se listan los depositos de todas
      *> las tarjetas del mismo NIF (o solo los de la tarjeta si no
      *> tiene ficha de cliente) y se elige uno por su numero de
      *> orden en la lista.
      *> ---------------------------------------------------------
       LISTAR-DEPOSITOS.
           PERFORM CARGAR-DEPOSITOS THRU CARGAR-DEPOSITOS-EXIT.

           IF NUM-DEPOSITOS = 0 THEN
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "El cliente no tiene depositos" LINE 12 COL 26
               DISPLAY "Enter - Volver" LINE 24 COL 33
               GO TO EXIT-MENU
           END-IF.

           COMPUTE TOTAL-PAGINAS =
               (NUM-DEPOSITOS + LINEAS-POR-PAGINA - 1)
               / LINEAS-POR-PAGINA.
           MOVE 1 TO PAGINA-ACTUAL.

       MOSTRAR-PAGINA-DEPOSITOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Depositos del cliente" LINE 5 COL 29.
           DISPLAY "Pagina" LINE 6 COL 30.
           DISPLAY PAGINA-ACTUAL LINE 6 COL 37.
           DISPLAY "de" LINE 6 COL 42.
           DISPLAY TOTAL-PAGINAS LINE 6 COL 45.

           IF CON-DESBORDE-DEP
               DISPLAY "AVISO: mas de 100 depositos; lista incompleta"
                   LINE 7 COL 17 WITH BACKGROUND-COLOR RED.

           DISPLAY "Num" LINE 8 COL 02.
           DISPLAY "Deposito" LINE 8 COL 06.
           DISPLAY "Tarjeta" LINE 8 COL 17.
           DISPLAY "Importe" LINE 8 COL 34.
           DISPLAY "Tipo" LINE 8 COL 46.
           DISPLAY "Vence" LINE 8 COL 53.
           DISPLAY "Estado" LINE 8 COL 63.

           COMPUTE PRIMER-IDX-PAGINA =
               ((PAGINA-ACTUAL - 1) * LINEAS-POR-PAGINA) + 1.
           MOVE 0 TO LINEA-PANTALLA.
           MOVE PRIMER-IDX-PAGINA TO IDX-LINEA.

       MOSTRAR-LINEA-DEPOSITO.
           IF IDX-LINEA > NUM-DEPOSITOS OR
              LINEA-PANTALLA >= LINEAS-POR-PAGINA THEN
               GO TO MOSTRAR-PAGINA-DEPOSITOS-FIN.

           ADD 1 TO LINEA-PANTALLA.
           COMPUTE LINEA-RENGLON = 9 + LINEA-PANTALLA.
           DISPLAY LINEA-DEPOSITO.

           ADD 1 TO IDX-LINEA.
           GO TO MOSTRAR-LINEA-DEPOSITO.

       MOSTRAR-PAGINA-DEPOSITOS-FIN.
           DISPLAY "PgUp - Pagina anterior" LINE 22 COL 02.
           DISPLAY "PgDn - Pagina siguiente" LINE 22 COL 50.
           DISPLAY "Deposito a cancelar (0 - volver):" LINE 21
               COL 13.
           DISPLAY "Enter - Elegir" LINE 24 COL 02.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

       PIDE-ORDINAL.
           MOVE 0 TO ORDINAL-ELEGIDO.
           ACCEPT ORDINAL-ACCEPT ON EXCEPTION
               IF PGDN-PRESSED THEN
                   IF PAGINA-ACTUAL < TOTAL-PAGINAS
                       ADD 1 TO PAGINA-ACTUAL
                   END-IF
                   GO TO MOSTRAR-PAGINA-DEPOSITOS
               ELSE IF PGUP-PRESSED THEN
                   IF PAGINA-ACTUAL > 1
                       SUBTRACT 1 FROM PAGINA-ACTUAL
                   END-IF
                   GO TO MOSTRAR-PAGINA-DEPOSITOS
               ELSE IF ESC-PRESSED THEN
                   GO TO PMENU-DEPOSITOS
               ELSE
                   GO TO PIDE-ORDINAL.

           IF ORDINAL-ELEGIDO = 0 THEN
               GO TO PMENU-DEPOSITOS.

           IF ORDINAL-ELEGIDO > NUM-DEPOSITOS THEN
               DISPLAY "Numero de orden no valido" LINE 23 COL 15
                   WITH BACKGROUND-COLOR RED
               GO TO PIDE-ORDINAL.

           OPEN I-O DEPOSITOS.
           IF FSDP <> 00 AND FSDP <> 05
               GO TO PSYS-ERR.

           MOVE TDEP-NUM(ORDINAL-ELEGIDO) TO DEP-NUM.
           READ DEPOSITOS INVALID KEY
               CLOSE DEPOSITOS
               GO TO PSYS-ERR.

           IF NOT DEPOSITO-VIVO
               CLOSE DEPOSITOS
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Ese deposito ya no esta vivo" LINE 9 COL 26
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO EXIT-MENU.

      *>   Un deposito que vence hoy lo liquida BANK48 esta noche al
      *>   tipo completo: cancelarlo ahora solo perjudicaria al
      *>   cliente.
           IF DEP-FECHA-VENCIMIENTO <= FECHA-HOY-NUM
               CLOSE DEPOSITOS
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "El deposito vence hoy; se liquida esta noche"
                   LINE 9 COL 18
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO EXIT-MENU.

           PERFORM LEER-TARIFA THRU LEER-TARIFA-EXIT.
           PERFORM CALCULAR-CANCELACION THRU CALCULAR-CANCELACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cancelacion anticipada del deposito" LINE 6
               COL 22.
           DISPLAY DEP-NUM LINE 6 COL 58.
           DISPLAY "Tarjeta:" LINE 8 COL 26.
           DISPLAY DEP-TARJETA LINE 8 COL 36.
           DISPLAY "Principal:" LINE 9 COL 24.
           DISPLAY DEP-IMPORTE-ENT LINE 9 COL 36.
           DISPLAY "," LINE 9 COL 43.
           DISPLAY DEP-IMPORTE-DEC LINE 9 COL 44.
           DISPLAY "EUR" LINE 9 COL 47.
           DISPLAY "Alta / vencimiento:" LINE 10 COL 15.
           DISPLAY DEP-FECHA-ALTA LINE 10 COL 36.
           DISPLAY "/" LINE 10 COL 45.
           DISPLAY DEP-FECHA-VENCIMIENTO LINE 10 COL 47.
           DISPLAY "Tipo pactado:" LINE 11 COL 21.
           DISPLAY DEP-TIPO-ENT LINE 11 COL 36.
           DISPLAY "," LINE 11 COL 38.
           DISPLAY DEP-TIPO-DEC LINE 11 COL 39.
           DISPLAY "%" LINE 11 COL 42.
           DISPLAY "Penalizacion:" LINE 12 COL 21.
           DISPLAY TARIFA-PENALIZ-ENT LINE 12 COL 36.
           DISPLAY "," LINE 12 COL 38.
           DISPLAY TARIFA-PENALIZ-DEC LINE 12 COL 39.
           DISPLAY "%" LINE 12 COL 42.
           DISPLAY "Dias transcurridos:" LINE 13 COL 15.
           DISPLAY DIAS-TRANSCURRIDOS LINE 13 COL 36.

           DISPLAY "Intereses brutos:" LINE 14 COL 17.
           COMPUTE PANT-ENT = CENT-INTERES / 100.
           MOVE FUNCTION REM(CENT-INTERES, 100) TO PANT-DEC.
           DISPLAY PANT-ENT LINE 14 COL 36.
           DISPLAY "," LINE 14 COL 43.
           DISPLAY PANT-DEC LINE 14 COL 44.
           DISPLAY "EUR" LINE 14 COL 47.
           DISPLAY "Retencion:" LINE 15 COL 24.
           COMPUTE PANT-ENT = CENT-RETENCION / 100.
           MOVE FUNCTION REM(CENT-RETENCION, 100) TO PANT-DEC.
           DISPLAY PANT-ENT LINE 15 COL 36.
           DISPLAY "," LINE 15 COL 43.
           DISPLAY PANT-DEC LINE 15 COL 44.
           DISPLAY "EUR" LINE 15 COL 47.
           DISPLAY "Total a abonar:" LINE 17 COL 19.
           COMPUTE PANT-ENT = CENT-NETO / 100.
           MOVE FUNCTION REM(CENT-NETO, 100) TO PANT-DEC.
           DISPLAY PANT-ENT LINE 17 COL 36.
           DISPLAY "," LINE 17 COL 43.
           DISPLAY PANT-DEC LINE 17 COL 44.
           DISPLAY "EUR" LINE 17 COL 47.

       PIDE-CONFIRMA-CANCELACION.
           MOVE "N" TO CONFIRMACION.
           DISPLAY "Cancelar el deposito? (S/N):" LINE 19 COL 21.

           ACCEPT ENTRADA-CONFIRMACION ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE DEPOSITOS
                   GO TO PMENU-DEPOSITOS
               ELSE
                   GO TO PIDE-CONFIRMA-CANCELACION.

           IF CONFIRMACION NOT = "S" AND CONFIRMACION NOT = "s"
               CLOSE DEPOSITOS
               GO TO PMENU-DEPOSITOS.

      *>   Punto sin retorno: el deposito queda cancelado con su
      *>   liquidacion calculada antes de abonar nada. Si la sesion se
      *>   corta a medias, BANK48 completa las fases pendientes.
       REALIZAR-CANCELACION.
           SET DEPOSITO-CANCELADO TO TRUE.
           SET FASE-SIN-LIQUIDAR TO TRUE.
           MOVE FECHA-HOY-NUM TO DEP-FECHA-BAJA.
           COMPUTE DEP-INTERES-ENT = CENT-INTERES / 100.
           MOVE FUNCTION REM(CENT-INTERES, 100) TO DEP-INTERES-DEC.
           COMPUTE DEP-RETENCION-ENT = CENT-RETENCION / 100.
           MOVE FUNCTION REM(CENT-RETENCION, 100) TO DEP-RETENCION-DEC.
           MOVE OPER-ID-VALIDADO TO DEP-OPERADOR.
           REWRITE DEPOSITO-REG INVALID KEY GO TO PSYS-ERR.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           OPEN I-O SALDOS.
           IF FSS <> 00
               GO TO PSYS-ERR.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               GO TO PSYS-ERR.

           PERFORM LIQUIDAR-DEPOSITO THRU LIQUIDAR-DEPOSITO-EXIT.

           CLOSE DEPOSITOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.

           MOVE DEP-TARJETA TO TNUM-BUSCADA.
           MOVE "Cancel. plazo fijo" TO ACCION-AUDITORIA.

       REGISTRAR-AUDITORIA.
           OPEN I-O AUDITLOG.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE TNUM-BUSCADA TO AUDIT-TARJETA.
           STRING ANO DELIMITED BY SIZE
               MES DELIMITED BY SIZE
               DIA DELIMITED BY SIZE
               HORAS DELIMITED BY SIZE
               MINUTOS DELIMITED BY SIZE
               SEGUNDOS DELIMITED BY SIZE
               INTO AUDIT-FECHA-HORA.
           MOVE OPER-ID-VALIDADO TO AUDIT-SUPERVISOR.
           MOVE ACCION-AUDITORIA TO AUDIT-ACCION.

           WRITE AUDIT-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE AUDITLOG.

       P-EXITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF ACCION-AUDITORIA = "Alta plazo fijo"
               DISPLAY "Deposito constituido con el numero" LINE 9
                   COL 20
               DISPLAY DEP-NUM-NUEVO LINE 9 COL 55
           ELSE
               DISPLAY "Deposito cancelado y abonado en la tarjeta."
                   LINE 9 COL 18
           END-IF.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *>   ---------------------------------------------------------
      *>   CALCULAR-VENCIMIENTO: fecha de vencimiento de un deposito
      *>   que se abre hoy a PLAZO-NUEVO meses.
      *>   ---------------------------------------------------------
       CALCULAR-VENCIMIENTO.
           COMPUTE MESES-TOTALES = (ANO * 12) + (MES - 1) + PLAZO-NUEVO.
           COMPUTE VENC-ANO = MESES-TOTALES / 12.
           COMPUTE VENC-MES = FUNCTION MOD(MESES-TOTALES, 12) + 1.
           MOVE DIA TO VENC-DIA.
           COMPUTE VENCIMIENTO-NUEVO =
               (VENC-ANO * 10000) + (VENC-MES * 100) + VENC-DIA.
           PERFORM AJUSTAR-FIN-MES
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(VENCIMIENTO-NUEVO)
                   = 0.

       CALCULAR-VENCIMIENTO-EXIT.
           EXIT.

       AJUSTAR-FIN-MES.
           SUBTRACT 1 FROM VENC-DIA.
           COMPUTE VENCIMIENTO-NUEVO =
               (VENC-ANO * 10000) + (VENC-MES * 100) + VENC-DIA.

      *>   ---------------------------------------------------------
      *>   LEER-TARIFA: retencion y penalizacion vigentes. Sin tarifa
      *>   grabada, ambas son cero.
      *>   ---------------------------------------------------------
       LEER-TARIFA.
           MOVE 0 TO TARIFA-RETENCION-ENT.
           MOVE 0 TO TARIFA-RETENCION-DEC.
           MOVE 0 TO TARIFA-PENALIZ-ENT.
           MOVE 0 TO TARIFA-PENALIZ-DEC.
           OPEN INPUT TARIFAS.
           IF FSTF <> 00 AND FSTF <> 05
               GO TO LEER-TARIFA-EXIT.
           MOVE 01 TO TARIFA-CLAVE.
           READ TARIFAS
               INVALID KEY
                   MOVE 0 TO TARIFA-RETENCION-ENT
                   MOVE 0 TO TARIFA-RETENCION-DEC
                   MOVE 0 TO TARIFA-PENALIZ-ENT
                   MOVE 0 TO TARIFA-PENALIZ-DEC
           END-READ.
           CLOSE TARIFAS.

       LEER-TARIFA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CALCULAR-CANCELACION: liquidacion del DEPOSITO-REG en curso
      *>   cancelado hoy. Interes simple, base 365, sobre los dias
      *>   naturales desde el alta, como los intereses de BANK24.
      *>   ---------------------------------------------------------
       CALCULAR-CANCELACION.
           COMPUTE CENT-PRINCIPAL =
               (DEP-IMPORTE-ENT * 100) + DEP-IMPORTE-DEC.
           COMPUTE DIAS-TRANSCURRIDOS =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM)
               - FUNCTION INTEGER-OF-DATE(DEP-FECHA-ALTA).

           COMPUTE TIPO-PACTADO = (DEP-TIPO-ENT * 100) + DEP-TIPO-DEC.
           COMPUTE TIPO-PENALIZACION =
               (TARIFA-PENALIZ-ENT * 100) + TARIFA-PENALIZ-DEC.
           COMPUTE TIPO-APLICADO = TIPO-PACTADO - TIPO-PENALIZACION.
           IF TIPO-APLICADO < 0
               MOVE 0 TO TIPO-APLICADO.

           COMPUTE CENT-INTERES = (CENT-PRINCIPAL * TIPO-APLICADO
               * DIAS-TRANSCURRIDOS) / 3650000.
           COMPUTE TIPO-RETENCION =
               (TARIFA-RETENCION-ENT * 100) + TARIFA-RETENCION-DEC.
           COMPUTE CENT-RETENCION =
               (CENT-INTERES * TIPO-RETENCION) / 10000.
           COMPUTE CENT-NETO =
               CENT-PRINCIPAL + CENT-INTERES - CENT-RETENCION.

       CALCULAR-CANCELACION-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   LIQUIDAR-DEPOSITO: abona al titular la liquidacion ya
      *>   grabada en el DEPOSITO-REG en curso (DEPOSITOS abierto en
      *>   I-O), en tres movimientos: reintegro del principal,
      *>   intereses brutos y retencion fiscal. Tras cada uno se
      *>   regraba DEP-FASE, de modo que una liquidacion interrumpida
      *>   se reanuda en la fase siguiente sin repetir abonos. Mismo
      *>   parrafo que en BANK48.
      *>   ---------------------------------------------------------
       LIQUIDAR-DEPOSITO.
           IF FASE-PRINCIPAL-HECHO
               GO TO LIQUIDAR-DEPOSITO-INTERES.
           IF FASE-INTERES-HECHO
               GO TO LIQUIDAR-DEPOSITO-RETENCION.
           IF FASE-LIQUIDADA
               GO TO LIQUIDAR-DEPOSITO-EXIT.

           COMPUTE CENT-IMPOR-USER =
               (DEP-IMPORTE-ENT * 100) + DEP-IMPORTE-DEC.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Reintegro plazo fijo #" DELIMITED BY SIZE
               DEP-NUM DELIMITED BY SIZE
               INTO MOV-CONCEPTO.
           PERFORM APUNTE-DEPOSITO THRU APUNTE-DEPOSITO-EXIT.
           MOVE LAST-MOV-NUM TO DEP-MOV-REINTEGRO.
           SET FASE-PRINCIPAL-HECHO TO TRUE.
           REWRITE DEPOSITO-REG INVALID KEY GO TO PSYS-ERR.

       LIQUIDAR-DEPOSITO-INTERES.
           COMPUTE CENT-IMPOR-USER =
               (DEP-INTERES-ENT * 100) + DEP-INTERES-DEC.
           IF CENT-IMPOR-USER > 0
               MOVE SPACES TO MOV-CONCEPTO
               STRING "Intereses plazo fijo #" DELIMITED BY SIZE
                   DEP-NUM DELIMITED BY SIZE
                   INTO MOV-CONCEPTO
               PERFORM APUNTE-DEPOSITO THRU APUNTE-DEPOSITO-EXIT
           END-IF.
           SET FASE-INTERES-HECHO TO TRUE.
           REWRITE DEPOSITO-REG INVALID KEY GO TO PSYS-ERR.

       LIQUIDAR-DEPOSITO-RETENCION.
           COMPUTE CENT-IMPOR-USER = 0 -
               ((DEP-RETENCION-ENT * 100) + DEP-RETENCION-DEC).
           IF CENT-IMPOR-USER < 0
               MOVE SPACES TO MOV-CONCEPTO
               STRING "Retencion plazo fijo #" DELIMITED BY SIZE
                   DEP-NUM DELIMITED BY SIZE
                   INTO MOV-CONCEPTO
               PERFORM APUNTE-DEPOSITO THRU APUNTE-DEPOSITO-EXIT
           END-IF.
           SET FASE-LIQUIDADA TO TRUE.
           REWRITE DEPOSITO-REG INVALID KEY GO TO PSYS-ERR.

       LIQUIDAR-DEPOSITO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   APUNTE-DEPOSITO: un movimiento de CENT-IMPOR-USER (con
      *>   signo) y concepto MOV-CONCEPTO en la tarjeta del deposito,
      *>   por el circuito normal de saldos y avisos.
      *>   ---------------------------------------------------------
       APUNTE-DEPOSITO.
           MOVE DEP-TARJETA TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-USER.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE DEP-TARJETA TO MOV-TARJETA.
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

           MOVE DEP-TARJETA TO SALDO-TARJETA.
           MOVE CENT-IMPOR-USER TO CENT-DELTA-SALDO.
           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT.

       APUNTE-DEPOSITO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CARGAR-DEPOSITOS: vuelca en TABLA-DEPOSITOS los depositos
      *>   de la tarjeta buscada y de las demas tarjetas de su NIF, en
      *>   orden de numero de deposito.
      *>   ---------------------------------------------------------
       CARGAR-DEPOSITOS.
           MOVE 0 TO NUM-DEPOSITOS.
           SET SIN-DESBORDE-DEP TO TRUE.

           OPEN INPUT DEPOSITOS.
           IF FSDP <> 00 AND FSDP <> 05
               GO TO PSYS-ERR.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

       CARGAR-DEPOSITOS-LEER.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO CARGAR-DEPOSITOS-FIN.
               IF DEP-NUM = 0
                   GO TO CARGAR-DEPOSITOS-LEER.
               IF DEP-TARJETA NOT = TNUM-BUSCADA
                   IF NIF-BUSCADO = SPACES
                       GO TO CARGAR-DEPOSITOS-LEER
                   END-IF
                   MOVE DEP-TARJETA TO TNUM
                   READ TARJETAS INVALID KEY
                       GO TO CARGAR-DEPOSITOS-LEER
                   END-READ
                   IF TNIF NOT = NIF-BUSCADO
                       GO TO CARGAR-DEPOSITOS-LEER
                   END-IF
               END-IF.
               IF NUM-DEPOSITOS >= 100
                   SET CON-DESBORDE-DEP TO TRUE
                   GO TO CARGAR-DEPOSITOS-LEER.
               ADD 1 TO NUM-DEPOSITOS.
               MOVE DEP-NUM TO TDEP-NUM(NUM-DEPOSITOS).
               MOVE DEP-TARJETA TO TDEP-TARJETA(NUM-DEPOSITOS).
               MOVE DEP-IMPORTE-ENT TO TDEP-IMPORTE-ENT(NUM-DEPOSITOS).
               MOVE DEP-IMPORTE-DEC TO TDEP-IMPORTE-DEC(NUM-DEPOSITOS).
               MOVE DEP-TIPO-ENT TO TDEP-TIPO-ENT(NUM-DEPOSITOS).
               MOVE DEP-TIPO-DEC TO TDEP-TIPO-DEC(NUM-DEPOSITOS).
               MOVE DEP-FECHA-VENCIMIENTO
                   TO TDEP-VENCIMIENTO(NUM-DEPOSITOS).
               IF DEPOSITO-VIVO
                   MOVE "VIVO" TO TDEP-ESTADO(NUM-DEPOSITOS).
               IF DEPOSITO-VENCIDO
                   MOVE "VENCIDO" TO TDEP-ESTADO(NUM-DEPOSITOS).
               IF DEPOSITO-CANCELADO
                   MOVE "CANCELADO" TO TDEP-ESTADO(NUM-DEPOSITOS).
               GO TO CARGAR-DEPOSITOS-LEER.

       CARGAR-DEPOSITOS-FIN.
           CLOSE DEPOSITOS.
           CLOSE TARJETAS.

       CARGAR-DEPOSITOS-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   SIGUIENTE-DEP-NUM: numero para el deposito nuevo, tomado
      *>   del registro de control (clave 0) de depositos.ubd.
      *>   ---------------------------------------------------------
       SIGUIENTE-DEP-NUM.
           MOVE 0 TO DEP-NUM.
           READ DEPOSITOS INVALID KEY GO TO SIGUIENTE-DEP-NUM-NUEVO.
           ADD 1 TO DEP-ULTIMO-NUM.
           MOVE DEP-ULTIMO-NUM TO DEP-NUM-NUEVO.
           REWRITE DEPOSITO-REG INVALID KEY GO TO PSYS-ERR.
           GO TO SIGUIENTE-DEP-NUM-EXIT.

       SIGUIENTE-DEP-NUM-NUEVO.
           INITIALIZE DEPOSITO-REG.
           MOVE 0 TO DEP-NUM.
           MOVE 1 TO DEP-ULTIMO-NUM.
           MOVE 1 TO DEP-NUM-NUEVO.
           WRITE DEPOSITO-REG INVALID KEY GO TO PSYS-ERR.

       SIGUIENTE-DEP-NUM-EXIT.
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
      *>   ENCOLAR-NOTIF: por cada MOVIMIENTO-REG que se
      *>   contabiliza se deja una entrada pendiente en la cola de
      *>   avisos para que el despachador (BANK14) informe al titular
      *>   del movimiento. Se llama justo despues de cada WRITE
      *>   MOVIMIENTO-REG, con sus campos ya rellenos. El canal sale
      *>   de la ficha de contacto de la tarjeta (CANAL-PREFERIDO).
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

      *>   ---------------------------------------------------------
      *>   CANAL-PREFERIDO: fija NOTIF-CANAL segun la ficha de
      *>   contacto de la tarjeta del movimiento (contactos.ubd,
      *>   mantenida por BANK29). Sin ficha, sin telefono grabado o
      *>   sin fichero todavia, el canal es correo: el domicilio es
      *>   el unico dato de contacto seguro.
      *>   ---------------------------------------------------------
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

       TARJETA-NO-EXISTE.
           CLOSE TARJETAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta no existe" LINE 9 COL 27
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Volver" LINE 24 COL 33.
           GO TO EXIT-MENU.

       TARJETA-CERRADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta esta cerrada" LINE 9 COL 26
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Volver" LINE 24 COL 33.
           GO TO EXIT-MENU.

       SALDO-INSUFICIENTE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Saldo insuficiente para el deposito" LINE 9 COL 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Volver" LINE 24 COL 33.
           GO TO EXIT-MENU.

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE DEPOSITOS.
           CLOSE TARIFAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.
           CLOSE AUDITLOG.

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
               GO TO PMENU-DEPOSITOS
           ELSE
               GO TO EXIT-MENU.
