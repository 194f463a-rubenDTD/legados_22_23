       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK54.

      *> Aprobacion de propuestas con doble firma: los ajustes de
      *> BANK35 y las reaplicaciones y saneamientos de suspensos de
      *> BANK36 por encima del umbral de tarifas.ubd, y todos los
      *> cambios de tarifas (BANK25) y de fichas de promotor
      *> (BANK37), no se aplican al teclearlos: quedan pendientes en
      *> aprobaciones.ubd. Desde esta pantalla un segundo supervisor
      *> lista las propuestas pendientes, abre una, ve lo propuesto
      *> (las tarifas y la ficha del promotor junto a lo vigente) y
      *> la aprueba o la rechaza con un motivo. Quien la propuso no
      *> puede resolverla.
      *>
      *> Al aprobar, la accion se aplica aqui por el mismo circuito
      *> que usaba la pantalla de origen: el compensatorio del ajuste
      *> con su marca en ajustes.ubd, el abono de la partida con su
      *> referencia en intercambio_proc.ubd, o la grabacion de la
      *> tarifa o de la ficha. Si entre la propuesta y la aprobacion
      *> la accion ha dejado de tener sentido (movimiento ya ajustado
      *> o archivado, partida ya resuelta, tarjeta inexistente), la
      *> propuesta se rechaza sola con ese motivo. Las propuestas de
      *> mas de DIAS-CADUCIDAD dias ya no se pueden aprobar: las
      *> caduca la noche BANK55.
      *>
      *> La resolucion queda en la auditoria con el supervisor que
      *> resuelve como AUDIT-SUPERVISOR y el que propuso en la accion
      *> ("Aprueba a ..." / "Rechaza a ..."), junto a la entrada
      *> "Propuesta #n" que dejo la pantalla de origen.
      *>
      *> Exige identificarse via BANK21 con nivel de supervisor. Como
      *> el resto de herramientas de sucursal, no cuelga de PMENU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APROBACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-NUM
           FILE STATUS IS FSAP.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-CLAVE
           FILE STATUS IS FSA.

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TARIFA-CLAVE
           FILE STATUS IS FSTF.

           SELECT OPTIONAL PROMOTORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROM-NUM
           FILE STATUS IS FSP.

           SELECT OPTIONAL AJUSTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AJU-MOV-NUM
           FILE STATUS IS FSAJ.

           SELECT OPTIONAL SUSPENSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-REFERENCIA
           FILE STATUS IS FSSU.

           SELECT OPTIONAL INTERCAMBIO-PROC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROC-REFERENCIA
           FILE STATUS IS FSIP.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

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

       DATA DIVISION.
       FILE SECTION.
      *> Cola de doble firma: las acciones de sucursal que mueven
      *> dinero por encima del umbral de tarifas.ubd, y todo cambio
      *> de tarifas o de ficha de promotor, quedan aqui pendientes
      *> hasta que otro supervisor las aprueba o rechaza en BANK54;
      *> BANK55 caduca las que nadie trabaja. APR-REFERENCIA es el
      *> movimiento a ajustar, la partida de suspensos o el numero
      *> de promotor (1 para las tarifas); los campos de la propuesta
      *> que no son de su tipo van a ceros. El registro 0 solo lleva
      *> en APR-ULTIMO-NUM el ultimo numero dado.
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

       FD AUDITLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDIT-REG.
           02 AUDIT-CLAVE.
               03 AUDIT-TARJETA      PIC 9(16).
               03 AUDIT-FECHA-HORA   PIC 9(14).
           02 AUDIT-SUPERVISOR       PIC X(10).
           02 AUDIT-ACCION           PIC X(20).

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

       FD PROMOTORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "promotores.ubd".
       01 PROMOTOR-REG.
           02 PROM-NUM              PIC 9(4).
           02 PROM-NOMBRE           PIC X(30).
           02 PROM-TARJETA          PIC 9(16).
           02 PROM-CUENTA-EXT       PIC 9(16).
           02 PROM-COMISION-PCT-ENT PIC 9(2).
           02 PROM-COMISION-PCT-DEC PIC 9(2).

      *> Registro de ajustes, uno por movimiento original ajustado:
      *> su existencia es lo que impide ajustar dos veces el mismo
      *> apunte, y enlaza el original con su compensatorio.
       FD AJUSTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ajustes.ubd".
       01 AJUSTE-REG.
           02 AJU-MOV-NUM          PIC 9(35).
           02 AJU-MOV-COMP         PIC 9(35).
           02 AJU-FECHA            PIC 9(8).
           02 AJU-SUPERVISOR       PIC X(10).

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

       FD INTERCAMBIO-PROC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intercambio_proc.ubd".
       01 PROC-REG.
           02 PROC-REFERENCIA   PIC 9(35).
           02 PROC-FECHA        PIC 9(8).

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

       WORKING-STORAGE SECTION.
       77 FSAP                     PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSTF                     PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSAJ                     PIC  X(2).
       77 FSSU                     PIC  X(2).
       77 FSIP                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSCO                     PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK54".
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

      *> Dias que una propuesta puede esperar su segunda firma; el
      *> mismo plazo con el que BANK55 las caduca.
       78 DIAS-CADUCIDAD          VALUE      7.

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
       77 CONFIRMACION             PIC  X(1).

       01 OPER-FICHA.
           02 OPER-ID-VALIDADO     PIC X(10).
           02 OPER-NIVEL-VALIDADO  PIC 9(1).

       77 FECHA-HOY                PIC  9(8).
       77 DIAS-ESPERA              PIC S9(7).
       77 LAST-MOV-NUM             PIC  9(35).

       77 CENT-IMPOR-USER          PIC S9(9).
       77 CENT-ORIGINAL            PIC S9(9).
       77 CENT-SALDO-USER          PIC S9(9).
       77 CENT-SALDO-TMP           PIC S9(9).
       77 CENT-DELTA-SALDO         PIC S9(9).

       77 MOV-NUM-ORIGINAL         PIC  9(35).
       77 TARJETA-AJUSTADA         PIC  9(16).
       77 IMPORTE-ORIG-ENT         PIC S9(7).
       77 IMPORTE-ORIG-DEC         PIC S9(2).

      *> Propuestas pendientes, para la lista paginada.
       01 TABLA-PROPUESTAS.
           05 NUM-PROPUESTAS        PIC  9(3) VALUE 0.
           05 PROPUESTA-TABLA OCCURS 200 TIMES.
               10 TPRO-NUM          PIC  9(8).
               10 TPRO-TIPO-TEXTO   PIC  X(8).
               10 TPRO-FECHA        PIC  9(8).
               10 TPRO-OPERADOR     PIC  X(10).
               10 TPRO-IMPORTE-ENT  PIC  9(7).
               10 TPRO-IMPORTE-DEC  PIC  9(2).
               10 TPRO-TARJETA      PIC  9(16).

       77 PROPUESTAS-DESBORDADAS   PIC  9(1).
           88 SIN-DESBORDE-PRO       VALUE 0.
           88 CON-DESBORDE-PRO       VALUE 1.

       77 TIPO-TEXTO               PIC  X(8).
       77 ORDINAL-ELEGIDO          PIC  9(3).
       77 PAGINA-ACTUAL            PIC  9(2) VALUE 1.
       77 LINEAS-POR-PAGINA        PIC  9(2) VALUE 10.
       77 TOTAL-PAGINAS            PIC  9(2).
       77 PRIMER-IDX-PAGINA        PIC  9(3).
       77 IDX-LINEA                PIC  9(3).
       77 LINEA-PANTALLA           PIC  9(2).
       77 LINEA-RENGLON            PIC  9(2).

       77 DECISION                 PIC  9(1).
           88 DECIDE-APROBAR         VALUE 1.
           88 DECIDE-RECHAZAR        VALUE 2.
       77 MOTIVO-RECHAZO           PIC  X(40).
       77 MOTIVO-NO-APLICABLE      PIC  X(40).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 LINEA-PROPUESTA.
           05 FILLER LINE LINEA-RENGLON COL 02 PIC 9(3)
               FROM IDX-LINEA.
           05 FILLER LINE LINEA-RENGLON COL 06 PIC 9(8)
               FROM TPRO-NUM(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 15 PIC X(8)
               FROM TPRO-TIPO-TEXTO(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 24 PIC 9(8)
               FROM TPRO-FECHA(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 33 PIC X(10)
               FROM TPRO-OPERADOR(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 44 PIC 9(7)
               FROM TPRO-IMPORTE-ENT(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 51 VALUE ",".
           05 FILLER LINE LINEA-RENGLON COL 52 PIC 99
               FROM TPRO-IMPORTE-DEC(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 56 PIC 9(16)
               FROM TPRO-TARJETA(IDX-LINEA).

       01 ORDINAL-ACCEPT.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 21 COL 48 PIC 9(3) USING ORDINAL-ELEGIDO.

       01 ENTRADA-DECISION.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 18 COL 40 PIC 9(1) USING DECISION.
           05 FILLER UNDERLINE
               LINE 19 COL 30 PIC X(40) USING MOTIVO-RECHAZO.

       01 ENTRADA-CONFIRMACION.
           05 FILLER UNDERLINE
               LINE 21 COL 50 PIC X(1) USING CONFIRMACION.

       PROCEDURE DIVISION.
       INICIO-SESION.
      *>   La segunda firma es de supervisor, como la primera en
      *>   BANK25, BANK35 y BANK37.
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
           DISPLAY "UnizarBank - Aprobaciones pendientes" LINE 2
               COL 22 WITH FOREGROUND-COLOR IS 1.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

      *> ---------------------------------------------------------
      *> Lista paginada de las propuestas pendientes.
      *> ---------------------------------------------------------
       LISTAR-PROPUESTAS.
           PERFORM CARGAR-PROPUESTAS THRU CARGAR-PROPUESTAS-EXIT.

           IF NUM-PROPUESTAS = 0 THEN
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "No hay propuestas pendientes" LINE 12 COL 26
               DISPLAY "Enter - Salir" LINE 24 COL 33
               GO TO EXIT-ENTER
           END-IF.

           COMPUTE TOTAL-PAGINAS =
               (NUM-PROPUESTAS + LINEAS-POR-PAGINA - 1)
               / LINEAS-POR-PAGINA.
           IF PAGINA-ACTUAL > TOTAL-PAGINAS
               MOVE TOTAL-PAGINAS TO PAGINA-ACTUAL.

       MOSTRAR-PAGINA-PROPUESTAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Propuestas pendientes de aprobar" LINE 5 COL 24.
           DISPLAY "Pagina" LINE 6 COL 30.
           DISPLAY PAGINA-ACTUAL LINE 6 COL 37.
           DISPLAY "de" LINE 6 COL 42.
           DISPLAY TOTAL-PAGINAS LINE 6 COL 45.

           IF CON-DESBORDE-PRO
               DISPLAY "AVISO: mas de 200 propuestas; lista incompleta"
                   LINE 7 COL 16 WITH BACKGROUND-COLOR RED.

           DISPLAY "Num" LINE 8 COL 02.
           DISPLAY "Propta." LINE 8 COL 06.
           DISPLAY "Tipo" LINE 8 COL 15.
           DISPLAY "Alta" LINE 8 COL 24.
           DISPLAY "Propuesto" LINE 8 COL 33.
           DISPLAY "Importe" LINE 8 COL 44.
           DISPLAY "Tarjeta" LINE 8 COL 56.

           COMPUTE PRIMER-IDX-PAGINA =
               ((PAGINA-ACTUAL - 1) * LINEAS-POR-PAGINA) + 1.
           MOVE 0 TO LINEA-PANTALLA.
           MOVE PRIMER-IDX-PAGINA TO IDX-LINEA.

       MOSTRAR-LINEA-PROPUESTA.
           IF IDX-LINEA > NUM-PROPUESTAS OR
              LINEA-PANTALLA >= LINEAS-POR-PAGINA THEN
               GO TO MOSTRAR-PAGINA-PROPUESTAS-FIN.

           ADD 1 TO LINEA-PANTALLA.
           COMPUTE LINEA-RENGLON = 9 + LINEA-PANTALLA.
           DISPLAY LINEA-PROPUESTA.

           ADD 1 TO IDX-LINEA.
           GO TO MOSTRAR-LINEA-PROPUESTA.

       MOSTRAR-PAGINA-PROPUESTAS-FIN.
           DISPLAY "PgUp - Pagina anterior" LINE 22 COL 02.
           DISPLAY "PgDn - Pagina siguiente" LINE 22 COL 50.
           DISPLAY "Propuesta a resolver (0 - salir):" LINE 21
               COL 14.
           DISPLAY "Enter - Elegir" LINE 24 COL 02.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

       PIDE-ORDINAL.
           MOVE 0 TO ORDINAL-ELEGIDO.
           ACCEPT ORDINAL-ACCEPT ON EXCEPTION
               IF PGDN-PRESSED THEN
                   IF PAGINA-ACTUAL < TOTAL-PAGINAS
                       ADD 1 TO PAGINA-ACTUAL
                   END-IF
                   GO TO MOSTRAR-PAGINA-PROPUESTAS
               ELSE IF PGUP-PRESSED THEN
                   IF PAGINA-ACTUAL > 1
                       SUBTRACT 1 FROM PAGINA-ACTUAL
                   END-IF
                   GO TO MOSTRAR-PAGINA-PROPUESTAS
               ELSE IF ESC-PRESSED THEN
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-ORDINAL.

           IF ORDINAL-ELEGIDO = 0 THEN
               EXIT PROGRAM.

           IF ORDINAL-ELEGIDO > NUM-PROPUESTAS THEN
               DISPLAY "Numero de orden no valido" LINE 23 COL 27
                   WITH BACKGROUND-COLOR RED
               GO TO PIDE-ORDINAL.

      *> ---------------------------------------------------------
      *> Propuesta elegida: datos comunes y los de su tipo.
      *> ---------------------------------------------------------
       MOSTRAR-PROPUESTA.
           OPEN I-O APROBACIONES.
           IF FSAP <> 00
               GO TO PSYS-ERR.

           MOVE TPRO-NUM(ORDINAL-ELEGIDO) TO APR-NUM.
           READ APROBACIONES INVALID KEY
               CLOSE APROBACIONES
               GO TO PSYS-ERR.

           IF NOT APR-PENDIENTE
               CLOSE APROBACIONES
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Esa propuesta ya esta resuelta" LINE 9 COL 24
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO EXIT-MENU.

           PERFORM NOMBRE-TIPO THRU NOMBRE-TIPO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Propuesta:" LINE 6 COL 05.
           DISPLAY APR-NUM LINE 6 COL 16.
           DISPLAY TIPO-TEXTO LINE 6 COL 26.
           DISPLAY "Alta:" LINE 7 COL 10.
           DISPLAY APR-FECHA-ALTA LINE 7 COL 16.
           DISPLAY APR-HORA-ALTA LINE 7 COL 26.
           DISPLAY "Propuesta por:" LINE 7 COL 34.
           DISPLAY APR-OPERADOR-ALTA LINE 7 COL 49.

           IF APR-AJUSTE
               PERFORM VER-AJUSTE THRU VER-AJUSTE-EXIT.
           IF APR-SUSPENSO
               PERFORM VER-SUSPENSO THRU VER-SUSPENSO-EXIT.
           IF APR-TARIFA
               PERFORM VER-TARIFA THRU VER-TARIFA-EXIT.
           IF APR-PROMOTOR
               PERFORM VER-PROMOTOR THRU VER-PROMOTOR-EXIT.

      *>   Quien propone no resuelve: ni aprobar ni rechazar lo
      *>   suyo.
           IF APR-OPERADOR-ALTA = OPER-ID-VALIDADO
               CLOSE APROBACIONES
               DISPLAY "No puede resolver una propuesta suya" LINE 21
                   COL 22 WITH FOREGROUND-COLOR IS BLACK
                               BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Volver" LINE 24 COL 33
               GO TO EXIT-MENU.

           COMPUTE DIAS-ESPERA =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY)
               - FUNCTION INTEGER-OF-DATE(APR-FECHA-ALTA).
           IF DIAS-ESPERA > DIAS-CADUCIDAD
               CLOSE APROBACIONES
               DISPLAY "Propuesta fuera de plazo: debe repetirse"
                   LINE 21 COL 20 WITH FOREGROUND-COLOR IS BLACK
                                       BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Volver" LINE 24 COL 33
               GO TO EXIT-MENU.

           DISPLAY "1 - Aprobar   2 - Rechazar" LINE 17 COL 27.
           DISPLAY "Decision:" LINE 18 COL 30.
           DISPLAY "Motivo:" LINE 19 COL 22.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

           MOVE 0 TO DECISION.
           MOVE SPACES TO MOTIVO-RECHAZO.

       PIDE-DECISION.
           ACCEPT ENTRADA-DECISION ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE APROBACIONES
                   GO TO MOSTRAR-PAGINA-PROPUESTAS
               ELSE
                   GO TO PIDE-DECISION.

           IF NOT DECIDE-APROBAR AND NOT DECIDE-RECHAZAR
               DISPLAY "Indique la decision (1 o 2)" LINE 23 COL 26
                   WITH BACKGROUND-COLOR RED
               GO TO PIDE-DECISION.
           IF DECIDE-RECHAZAR AND MOTIVO-RECHAZO = SPACES
               DISPLAY "El motivo del rechazo es obligatorio"
                   LINE 23 COL 22 WITH BACKGROUND-COLOR RED
               GO TO PIDE-DECISION.

       PIDE-CONFIRMA-DECISION.
           MOVE "N" TO CONFIRMACION.
           IF DECIDE-APROBAR
               DISPLAY "Aprobar y aplicar la propuesta? (S/N):"
                   LINE 21 COL 11
           ELSE
               DISPLAY "Rechazar la propuesta?         (S/N):"
                   LINE 21 COL 11
           END-IF.

           ACCEPT ENTRADA-CONFIRMACION ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE APROBACIONES
                   GO TO MOSTRAR-PAGINA-PROPUESTAS
               ELSE
                   GO TO PIDE-CONFIRMA-DECISION.

           IF CONFIRMACION NOT = "S" AND CONFIRMACION NOT = "s"
               CLOSE APROBACIONES
               GO TO MOSTRAR-PAGINA-PROPUESTAS.

           IF DECIDE-RECHAZAR
               GO TO RECHAZAR-PROPUESTA.

      *>   La accion se aplica antes de marcar la propuesta: una
      *>   caida entre ambos pasos deja la propuesta pendiente, y al
      *>   volver a aprobarla se vera que ya no es aplicable.
           MOVE SPACES TO MOTIVO-NO-APLICABLE.
           IF APR-AJUSTE
               PERFORM APLICAR-AJUSTE THRU APLICAR-AJUSTE-EXIT.
           IF APR-SUSPENSO
               PERFORM APLICAR-SUSPENSO THRU APLICAR-SUSPENSO-EXIT.
           IF APR-TARIFA
               PERFORM APLICAR-TARIFA THRU APLICAR-TARIFA-EXIT.
           IF APR-PROMOTOR
               PERFORM APLICAR-PROMOTOR THRU APLICAR-PROMOTOR-EXIT.

           IF MOTIVO-NO-APLICABLE NOT = SPACES
               MOVE MOTIVO-NO-APLICABLE TO MOTIVO-RECHAZO
               GO TO RECHAZAR-PROPUESTA.

           SET APR-APROBADA TO TRUE.
           MOVE SPACES TO APR-MOTIVO-RECHAZO.
           PERFORM CERRAR-PROPUESTA THRU CERRAR-PROPUESTA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Propuesta aprobada y aplicada" LINE 9 COL 25.
           IF APR-AJUSTE
               DISPLAY "Movimiento compensatorio:" LINE 11 COL 14
               DISPLAY LAST-MOV-NUM LINE 12 COL 14.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-MENU.

       RECHAZAR-PROPUESTA.
           SET APR-RECHAZADA TO TRUE.
           MOVE MOTIVO-RECHAZO TO APR-MOTIVO-RECHAZO.
           PERFORM CERRAR-PROPUESTA THRU CERRAR-PROPUESTA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Propuesta rechazada" LINE 9 COL 30.
           IF MOTIVO-NO-APLICABLE NOT = SPACES
               DISPLAY "Ya no era aplicable:" LINE 11 COL 10
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               DISPLAY MOTIVO-NO-APLICABLE LINE 11 COL 31.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-MENU.

      *>   ---------------------------------------------------------
      *>   CERRAR-PROPUESTA: regraba la propuesta con su desenlace
      *>   (el estado ya viene puesto) y deja la resolucion en la
      *>   auditoria con los dos supervisores.
      *>   ---------------------------------------------------------
       CERRAR-PROPUESTA.
           MOVE FECHA-HOY TO APR-FECHA-RESOL.
           MOVE OPER-ID-VALIDADO TO APR-OPERADOR-RESOL.
           REWRITE APROBACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE APROBACIONES.

           OPEN I-O AUDITLOG.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE APR-TARJETA TO AUDIT-TARJETA.
           STRING ANO DELIMITED BY SIZE
               MES DELIMITED BY SIZE
               DIA DELIMITED BY SIZE
               HORAS DELIMITED BY SIZE
               MINUTOS DELIMITED BY SIZE
               SEGUNDOS DELIMITED BY SIZE
               INTO AUDIT-FECHA-HORA.
           MOVE OPER-ID-VALIDADO TO AUDIT-SUPERVISOR.
           MOVE SPACES TO AUDIT-ACCION.
           IF APR-APROBADA
               STRING "Aprueba a " DELIMITED BY SIZE
                   APR-OPERADOR-ALTA DELIMITED BY SIZE
                   INTO AUDIT-ACCION
           ELSE
               STRING "Rechaza a " DELIMITED BY SIZE
                   APR-OPERADOR-ALTA DELIMITED BY SIZE
                   INTO AUDIT-ACCION
           END-IF.
           WRITE AUDIT-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE AUDITLOG.

       CERRAR-PROPUESTA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   VER-xxx: datos propios de cada tipo de propuesta.
      *>   ---------------------------------------------------------
       VER-AJUSTE.
           DISPLAY "Compensatorio del movimiento:" LINE 9 COL 05.
           DISPLAY APR-REFERENCIA(21:15) LINE 9 COL 35.
           DISPLAY "Tarjeta:" LINE 10 COL 26.
           DISPLAY APR-TARJETA LINE 10 COL 35.
           DISPLAY "Importe del original:" LINE 11 COL 13.
           DISPLAY APR-IMPORTE-ENT LINE 11 COL 35.
           DISPLAY "," LINE 11 COL 42.
           DISPLAY APR-IMPORTE-DEC LINE 11 COL 43.
           DISPLAY "EUR" LINE 11 COL 46.

       VER-AJUSTE-EXIT.
           EXIT.

       VER-SUSPENSO.
           DISPLAY "Partida de suspensos:" LINE 9 COL 13.
           DISPLAY APR-REFERENCIA(21:15) LINE 9 COL 35.
           DISPLAY "Accion:" LINE 10 COL 27.
           IF APR-REAPLICAR
               DISPLAY "reaplicar el abono" LINE 10 COL 35
           ELSE
               DISPLAY "sanear sin mover dinero" LINE 10 COL 35
           END-IF.
           DISPLAY "Tarjeta destino:" LINE 11 COL 18.
           DISPLAY APR-TARJETA LINE 11 COL 35.
           DISPLAY "Importe:" LINE 12 COL 26.
           DISPLAY APR-IMPORTE-ENT LINE 12 COL 35.
           DISPLAY "," LINE 12 COL 42.
           DISPLAY APR-IMPORTE-DEC LINE 12 COL 43.
           DISPLAY "EUR" LINE 12 COL 46.

       VER-SUSPENSO-EXIT.
           EXIT.

       VER-TARIFA.
           OPEN INPUT TARIFAS.
           IF FSTF <> 00 AND FSTF <> 05
               GO TO PSYS-ERR.
           MOVE 01 TO TARIFA-CLAVE.
           READ TARIFAS
               INVALID KEY
                   MOVE 0 TO TARIFA-COMISION-ENT
                   MOVE 0 TO TARIFA-COMISION-DEC
                   MOVE 0 TO TARIFA-INTERES-ENT
                   MOVE 0 TO TARIFA-INTERES-DEC
                   MOVE 0 TO TARIFA-DEUDOR-ENT
                   MOVE 0 TO TARIFA-DEUDOR-DEC
                   MOVE 0 TO TARIFA-DESCUB-ENT
                   MOVE 0 TO TARIFA-DESCUB-DEC
                   MOVE 0 TO TARIFA-RETENCION-ENT
                   MOVE 0 TO TARIFA-RETENCION-DEC
                   MOVE 0 TO TARIFA-PENALIZ-ENT
                   MOVE 0 TO TARIFA-PENALIZ-DEC
                   MOVE 0 TO TARIFA-UMBRAL-APROB
           END-READ.
           CLOSE TARIFAS.

           DISPLAY "Vigente" LINE 8 COL 42.
           DISPLAY "Propuesta" LINE 8 COL 55.
           DISPLAY "Comision mantenimiento (EUR):" LINE 9 COL 05.
           DISPLAY TARIFA-COMISION-ENT LINE 9 COL 42.
           DISPLAY "," LINE 9 COL 45.
           DISPLAY TARIFA-COMISION-DEC LINE 9 COL 46.
           DISPLAY APR-TAR-COMISION-ENT LINE 9 COL 55.
           DISPLAY "," LINE 9 COL 58.
           DISPLAY APR-TAR-COMISION-DEC LINE 9 COL 59.
           DISPLAY "Interes nominal anual (%):" LINE 10 COL 08.
           DISPLAY TARIFA-INTERES-ENT LINE 10 COL 43.
           DISPLAY "," LINE 10 COL 45.
           DISPLAY TARIFA-INTERES-DEC LINE 10 COL 46.
           DISPLAY APR-TAR-INTERES-ENT LINE 10 COL 56.
           DISPLAY "," LINE 10 COL 58.
           DISPLAY APR-TAR-INTERES-DEC LINE 10 COL 59.
           DISPLAY "Interes deudor anual (%):" LINE 11 COL 09.
           DISPLAY TARIFA-DEUDOR-ENT LINE 11 COL 43.
           DISPLAY "," LINE 11 COL 45.
           DISPLAY TARIFA-DEUDOR-DEC LINE 11 COL 46.
           DISPLAY APR-TAR-DEUDOR-ENT LINE 11 COL 56.
           DISPLAY "," LINE 11 COL 58.
           DISPLAY APR-TAR-DEUDOR-DEC LINE 11 COL 59.
           DISPLAY "Comision descubierto (EUR):" LINE 12 COL 07.
           DISPLAY TARIFA-DESCUB-ENT LINE 12 COL 42.
           DISPLAY "," LINE 12 COL 45.
           DISPLAY TARIFA-DESCUB-DEC LINE 12 COL 46.
           DISPLAY APR-TAR-DESCUB-ENT LINE 12 COL 55.
           DISPLAY "," LINE 12 COL 58.
           DISPLAY APR-TAR-DESCUB-DEC LINE 12 COL 59.
           DISPLAY "Retencion de plazos (%):" LINE 13 COL 10.
           DISPLAY TARIFA-RETENCION-ENT LINE 13 COL 43.
           DISPLAY "," LINE 13 COL 45.
           DISPLAY TARIFA-RETENCION-DEC LINE 13 COL 46.
           DISPLAY APR-TAR-RETENC-ENT LINE 13 COL 56.
           DISPLAY "," LINE 13 COL 58.
           DISPLAY APR-TAR-RETENC-DEC LINE 13 COL 59.
           DISPLAY "Penalizacion cancelacion (%):" LINE 14 COL 05.
           DISPLAY TARIFA-PENALIZ-ENT LINE 14 COL 43.
           DISPLAY "," LINE 14 COL 45.
           DISPLAY TARIFA-PENALIZ-DEC LINE 14 COL 46.
           DISPLAY APR-TAR-PENALIZ-ENT LINE 14 COL 56.
           DISPLAY "," LINE 14 COL 58.
           DISPLAY APR-TAR-PENALIZ-DEC LINE 14 COL 59.
           DISPLAY "Doble firma desde (EUR):" LINE 15 COL 10.
           DISPLAY TARIFA-UMBRAL-APROB LINE 15 COL 41.
           DISPLAY APR-TAR-UMBRAL LINE 15 COL 54.

       VER-TARIFA-EXIT.
           EXIT.

       VER-PROMOTOR.
           OPEN INPUT PROMOTORES.
           IF FSP <> 00 AND FSP <> 05
               GO TO PSYS-ERR.
           MOVE APR-REFERENCIA TO PROM-NUM.
           READ PROMOTORES
               INVALID KEY
                   MOVE "(alta de promotor nuevo)" TO PROM-NOMBRE
                   MOVE 0 TO PROM-TARJETA
                   MOVE 0 TO PROM-CUENTA-EXT
                   MOVE 0 TO PROM-COMISION-PCT-ENT
                   MOVE 0 TO PROM-COMISION-PCT-DEC
           END-READ.
           CLOSE PROMOTORES.

           DISPLAY "Promotor:" LINE 8 COL 10.
           DISPLAY APR-REFERENCIA(32:4) LINE 8 COL 20.
           DISPLAY "Vigente:" LINE 10 COL 02.
           DISPLAY PROM-NOMBRE LINE 10 COL 11.
           DISPLAY "Tarjeta:" LINE 11 COL 02.
           DISPLAY PROM-TARJETA LINE 11 COL 11.
           DISPLAY "Cuenta:" LINE 12 COL 03.
           DISPLAY PROM-CUENTA-EXT LINE 12 COL 11.
           DISPLAY "Comision:" LINE 13 COL 01.
           DISPLAY PROM-COMISION-PCT-ENT LINE 13 COL 11.
           DISPLAY "," LINE 13 COL 13.
           DISPLAY PROM-COMISION-PCT-DEC LINE 13 COL 14.
           DISPLAY "%" LINE 13 COL 17.
           DISPLAY "Propuesta:" LINE 10 COL 42.
           DISPLAY APR-PROM-NOMBRE LINE 10 COL 53.
           DISPLAY APR-PROM-TARJETA LINE 11 COL 53.
           DISPLAY APR-PROM-CUENTA-EXT LINE 12 COL 53.
           DISPLAY APR-PROM-PCT-ENT LINE 13 COL 53.
           DISPLAY "," LINE 13 COL 55.
           DISPLAY APR-PROM-PCT-DEC LINE 13 COL 56.
           DISPLAY "%" LINE 13 COL 59.

       VER-PROMOTOR-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   APLICAR-AJUSTE: el compensatorio de signo contrario, como
      *>   lo contabilizaba BANK35, y su marca en ajustes.ubd a nombre
      *>   de quien lo propuso.
      *>   ---------------------------------------------------------
       APLICAR-AJUSTE.
           OPEN I-O AJUSTES.
           IF FSAJ <> 00 AND FSAJ <> 05
               GO TO PSYS-ERR.
           MOVE APR-REFERENCIA TO AJU-MOV-NUM.
           READ AJUSTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   CLOSE AJUSTES
                   MOVE "el movimiento ya estaba ajustado"
                       TO MOTIVO-NO-APLICABLE
                   GO TO APLICAR-AJUSTE-EXIT
           END-READ.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           MOVE APR-REFERENCIA TO MOV-NUM.
           READ F-MOVIMIENTOS INVALID KEY
               CLOSE F-MOVIMIENTOS
               CLOSE AJUSTES
               MOVE "el movimiento ya no esta en el fichero"
                   TO MOTIVO-NO-APLICABLE
               GO TO APLICAR-AJUSTE-EXIT.

           MOVE MOV-NUM TO MOV-NUM-ORIGINAL.
           MOVE MOV-TARJETA TO TARJETA-AJUSTADA.
           MOVE MOV-IMPORTE-ENT TO IMPORTE-ORIG-ENT.
           MOVE MOV-IMPORTE-DEC TO IMPORTE-ORIG-DEC.

           OPEN I-O SALDOS.
           IF FSS <> 00
               GO TO PSYS-ERR.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               GO TO PSYS-ERR.

           IF IMPORTE-ORIG-ENT < 0 THEN
               COMPUTE CENT-ORIGINAL = (IMPORTE-ORIG-ENT * 100)
                   - IMPORTE-ORIG-DEC
           ELSE
               COMPUTE CENT-ORIGINAL = (IMPORTE-ORIG-ENT * 100)
                   + IMPORTE-ORIG-DEC
           END-IF.

           MOVE TARJETA-AJUSTADA TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-USER.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE TARJETA-AJUSTADA TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.

      *>   Mismo concepto que el ajuste directo de BANK35.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Ajuste s/mov #" DELIMITED BY SIZE
               MOV-NUM-ORIGINAL(21:15) DELIMITED BY SIZE
               INTO MOV-CONCEPTO.

           COMPUTE MOV-IMPORTE-ENT = 0 - IMPORTE-ORIG-ENT.
           MOVE IMPORTE-ORIG-DEC TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT = 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.

           SUBTRACT CENT-ORIGINAL FROM CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.

           MOVE TARJETA-AJUSTADA TO SALDO-TARJETA.
           COMPUTE CENT-DELTA-SALDO = 0 - CENT-ORIGINAL.
           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT.

           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.

           MOVE MOV-NUM-ORIGINAL TO AJU-MOV-NUM.
           MOVE LAST-MOV-NUM TO AJU-MOV-COMP.
           MOVE FECHA-HOY TO AJU-FECHA.
           MOVE APR-OPERADOR-ALTA TO AJU-SUPERVISOR.
           WRITE AJUSTE-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE AJUSTES.

       APLICAR-AJUSTE-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   APLICAR-SUSPENSO: reaplica o sanea la partida como lo hacia
      *>   BANK36, con la partida cerrada a nombre de quien lo propuso.
      *>   ---------------------------------------------------------
       APLICAR-SUSPENSO.
           OPEN I-O SUSPENSOS.
           IF FSSU <> 00 AND FSSU <> 05
               GO TO PSYS-ERR.
           MOVE APR-REFERENCIA TO SUSP-REFERENCIA.
           READ SUSPENSOS INVALID KEY
               CLOSE SUSPENSOS
               MOVE "la partida ya no esta en la cola"
                   TO MOTIVO-NO-APLICABLE
               GO TO APLICAR-SUSPENSO-EXIT.
           IF NOT SUSP-PENDIENTE
               CLOSE SUSPENSOS
               MOVE "la partida ya estaba resuelta"
                   TO MOTIVO-NO-APLICABLE
               GO TO APLICAR-SUSPENSO-EXIT.

           IF APR-SANEAR
               PERFORM MARCAR-PROCESADA THRU MARCAR-PROCESADA-EXIT
               SET SUSP-SANEADO TO TRUE
               GO TO APLICAR-SUSPENSO-CERRAR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE SUSP-DESTINO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               CLOSE SUSPENSOS
               MOVE "la tarjeta destino no existe"
                   TO MOTIVO-NO-APLICABLE
               GO TO APLICAR-SUSPENSO-EXIT.
           CLOSE TARJETAS.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           OPEN I-O SALDOS.
           IF FSS <> 00
               GO TO PSYS-ERR.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               GO TO PSYS-ERR.

           COMPUTE CENT-IMPOR-USER =
               (SUSP-IMPORTE-ENT * 100) + SUSP-IMPORTE-DEC.

           MOVE SUSP-DESTINO TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-USER.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE SUSP-DESTINO TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE "Transf. de otro banco." TO MOV-CONCEPTO.

           MOVE SUSP-IMPORTE-ENT TO MOV-IMPORTE-ENT.
           MOVE SUSP-IMPORTE-DEC TO MOV-IMPORTE-DEC.

           ADD CENT-IMPOR-USER TO CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.

           MOVE SUSP-DESTINO TO SALDO-TARJETA.
           MOVE CENT-IMPOR-USER TO CENT-DELTA-SALDO.
           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT.

           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.

           PERFORM MARCAR-PROCESADA THRU MARCAR-PROCESADA-EXIT.
           SET SUSP-REAPLICADO TO TRUE.

       APLICAR-SUSPENSO-CERRAR.
           MOVE FECHA-HOY TO SUSP-FECHA-RESOL.
           MOVE APR-OPERADOR-ALTA TO SUSP-OPERADOR.
           REWRITE SUSPENSO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE SUSPENSOS.

       APLICAR-SUSPENSO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   APLICAR-TARIFA: graba la tarifa propuesta como vigente.
      *>   ---------------------------------------------------------
       APLICAR-TARIFA.
           OPEN I-O TARIFAS.
           IF FSTF <> 00 AND FSTF <> 05
               GO TO PSYS-ERR.

           MOVE 01 TO TARIFA-CLAVE.
           MOVE APR-TAR-COMISION-ENT TO TARIFA-COMISION-ENT.
           MOVE APR-TAR-COMISION-DEC TO TARIFA-COMISION-DEC.
           MOVE APR-TAR-INTERES-ENT TO TARIFA-INTERES-ENT.
           MOVE APR-TAR-INTERES-DEC TO TARIFA-INTERES-DEC.
           MOVE APR-TAR-DEUDOR-ENT TO TARIFA-DEUDOR-ENT.
           MOVE APR-TAR-DEUDOR-DEC TO TARIFA-DEUDOR-DEC.
           MOVE APR-TAR-DESCUB-ENT TO TARIFA-DESCUB-ENT.
           MOVE APR-TAR-DESCUB-DEC TO TARIFA-DESCUB-DEC.
           MOVE APR-TAR-RETENC-ENT TO TARIFA-RETENCION-ENT.
           MOVE APR-TAR-RETENC-DEC TO TARIFA-RETENCION-DEC.
           MOVE APR-TAR-PENALIZ-ENT TO TARIFA-PENALIZ-ENT.
           MOVE APR-TAR-PENALIZ-DEC TO TARIFA-PENALIZ-DEC.
           MOVE APR-TAR-UMBRAL TO TARIFA-UMBRAL-APROB.

           REWRITE TARIFA-REG INVALID KEY
               WRITE TARIFA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TARIFAS.

       APLICAR-TARIFA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   APLICAR-PROMOTOR: graba la ficha propuesta. La tarjeta de
      *>   liquidacion se vuelve a comprobar, como en BANK37.
      *>   ---------------------------------------------------------
       APLICAR-PROMOTOR.
           IF APR-PROM-TARJETA > 0 THEN
               OPEN INPUT TARJETAS
               IF FST <> 00
                   GO TO PSYS-ERR
               END-IF
               MOVE APR-PROM-TARJETA TO TNUM
               READ TARJETAS INVALID KEY
                   CLOSE TARJETAS
                   MOVE "la tarjeta de liquidacion no existe"
                       TO MOTIVO-NO-APLICABLE
                   GO TO APLICAR-PROMOTOR-EXIT
               END-READ
               CLOSE TARJETAS
           END-IF.

           OPEN I-O PROMOTORES.
           IF FSP <> 00 AND FSP <> 05
               GO TO PSYS-ERR.

           MOVE APR-REFERENCIA TO PROM-NUM.
           MOVE APR-PROM-NOMBRE TO PROM-NOMBRE.
           MOVE APR-PROM-TARJETA TO PROM-TARJETA.
           MOVE APR-PROM-CUENTA-EXT TO PROM-CUENTA-EXT.
           MOVE APR-PROM-PCT-ENT TO PROM-COMISION-PCT-ENT.
           MOVE APR-PROM-PCT-DEC TO PROM-COMISION-PCT-DEC.

           REWRITE PROMOTOR-REG INVALID KEY
               WRITE PROMOTOR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE PROMOTORES.

       APLICAR-PROMOTOR-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CARGAR-PROPUESTAS: propuestas pendientes de aprobar.
      *>   ---------------------------------------------------------
       CARGAR-PROPUESTAS.
           MOVE 0 TO NUM-PROPUESTAS.
           SET SIN-DESBORDE-PRO TO TRUE.

           OPEN INPUT APROBACIONES.
           IF FSAP = 05
               CLOSE APROBACIONES
               GO TO CARGAR-PROPUESTAS-EXIT.
           IF FSAP <> 00
               GO TO PSYS-ERR.

       CARGAR-PROPUESTAS-LEER.
           READ APROBACIONES NEXT RECORD AT END
               GO TO CARGAR-PROPUESTAS-FIN.
               IF APR-NUM = 0 OR NOT APR-PENDIENTE
                   GO TO CARGAR-PROPUESTAS-LEER.
               IF NUM-PROPUESTAS >= 200
                   SET CON-DESBORDE-PRO TO TRUE
                   GO TO CARGAR-PROPUESTAS-LEER.
               ADD 1 TO NUM-PROPUESTAS.
               PERFORM NOMBRE-TIPO THRU NOMBRE-TIPO-EXIT.
               MOVE APR-NUM TO TPRO-NUM(NUM-PROPUESTAS).
               MOVE TIPO-TEXTO TO TPRO-TIPO-TEXTO(NUM-PROPUESTAS).
               MOVE APR-FECHA-ALTA TO TPRO-FECHA(NUM-PROPUESTAS).
               MOVE APR-OPERADOR-ALTA TO TPRO-OPERADOR(NUM-PROPUESTAS).
               MOVE APR-IMPORTE-ENT TO TPRO-IMPORTE-ENT(NUM-PROPUESTAS).
               MOVE APR-IMPORTE-DEC TO TPRO-IMPORTE-DEC(NUM-PROPUESTAS).
               MOVE APR-TARJETA TO TPRO-TARJETA(NUM-PROPUESTAS).
               GO TO CARGAR-PROPUESTAS-LEER.

       CARGAR-PROPUESTAS-FIN.
           CLOSE APROBACIONES.

       CARGAR-PROPUESTAS-EXIT.
           EXIT.

       NOMBRE-TIPO.
           MOVE SPACES TO TIPO-TEXTO.
           IF APR-AJUSTE
               MOVE "Ajuste" TO TIPO-TEXTO.
           IF APR-SUSPENSO
               MOVE "Suspenso" TO TIPO-TEXTO.
           IF APR-TARIFA
               MOVE "Tarifas" TO TIPO-TEXTO.
           IF APR-PROMOTOR
               MOVE "Promotor" TO TIPO-TEXTO.

       NOMBRE-TIPO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   MARCAR-PROCESADA: la referencia queda en el fichero de
      *>   control de BANK23, de modo que un relanzamiento sobre el
      *>   fichero de entrada original no vuelva a abonar ni a dejar
      *>   en suspenso una partida ya trabajada en la cola.
      *>   ---------------------------------------------------------
       MARCAR-PROCESADA.
           OPEN I-O INTERCAMBIO-PROC.
           IF FSIP <> 00 AND FSIP <> 05
               GO TO MARCAR-PROCESADA-EXIT.
           MOVE SUSP-REFERENCIA TO PROC-REFERENCIA.
           MOVE FECHA-HOY TO PROC-FECHA.
           WRITE PROC-REG INVALID KEY CONTINUE.
           CLOSE INTERCAMBIO-PROC.

       MARCAR-PROCESADA-EXIT.
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

       PSYS-ERR.
           CLOSE APROBACIONES.
           CLOSE AUDITLOG.
           CLOSE TARIFAS.
           CLOSE PROMOTORES.
           CLOSE AJUSTES.
           CLOSE SUSPENSOS.
           CLOSE INTERCAMBIO-PROC.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.

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
               GO TO LISTAR-PROPUESTAS
           ELSE
               GO TO EXIT-MENU.
