
      *> Mantenimiento de tarifas: tarifas.ubd guarda la comision de
      *> mantenimiento mensual y el interes nominal anual que la
      *> liquidacion de fin de mes (BANK24) aplica a cada tarjeta, y
      *> para las tarjetas con linea de descubierto (BANK43) el tipo
      *> deudor anual sobre los dias en negativo y la comision por
      *> descubierto del mes en que se haya usado la linea. Guarda
      *> tambien, para los depositos a plazo (BANK47 y BANK48), el
      *> porcentaje de retencion fiscal sobre sus intereses y el tipo
      *> anual de penalizacion por cancelacion anticipada, y el
      *> importe a partir del cual los ajustes de BANK35 y las
      *> resoluciones de suspensos de BANK36 piden doble firma.
      *> Esta pantalla de sucursal muestra la tarifa vigente y permite
      *> proponer otra; exige identificarse con nivel de supervisor
      *> via BANK21. La propuesta no se aplica aqui: queda en la cola
      *> de doble firma (aprobaciones.ubd) hasta que otro supervisor
      *> la apruebe en BANK54, y solo puede haber una pendiente a la
      *> vez. Como el resto de herramientas de sucursal, no cuelga de
      *> PMENU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS TARIFA-CLAVE
           FILE STATUS IS FSTF.

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

       DATA DIVISION.
       FILE SECTION.
       FD TARIFAS
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

       WORKING-STORAGE SECTION.
       77 FSTF                     PIC  X(2).
       77 FSAP                     PIC  X(2).
       77 FSA                      PIC  X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       77 COMISION-DEC-NUEVA       PIC 9(2).
       77 INTERES-ENT-NUEVO        PIC 9(2).
       77 INTERES-DEC-NUEVO        PIC 9(2).
       77 DEUDOR-ENT-NUEVO         PIC 9(2).
       77 DEUDOR-DEC-NUEVO         PIC 9(2).
       77 DESCUB-ENT-NUEVA         PIC 9(3).
       77 DESCUB-DEC-NUEVA         PIC 9(2).
       77 RETENCION-ENT-NUEVA      PIC 9(2).
       77 RETENCION-DEC-NUEVA      PIC 9(2).
       77 PENALIZ-ENT-NUEVA        PIC 9(2).
       77 PENALIZ-DEC-NUEVA        PIC 9(2).
       77 UMBRAL-NUEVO             PIC 9(7).

       77 APR-NUM-NUEVO            PIC 9(8).
       77 APR-NUM-HALLADO          PIC 9(8).
       77 APR-TIPO-BUSCADO         PIC 9(1).
       77 APR-REF-BUSCADA          PIC 9(35).
       77 APR-PENDIENTE-HALLADA    PIC 9(1).
           88 SIN-APR-PENDIENTE     VALUE 0.
           88 HAY-APR-PENDIENTE     VALUE 1.

       SCREEN SECTION.
       01 BLANK-SCREEN.
               LINE 12 COL 50 PIC 9(2) USING INTERES-ENT-NUEVO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 12 COL 54 PIC 9(2) USING INTERES-DEC-NUEVO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 14 COL 50 PIC 9(2) USING DEUDOR-ENT-NUEVO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 14 COL 54 PIC 9(2) USING DEUDOR-DEC-NUEVO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 16 COL 50 PIC 9(3) USING DESCUB-ENT-NUEVA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 16 COL 55 PIC 9(2) USING DESCUB-DEC-NUEVA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 18 COL 50 PIC 9(2) USING RETENCION-ENT-NUEVA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 18 COL 54 PIC 9(2) USING RETENCION-DEC-NUEVA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 20 COL 50 PIC 9(2) USING PENALIZ-ENT-NUEVA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 20 COL 54 PIC 9(2) USING PENALIZ-DEC-NUEVA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 22 COL 50 PIC 9(7) USING UMBRAL-NUEVO.

       PROCEDURE DIVISION.
       INICIO-SESION.
           DISPLAY MINUTOS LINE 4 COL 47.

       LEER-TARIFA.
      *>   Un cambio de tarifas a medio aprobar bloquea otro: el
      *>   segundo supervisor tiene que ver lo que hay vigente.
           MOVE 3 TO APR-TIPO-BUSCADO.
           MOVE 1 TO APR-REF-BUSCADA.
           PERFORM BUSCAR-APR-PENDIENTE THRU BUSCAR-APR-PENDIENTE-EXIT.
           IF HAY-APR-PENDIENTE
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Ya hay un cambio de tarifas pendiente de"
                   LINE 9 COL 20
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               DISPLAY "aprobacion, numero" LINE 10 COL 20
               DISPLAY APR-NUM-HALLADO LINE 10 COL 39
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO EXIT-ENTER.

           OPEN INPUT TARIFAS.
           IF FSTF <> 00 AND FSTF <> 05
               GO TO PSYS-ERR.

                   MOVE 0 TO COMISION-DEC-NUEVA
                   MOVE 0 TO INTERES-ENT-NUEVO
                   MOVE 0 TO INTERES-DEC-NUEVO
                   MOVE 0 TO DEUDOR-ENT-NUEVO
                   MOVE 0 TO DEUDOR-DEC-NUEVO
                   MOVE 0 TO DESCUB-ENT-NUEVA
                   MOVE 0 TO DESCUB-DEC-NUEVA
                   MOVE 0 TO RETENCION-ENT-NUEVA
                   MOVE 0 TO RETENCION-DEC-NUEVA
                   MOVE 0 TO PENALIZ-ENT-NUEVA
                   MOVE 0 TO PENALIZ-DEC-NUEVA
                   MOVE 0 TO UMBRAL-NUEVO
               NOT INVALID KEY
                   SET CON-TARIFA TO TRUE
                   MOVE TARIFA-COMISION-ENT TO COMISION-ENT-NUEVA
                   MOVE TARIFA-COMISION-DEC TO COMISION-DEC-NUEVA
                   MOVE TARIFA-INTERES-ENT TO INTERES-ENT-NUEVO
                   MOVE TARIFA-INTERES-DEC TO INTERES-DEC-NUEVO
                   MOVE TARIFA-DEUDOR-ENT TO DEUDOR-ENT-NUEVO
                   MOVE TARIFA-DEUDOR-DEC TO DEUDOR-DEC-NUEVO
                   MOVE TARIFA-DESCUB-ENT TO DESCUB-ENT-NUEVA
                   MOVE TARIFA-DESCUB-DEC TO DESCUB-DEC-NUEVA
                   MOVE TARIFA-RETENCION-ENT TO RETENCION-ENT-NUEVA
                   MOVE TARIFA-RETENCION-DEC TO RETENCION-DEC-NUEVA
                   MOVE TARIFA-PENALIZ-ENT TO PENALIZ-ENT-NUEVA
                   MOVE TARIFA-PENALIZ-DEC TO PENALIZ-DEC-NUEVA
                   MOVE TARIFA-UMBRAL-APROB TO UMBRAL-NUEVO
           END-READ.
           CLOSE TARIFAS.

       PIDE-TARIFA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Interes nominal anual:" LINE 12 COL 24.
           DISPLAY "," LINE 12 COL 52.
           DISPLAY "%" LINE 12 COL 57.
           DISPLAY "Interes deudor anual (descubierto):" LINE 14
               COL 11.
           DISPLAY "," LINE 14 COL 52.
           DISPLAY "%" LINE 14 COL 57.
           DISPLAY "Comision por descubierto (mes):" LINE 16 COL 15.
           DISPLAY "," LINE 16 COL 53.
           DISPLAY "EUR" LINE 16 COL 58.
           DISPLAY "Retencion sobre intereses de plazos:" LINE 18
               COL 10.
           DISPLAY "," LINE 18 COL 52.
           DISPLAY "%" LINE 18 COL 57.
           DISPLAY "Penalizacion anual por cancelar plazo:" LINE 20
               COL 8.
           DISPLAY "," LINE 20 COL 52.
           DISPLAY "%" LINE 20 COL 57.
           DISPLAY "Doble firma para importes de mas de:" LINE 22
               COL 10.
           DISPLAY "EUR" LINE 22 COL 58.

           DISPLAY "Enter - Proponer" LINE 24 COL 02.
           DISPLAY "ESC - Cancelar" LINE 24 COL 66.

           ACCEPT ENTRADA-TARIFA ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-TARIFA.

      *>   La tarifa propuesta queda en la cola de doble firma con
      *>   todos sus valores; BANK54 la graba en tarifas.ubd cuando
      *>   otro supervisor la aprueba.
       PROPONER-TARIFA.
           OPEN I-O APROBACIONES.
           IF FSAP <> 00 AND FSAP <> 05
               GO TO PSYS-ERR.

           PERFORM SIGUIENTE-APR-NUM THRU SIGUIENTE-APR-NUM-EXIT.

           INITIALIZE APROBACION-REG.
           MOVE APR-NUM-NUEVO TO APR-NUM.
           SET APR-TARIFA TO TRUE.
           SET APR-PENDIENTE TO TRUE.
           COMPUTE APR-FECHA-ALTA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE APR-HORA-ALTA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE OPER-ID-VALIDADO TO APR-OPERADOR-ALTA.
           MOVE 1 TO APR-REFERENCIA.
           MOVE COMISION-ENT-NUEVA TO APR-TAR-COMISION-ENT.
           MOVE COMISION-DEC-NUEVA TO APR-TAR-COMISION-DEC.
           MOVE INTERES-ENT-NUEVO TO APR-TAR-INTERES-ENT.
           MOVE INTERES-DEC-NUEVO TO APR-TAR-INTERES-DEC.
           MOVE DEUDOR-ENT-NUEVO TO APR-TAR-DEUDOR-ENT.
           MOVE DEUDOR-DEC-NUEVO TO APR-TAR-DEUDOR-DEC.
           MOVE DESCUB-ENT-NUEVA TO APR-TAR-DESCUB-ENT.
           MOVE DESCUB-DEC-NUEVA TO APR-TAR-DESCUB-DEC.
           MOVE RETENCION-ENT-NUEVA TO APR-TAR-RETENC-ENT.
           MOVE RETENCION-DEC-NUEVA TO APR-TAR-RETENC-DEC.
           MOVE PENALIZ-ENT-NUEVA TO APR-TAR-PENALIZ-ENT.
           MOVE PENALIZ-DEC-NUEVA TO APR-TAR-PENALIZ-DEC.
           MOVE UMBRAL-NUEVO TO APR-TAR-UMBRAL.
           WRITE APROBACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE APROBACIONES.

      *>   Las tarifas no son de ninguna tarjeta: la entrada de
      *>   auditoria va con la tarjeta a ceros.
       REGISTRAR-AUDITORIA.
           OPEN I-O AUDITLOG.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO AUDIT-TARJETA.
           STRING ANO DELIMITED BY SIZE
               MES DELIMITED BY SIZE
               DIA DELIMITED BY SIZE
               HORAS DELIMITED BY SIZE
               MINUTOS DELIMITED BY SIZE
               SEGUNDOS DELIMITED BY SIZE
               INTO AUDIT-FECHA-HORA.
           MOVE OPER-ID-VALIDADO TO AUDIT-SUPERVISOR.
           MOVE SPACES TO AUDIT-ACCION.
           STRING "Propuesta #" DELIMITED BY SIZE
               APR-NUM-NUEVO DELIMITED BY SIZE
               INTO AUDIT-ACCION.
           WRITE AUDIT-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE AUDITLOG.

       P-EXITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cambio de tarifas pendiente de aprobacion."
               LINE 9 COL 19.
           DISPLAY "Numero de propuesta:" LINE 11 COL 19.
           DISPLAY APR-NUM-NUEVO LINE 11 COL 40.
           DISPLAY "Otro supervisor debe aprobarla en BANK54."
               LINE 13 COL 19.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *>   ---------------------------------------------------------
      *>   SIGUIENTE-APR-NUM: numero para la propuesta nueva, tomado
      *>   del registro de control (clave 0) de aprobaciones.ubd.
      *>   ---------------------------------------------------------
       SIGUIENTE-APR-NUM.
           MOVE 0 TO APR-NUM.
           READ APROBACIONES INVALID KEY GO TO SIGUIENTE-APR-NUM-NUEVO.
           ADD 1 TO APR-ULTIMO-NUM.
           MOVE APR-ULTIMO-NUM TO APR-NUM-NUEVO.
           REWRITE APROBACION-REG INVALID KEY GO TO PSYS-ERR.
           GO TO SIGUIENTE-APR-NUM-EXIT.

       SIGUIENTE-APR-NUM-NUEVO.
           INITIALIZE APROBACION-REG.
           MOVE 0 TO APR-NUM.
           MOVE 1 TO APR-ULTIMO-NUM.
           MOVE 1 TO APR-NUM-NUEVO.
           WRITE APROBACION-REG INVALID KEY GO TO PSYS-ERR.

       SIGUIENTE-APR-NUM-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   BUSCAR-APR-PENDIENTE: deja HAY-APR-PENDIENTE (y su numero
      *>   en APR-NUM-HALLADO) si en la cola de doble firma ya hay
      *>   una propuesta sin resolver de APR-TIPO-BUSCADO sobre
      *>   APR-REF-BUSCADA.
      *>   ---------------------------------------------------------
       BUSCAR-APR-PENDIENTE.
           SET SIN-APR-PENDIENTE TO TRUE.
           OPEN INPUT APROBACIONES.
           IF FSAP <> 00 AND FSAP <> 05
               GO TO PSYS-ERR.

       BUSCAR-APR-PENDIENTE-LEER.
           READ APROBACIONES NEXT RECORD AT END
               GO TO BUSCAR-APR-PENDIENTE-FIN.
               IF APR-NUM NOT = 0 AND APR-PENDIENTE AND
                  APR-TIPO = APR-TIPO-BUSCADO AND
                  APR-REFERENCIA = APR-REF-BUSCADA
                   SET HAY-APR-PENDIENTE TO TRUE
                   MOVE APR-NUM TO APR-NUM-HALLADO
                   GO TO BUSCAR-APR-PENDIENTE-FIN.
               GO TO BUSCAR-APR-PENDIENTE-LEER.

       BUSCAR-APR-PENDIENTE-FIN.
           CLOSE APROBACIONES.

       BUSCAR-APR-PENDIENTE-EXIT.
           EXIT.

       PSYS-ERR.
           CLOSE TARIFAS.
           CLOSE APROBACIONES.
           CLOSE AUDITLOG.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
