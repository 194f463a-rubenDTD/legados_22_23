      *> promotor y la liquidacion post-evento de BANK38 le paga por
      *> el. Cambiar la ficha mueve dinero de las liquidaciones:
      *> exige nivel de supervisor via BANK21, como las tarifas de
      *> BANK25, y como ellas no se aplica aqui: el alta o cambio
      *> queda en la cola de doble firma (aprobaciones.ubd) hasta
      *> que otro supervisor lo apruebe en BANK54, con una sola
      *> propuesta pendiente por promotor. Como el resto de
      *> herramientas de sucursal, no cuelga de PMENU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

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
       FD PROMOTORES
           02 TCADUC-ANO  PIC  9(4).
           02 TNIF        PIC  X(9).

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
       77 FSP                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSAP                     PIC  X(2).
       77 FSA                      PIC  X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       77 PCT-ENT-NUEVO            PIC 9(2).
       77 PCT-DEC-NUEVO            PIC 9(2).

       77 APR-NUM-NUEVO            PIC 9(8).
       77 APR-NUM-HALLADO          PIC 9(8).
       77 APR-TIPO-BUSCADO         PIC 9(1).
       77 APR-REF-BUSCADA          PIC 9(35).
       77 APR-PENDIENTE-HALLADA    PIC 9(1).
           88 SIN-APR-PENDIENTE     VALUE 0.
           88 HAY-APR-PENDIENTE     VALUE 1.

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.
           IF PROM-NUM-BUSCADO = 0 THEN
               GO TO PIDE-NUM.

      *>   Con una propuesta del mismo promotor sin resolver no se
      *>   admite otra: el segundo supervisor tiene que ver la ficha
      *>   vigente.
           MOVE 4 TO APR-TIPO-BUSCADO.
           MOVE PROM-NUM-BUSCADO TO APR-REF-BUSCADA.
           PERFORM BUSCAR-APR-PENDIENTE THRU BUSCAR-APR-PENDIENTE-EXIT.
           IF HAY-APR-PENDIENTE
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Ese promotor tiene un cambio pendiente de"
                   LINE 9 COL 20
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               DISPLAY "aprobacion, numero" LINE 10 COL 20
               DISPLAY APR-NUM-HALLADO LINE 10 COL 39
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO EXIT-ENTER.

       LEER-PROMOTOR.
           OPEN INPUT PROMOTORES.
           IF FSP <> 00 AND FSP <> 05
               GO TO PSYS-ERR.

                   MOVE PROM-COMISION-PCT-ENT TO PCT-ENT-NUEVO
                   MOVE PROM-COMISION-PCT-DEC TO PCT-DEC-NUEVO
           END-READ.
           CLOSE PROMOTORES.

       PIDE-DATOS.
           IF SIN-PROMOTOR

           ACCEPT ENTRADA-PROMOTOR ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-DATOS.
               CLOSE TARJETAS
           END-IF.

      *>   La ficha propuesta queda en la cola de doble firma;
      *>   BANK54 la graba en promotores.ubd cuando otro supervisor
      *>   la aprueba.
       PROPONER-PROMOTOR.
           OPEN I-O APROBACIONES.
           IF FSAP <> 00 AND FSAP <> 05
               GO TO PSYS-ERR.

           PERFORM SIGUIENTE-APR-NUM THRU SIGUIENTE-APR-NUM-EXIT.

           INITIALIZE APROBACION-REG.
           MOVE APR-NUM-NUEVO TO APR-NUM.
           SET APR-PROMOTOR TO TRUE.
           SET APR-PENDIENTE TO TRUE.
           COMPUTE APR-FECHA-ALTA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE APR-HORA-ALTA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE OPER-ID-VALIDADO TO APR-OPERADOR-ALTA.
           MOVE PROM-NUM-BUSCADO TO APR-REFERENCIA.
           MOVE TARJETA-NUEVA TO APR-TARJETA.
           MOVE NOMBRE-NUEVO TO APR-PROM-NOMBRE.
           MOVE TARJETA-NUEVA TO APR-PROM-TARJETA.
           MOVE CUENTA-EXT-NUEVA TO APR-PROM-CUENTA-EXT.
           MOVE PCT-ENT-NUEVO TO APR-PROM-PCT-ENT.
           MOVE PCT-DEC-NUEVO TO APR-PROM-PCT-DEC.
           WRITE APROBACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE APROBACIONES.

      *>   La entrada de auditoria va a la tarjeta de liquidacion
      *>   propuesta (a ceros si se le paga por la camara).
       REGISTRAR-AUDITORIA.
           OPEN I-O AUDITLOG.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-NUEVA TO AUDIT-TARJETA.
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
           DISPLAY "Ficha de promotor pendiente de aprobacion."
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
           CLOSE PROMOTORES.
           CLOSE TARJETAS.
           CLOSE APROBACIONES.
           CLOSE AUDITLOG.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
