      *>   - sanear: la partida se da por cerrada sin mover dinero.
      *>
      *> Cada resolucion queda en la propia partida (estado, fecha y
      *> operador). Reaplicar o sanear una partida de importe por
      *> encima del umbral de doble firma de tarifas.ubd no se hace
      *> aqui: queda propuesto en la cola de aprobaciones.ubd hasta
      *> que un supervisor distinto lo apruebe en BANK54, y mientras
      *> tanto la partida no admite otra accion. La devolucion al
      *> emisor no pide doble firma: el dinero vuelve a su origen.
      *> El informe de antiguedad lista las partidas aun
      *> abiertas tras N dias para la revision de operaciones. Exige
      *> identificarse via BANK21; basta el nivel de operador, como en
      *> el resto de herramientas que mueven dinero del circuito de
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
       FD SUSPENSOS
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
               03 NOTIF-TARJETA        PIC  9(16).
               03 NOTIF-MOV-NUM        PIC  9(35).
           02 NOTIF-IMPORTE-ENT        PIC S9(7).
           02 NOTIF-IMPORTE-DEC        PIC S9(2).
           02 NOTIF-CONCEPTO           PIC  X(35).
           02 NOTIF-CANAL              PIC  9(1).
               88 CANAL-SMS              VALUE 1.
           02 CONT-CANAL-PREF      PIC 9(1).
               88 CONT-PREF-SMS      VALUE 1.
               88 CONT-PREF-CORREO   VALUE 2.
      *>   Aviso de saldo bajo (BANK62): EUR enteros, cero sin aviso.
           02 CONT-UMBRAL-SALDO    PIC 9(7).

       FD INFORME-ANTIGUEDAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspensos_antiguedad.txt".
       01 INFORME-LINEA            PIC X(132).

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
       77 FSSU                     PIC  X(2).
       77 FSIP                     PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSTF                     PIC  X(2).
       77 FSAP                     PIC  X(2).
       77 FSA                      PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK36".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       77 CENT-SALDO-TMP           PIC S9(9).
       77 CENT-DELTA-SALDO         PIC S9(9).

       77 UMBRAL-APROB             PIC  9(7).
       77 DOBLE-FIRMA              PIC  9(1).
           88 SIN-DOBLE-FIRMA        VALUE 0.
           88 CON-DOBLE-FIRMA        VALUE 1.
       77 APR-NUM-NUEVO            PIC 9(8).
      *> Partida que se propone, copiada antes de cerrar SUSPENSOS.
       77 PROP-REFERENCIA          PIC 9(35).
       77 PROP-DESTINO             PIC 9(16).
       77 PROP-IMPORTE-ENT         PIC 9(7).
       77 PROP-IMPORTE-DEC         PIC 9(2).
       77 APR-NUM-HALLADO          PIC 9(8).
       77 APR-TIPO-BUSCADO         PIC 9(1).
       77 APR-REF-BUSCADA          PIC 9(35).
       77 APR-PENDIENTE-HALLADA    PIC 9(1).
           88 SIN-APR-PENDIENTE     VALUE 0.
           88 HAY-APR-PENDIENTE     VALUE 1.

       77 LINEA-RENGLON            PIC  9(2).
       77 NUM-INFORMADAS           PIC  9(4).

               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO EXIT-MENU.

           MOVE 2 TO APR-TIPO-BUSCADO.
           MOVE SUSP-REFERENCIA TO APR-REF-BUSCADA.
           PERFORM BUSCAR-APR-PENDIENTE THRU BUSCAR-APR-PENDIENTE-EXIT.
           IF HAY-APR-PENDIENTE
               CLOSE SUSPENSOS
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Esa partida esta pendiente de aprobacion"
                   LINE 9 COL 20
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               DISPLAY "Numero de propuesta:" LINE 11 COL 20
               DISPLAY APR-NUM-HALLADO LINE 11 COL 41
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO EXIT-MENU.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Partida" LINE 8 COL 20.
           DISPLAY ORDINAL-ELEGIDO LINE 8 COL 28.
               GO TO PIDE-ACCION.
           CLOSE TARJETAS.

           PERFORM COMPROBAR-DOBLE-FIRMA
               THRU COMPROBAR-DOBLE-FIRMA-EXIT.
           IF CON-DOBLE-FIRMA
               GO TO PROPONER-PARTIDA.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.

           ADD CENT-IMPOR-USER TO CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.
      *>   regularizado por otra via, apunte basura de la camara...).
      *>   ---------------------------------------------------------
       SANEAR-PARTIDA.
           PERFORM COMPROBAR-DOBLE-FIRMA
               THRU COMPROBAR-DOBLE-FIRMA-EXIT.
           IF CON-DOBLE-FIRMA
               GO TO PROPONER-PARTIDA.

           PERFORM MARCAR-PROCESADA THRU MARCAR-PROCESADA-EXIT.

           SET SUSP-SANEADO TO TRUE.
           PERFORM CERRAR-PARTIDA THRU CERRAR-PARTIDA-EXIT.
           GO TO P-EXITO.

      *>   ---------------------------------------------------------
      *>   PROPONER-PARTIDA: la accion elegida queda en la cola de
      *>   doble firma y la partida sigue pendiente; BANK54 la
      *>   resuelve cuando otro supervisor la aprueba.
      *>   ---------------------------------------------------------
       PROPONER-PARTIDA.
           MOVE SUSP-REFERENCIA TO PROP-REFERENCIA.
           MOVE SUSP-DESTINO TO PROP-DESTINO.
           MOVE SUSP-IMPORTE-ENT TO PROP-IMPORTE-ENT.
           MOVE SUSP-IMPORTE-DEC TO PROP-IMPORTE-DEC.
           CLOSE SUSPENSOS.

           OPEN I-O APROBACIONES.
           IF FSAP <> 00 AND FSAP <> 05
               GO TO PSYS-ERR.

           PERFORM SIGUIENTE-APR-NUM THRU SIGUIENTE-APR-NUM-EXIT.

           INITIALIZE APROBACION-REG.
           MOVE APR-NUM-NUEVO TO APR-NUM.
           SET APR-SUSPENSO TO TRUE.
           SET APR-PENDIENTE TO TRUE.
           COMPUTE APR-FECHA-ALTA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE APR-HORA-ALTA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE OPER-ID-VALIDADO TO APR-OPERADOR-ALTA.
           MOVE PROP-REFERENCIA TO APR-REFERENCIA.
           MOVE PROP-DESTINO TO APR-TARJETA.
           MOVE PROP-IMPORTE-ENT TO APR-IMPORTE-ENT.
           MOVE PROP-IMPORTE-DEC TO APR-IMPORTE-DEC.
           MOVE ACCION-ELEGIDA TO APR-ACCION.
           WRITE APROBACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE APROBACIONES.

           OPEN I-O AUDITLOG.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE PROP-DESTINO TO AUDIT-TARJETA.
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

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Accion pendiente de aprobacion." LINE 9 COL 24.
           DISPLAY "Numero de propuesta:" LINE 11 COL 19.
           DISPLAY APR-NUM-NUEVO LINE 11 COL 40.
           DISPLAY "Un supervisor distinto debe aprobarla en BANK54."
               LINE 13 COL 15.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-MENU.

      *>   ---------------------------------------------------------
      *>   COMPROBAR-DOBLE-FIRMA: deja CON-DOBLE-FIRMA si el importe
      *>   de la partida pasa del umbral de tarifas.ubd.
      *>   ---------------------------------------------------------
       COMPROBAR-DOBLE-FIRMA.
           SET SIN-DOBLE-FIRMA TO TRUE.
           PERFORM LEER-UMBRAL THRU LEER-UMBRAL-EXIT.
           COMPUTE CENT-IMPOR-USER =
               (SUSP-IMPORTE-ENT * 100) + SUSP-IMPORTE-DEC.
           IF CENT-IMPOR-USER > UMBRAL-APROB * 100
               SET CON-DOBLE-FIRMA TO TRUE.

       COMPROBAR-DOBLE-FIRMA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   LEER-UMBRAL: importe en euros a partir del cual la accion
      *>   pide doble firma (tarifas.ubd, BANK25). Sin tarifa grabada
      *>   el umbral es cero y todo pasa por la cola.
      *>   ---------------------------------------------------------
       LEER-UMBRAL.
           MOVE 0 TO UMBRAL-APROB.
           OPEN INPUT TARIFAS.
           IF FSTF <> 00 AND FSTF <> 05
               GO TO PSYS-ERR.
           MOVE 01 TO TARIFA-CLAVE.
           READ TARIFAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE TARIFA-UMBRAL-APROB TO UMBRAL-APROB
           END-READ.
           CLOSE TARIFAS.

       LEER-UMBRAL-EXIT.
           EXIT.

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

      *>   ---------------------------------------------------------
      *>   CARGAR-PARTIDAS: vuelca las partidas pendientes de la cola
      *>   en TABLA-PARTIDAS, en el orden de clave del fichero. Si no
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
           READ SALDOS INVALID KEY GO TO SIGUIENTE-MOV-NUM-NUEVO.
           ADD 1 TO SALDO-ULTIMO-MOV.
           MOVE SALDO-ULTIMO-MOV TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.
           GO TO SIGUIENTE-MOV-NUM-EXIT.

           MOVE 0 TO SALDO-DEC.
           MOVE 1 TO SALDO-ULTIMO-MOV.
           MOVE 1 TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.

       SIGUIENTE-MOV-NUM-EXIT.
           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.
           CLOSE TARIFAS.
           CLOSE APROBACIONES.
           CLOSE AUDITLOG.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
