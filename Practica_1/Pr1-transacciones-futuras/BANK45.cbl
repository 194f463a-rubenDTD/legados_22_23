       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK45.

      *> Cobro de recibos domiciliados: lee el fichero de cobros que
      *> nos presentan los emisores (companias de suministros,
      *> gimnasios...) y, por cada recibo, comprueba que hay un
      *> mandato activo de esa tarjeta para ese emisor en
      *> mandatos.ubd (que mantiene BANK44). Si lo hay, el cargo entra
      *> por el circuito normal de SALDOS, MOVIMIENTO-REG y aviso al
      *> titular; si no se puede pagar, el recibo sale al fichero de
      *> devoluciones con su motivo:
      *>   01 - no hay mandato de esa tarjeta para ese emisor;
      *>   02 - el mandato esta revocado;
      *>   03 - la tarjeta esta cerrada (o no consta);
      *>   04 - saldo insuficiente (contando la linea de descubierto
      *>        de BANK43, como las ordenes de BANK10).
      *> Cada recibo tratado (cobrado o devuelto) queda apuntado por
      *> emisor y numero de recibo en cobros_proc.ubd, de modo que
      *> relanzar el proceso no cobra ni devuelve dos veces. Va en la
      *> cadena nocturna (bank_nightly.sh) antes del cuadre de BANK15
      *> y del volcado de BANK33, para que los cargos se cuadren y
      *> lleguen al mayor esa misma noche.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COBROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCB.

           SELECT OPTIONAL COBROS-PROC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROC-CLAVE
           FILE STATUS IS FSCP.

           SELECT OPTIONAL DEVOLUCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDV.

           SELECT OPTIONAL MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAND-CLAVE
           FILE STATUS IS FSMD.

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

           SELECT OPTIONAL DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESC-TARJETA
           FILE STATUS IS FSD.

       DATA DIVISION.
       FILE SECTION.
      *> Un recibo por linea, de ancho fijo: emisor, numero de recibo
      *> del emisor, referencia del mandato, tarjeta, importe y un
      *> texto libre del emisor que no se usa para cobrar.
       FD COBROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cobros_emisores.txt".
       01 COBRO-REG.
           02 COBRO-EMISOR         PIC X(10).
           02 COBRO-RECIBO         PIC X(15).
           02 COBRO-REFERENCIA     PIC X(20).
           02 COBRO-TARJETA        PIC 9(16).
           02 COBRO-IMPORTE-ENT    PIC 9(7).
           02 COBRO-IMPORTE-DEC    PIC 9(2).
           02 COBRO-TEXTO          PIC X(20).

       FD COBROS-PROC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cobros_proc.ubd".
       01 PROC-REG.
           02 PROC-CLAVE.
               03 PROC-EMISOR      PIC X(10).
               03 PROC-RECIBO      PIC X(15).
           02 PROC-FECHA           PIC 9(8).
           02 PROC-MOTIVO          PIC 9(2).

      *> Recibos devueltos al emisor, de ancho fijo: los del recibo
      *> presentado, fecha de proceso, codigo de motivo y su texto.
       FD DEVOLUCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "devoluciones_recibos.txt".
       01 DEVOL-REG.
           02 DEVOL-EMISOR         PIC X(10).
           02 DEVOL-RECIBO         PIC X(15).
           02 DEVOL-REFERENCIA     PIC X(20).
           02 DEVOL-TARJETA        PIC 9(16).
           02 DEVOL-IMPORTE-ENT    PIC 9(7).
           02 DEVOL-IMPORTE-DEC    PIC 9(2).
           02 DEVOL-FECHA          PIC 9(8).
           02 DEVOL-MOTIVO         PIC 9(2).
           02 DEVOL-TEXTO          PIC X(20).

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

      *> Linea de descubierto autorizada por tarjeta (BANK43), en EUR
      *> enteros; solo cuenta entre la fecha de alta y la de revision.
       FD DESCUBIERTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descubiertos.ubd".
       01 DESCUBIERTO-REG.
           02 DESC-TARJETA          PIC 9(16).
           02 DESC-LIMITE           PIC 9(7).
           02 DESC-FECHA-ALTA       PIC 9(8).
           02 DESC-FECHA-REVISION   PIC 9(8).

       WORKING-STORAGE SECTION.
       77 FSCB                     PIC  X(2).
       77 FSCP                     PIC  X(2).
       77 FSDV                     PIC  X(2).
       77 FSMD                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSD                      PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK45".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS         PIC  9(2).
               10 MILISEGUNDOS     PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       77 LAST-MOV-NUM             PIC  9(35).

       77 CENT-SALDO-USER          PIC S9(9).
       77 CENT-IMPOR-USER          PIC S9(9).
       77 CENT-SALDO-TMP           PIC S9(9).
       77 CENT-DELTA-SALDO         PIC S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 CENT-TOTAL-COBRADO       PIC S9(11) VALUE 0.
       77 FECHA-HOY-NUM            PIC  9(8).

       77 NUM-COBRADOS             PIC  9(6) VALUE 0.
       77 NUM-DEVUELTOS            PIC  9(6) VALUE 0.
       77 NUM-DUPLICADOS           PIC  9(6) VALUE 0.
       77 NUM-ERRORES              PIC  9(6) VALUE 0.

      *> Motivo de devolucion del recibo en curso; cero si se cobra.
       77 MOTIVO-DEVOLUCION        PIC  9(2).
           88 RECIBO-COBRABLE        VALUE 0.
           88 DEV-SIN-MANDATO        VALUE 1.
           88 DEV-MANDATO-REVOCADO   VALUE 2.
           88 DEV-TARJETA-CERRADA    VALUE 3.
           88 DEV-SALDO-INSUFICIENTE VALUE 4.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY "BANK45 - cobro de recibos domiciliados".
           DISPLAY "Fecha de proceso: " DIA "/" MES "/" ANO.

           OPEN INPUT COBROS.
           IF FSCB = 05
               CLOSE COBROS
               DISPLAY "BANK45: no hay fichero de cobros; nada que"
                   " procesar."
               STOP RUN.
           IF FSCB <> 00
               DISPLAY "BANK45: error al abrir cobros_emisores.txt,"
                   " FS=" FSCB
               GO TO FIN-BATCH-ERROR.
           OPEN I-O COBROS-PROC.
           IF FSCP <> 00 AND FSCP <> 05
               DISPLAY "BANK45: error al abrir cobros_proc.ubd,"
                   " FS=" FSCP
               GO TO FIN-BATCH-ERROR.
      *>   Las devoluciones se anaden: tras un relanzamiento, las de
      *>   la pasada interrumpida siguen en el fichero y sus recibos
      *>   ya constan como tratados.
           OPEN EXTEND DEVOLUCIONES.
           IF FSDV <> 00 AND FSDV <> 05
               DISPLAY "BANK45: error al abrir"
                   " devoluciones_recibos.txt, FS=" FSDV
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT MANDATOS.
           IF FSMD <> 00 AND FSMD <> 05
               DISPLAY "BANK45: error al abrir mandatos.ubd, FS=" FSMD
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BANK45: error al abrir tarjetas.ubd, FS=" FST
               GO TO FIN-BATCH-ERROR.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "BANK45: error al abrir movimientos.ubd, FS="
                   FSM
               GO TO FIN-BATCH-ERROR.
           OPEN I-O SALDOS.
           IF FSS <> 00
               DISPLAY "BANK45: error al abrir saldos.ubd, FS=" FSS
               GO TO FIN-BATCH-ERROR.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               DISPLAY "BANK45: error al abrir notificaciones.ubd,"
                   " FS=" FSN
               GO TO FIN-BATCH-ERROR.

       LEER-COBRO.
           READ COBROS AT END GO TO FIN-BATCH.

      *>   Recibo ya tratado (relanzamiento o recibo repetido en el
      *>   fichero del emisor): se descarta sin cobrar.
           MOVE COBRO-EMISOR TO PROC-EMISOR.
           MOVE COBRO-RECIBO TO PROC-RECIBO.
           READ COBROS-PROC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO NUM-DUPLICADOS
                   GO TO LEER-COBRO
           END-READ.

           PERFORM VALIDAR-COBRO THRU VALIDAR-COBRO-EXIT.

           IF RECIBO-COBRABLE
               PERFORM CARGAR-RECIBO THRU CARGAR-RECIBO-EXIT
           ELSE
               PERFORM DEVOLVER-RECIBO THRU DEVOLVER-RECIBO-EXIT
           END-IF.

      *>   El recibo se apunta como tratado justo despues de cargarlo
      *>   o devolverlo: una caida entre ambos pasos repetiria como
      *>   mucho el ultimo recibo en el relanzamiento.
           MOVE COBRO-EMISOR TO PROC-EMISOR.
           MOVE COBRO-RECIBO TO PROC-RECIBO.
           MOVE FECHA-HOY-NUM TO PROC-FECHA.
           MOVE MOTIVO-DEVOLUCION TO PROC-MOTIVO.
           WRITE PROC-REG INVALID KEY CONTINUE.
           GO TO LEER-COBRO.

      *>   ---------------------------------------------------------
      *>   VALIDAR-COBRO: deja en MOTIVO-DEVOLUCION el motivo por el
      *>   que el recibo no se puede cobrar, o cero si se cobra. El
      *>   mandato ha de existir para ese emisor y referencia, ser de
      *>   la tarjeta del recibo y estar firmado no despues de hoy.
      *>   ---------------------------------------------------------
       VALIDAR-COBRO.
           SET RECIBO-COBRABLE TO TRUE.

           MOVE COBRO-EMISOR TO MAND-EMISOR.
           MOVE COBRO-REFERENCIA TO MAND-REFERENCIA.
           READ MANDATOS INVALID KEY
               SET DEV-SIN-MANDATO TO TRUE
               GO TO VALIDAR-COBRO-EXIT.
           IF MAND-TARJETA NOT = COBRO-TARJETA
              OR MAND-FECHA-FIRMA > FECHA-HOY-NUM
               SET DEV-SIN-MANDATO TO TRUE
               GO TO VALIDAR-COBRO-EXIT.
           IF MANDATO-REVOCADO
               SET DEV-MANDATO-REVOCADO TO TRUE
               GO TO VALIDAR-COBRO-EXIT.

           MOVE COBRO-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               SET DEV-TARJETA-CERRADA TO TRUE
               GO TO VALIDAR-COBRO-EXIT.
           IF TARJETA-CERRADA
               SET DEV-TARJETA-CERRADA TO TRUE
               GO TO VALIDAR-COBRO-EXIT.

           COMPUTE CENT-IMPOR-USER =
               (COBRO-IMPORTE-ENT * 100) + COBRO-IMPORTE-DEC.
           MOVE COBRO-TARJETA TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-USER.
           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.
           IF CENT-IMPOR-USER > CENT-SALDO-USER + CENT-DESCUBIERTO
               SET DEV-SALDO-INSUFICIENTE TO TRUE.

       VALIDAR-COBRO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CARGAR-RECIBO: el cargo entra como cualquier otro adeudo,
      *>   con su movimiento, su aviso y su actualizacion de saldo.
      *>   El concepto lleva el emisor tras la almohadilla, para que
      *>   BANK33 agrupe todos los recibos en un mismo concepto.
      *>   ---------------------------------------------------------
       CARGAR-RECIBO.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE COBRO-TARJETA TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Recibo domiciliado #" DELIMITED BY SIZE
               COBRO-EMISOR DELIMITED BY SIZE
               INTO MOV-CONCEPTO.

           COMPUTE MOV-IMPORTE-ENT = 0 - COBRO-IMPORTE-ENT.
           MOVE COBRO-IMPORTE-DEC TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT = 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.

           SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO REGISTRO-ERROR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.

           MOVE COBRO-TARJETA TO SALDO-TARJETA.
           COMPUTE CENT-DELTA-SALDO = 0 - CENT-IMPOR-USER.
           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT.

           ADD 1 TO NUM-COBRADOS.
           ADD CENT-IMPOR-USER TO CENT-TOTAL-COBRADO.

       CARGAR-RECIBO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   DEVOLVER-RECIBO: linea del recibo impagado en el fichero
      *>   de devoluciones, con el motivo ya fijado por VALIDAR-COBRO.
      *>   ---------------------------------------------------------
       DEVOLVER-RECIBO.
           MOVE COBRO-EMISOR TO DEVOL-EMISOR.
           MOVE COBRO-RECIBO TO DEVOL-RECIBO.
           MOVE COBRO-REFERENCIA TO DEVOL-REFERENCIA.
           MOVE COBRO-TARJETA TO DEVOL-TARJETA.
           MOVE COBRO-IMPORTE-ENT TO DEVOL-IMPORTE-ENT.
           MOVE COBRO-IMPORTE-DEC TO DEVOL-IMPORTE-DEC.
           MOVE FECHA-HOY-NUM TO DEVOL-FECHA.
           MOVE MOTIVO-DEVOLUCION TO DEVOL-MOTIVO.
           IF DEV-SIN-MANDATO
               MOVE "SIN MANDATO" TO DEVOL-TEXTO.
           IF DEV-MANDATO-REVOCADO
               MOVE "MANDATO REVOCADO" TO DEVOL-TEXTO.
           IF DEV-TARJETA-CERRADA
               MOVE "TARJETA CERRADA" TO DEVOL-TEXTO.
           IF DEV-SALDO-INSUFICIENTE
               MOVE "SALDO INSUFICIENTE" TO DEVOL-TEXTO.
           WRITE DEVOL-REG.

           ADD 1 TO NUM-DEVUELTOS.

       DEVOLVER-RECIBO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   LEER-DESCUBIERTO: limite de la linea de descubierto de la
      *>   tarjeta en descubiertos.ubd (BANK43), en centimos. Sin
      *>   fichero, sin registro o fuera de vigencia (antes del alta o
      *>   pasada la fecha de revision), la linea es cero.
      *>   ---------------------------------------------------------
       LEER-DESCUBIERTO.
           MOVE 0 TO CENT-DESCUBIERTO.
           OPEN INPUT DESCUBIERTOS.
           IF FSD <> 00 AND FSD <> 05
               GO TO LEER-DESCUBIERTO-EXIT.
           MOVE COBRO-TARJETA TO DESC-TARJETA.
           READ DESCUBIERTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FECHA-HOY-NUM >= DESC-FECHA-ALTA
                      AND FECHA-HOY-NUM <= DESC-FECHA-REVISION
                       COMPUTE CENT-DESCUBIERTO = DESC-LIMITE * 100
                   END-IF
           END-READ.
           CLOSE DESCUBIERTOS.

       LEER-DESCUBIERTO-EXIT.
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
           WRITE SALDO-REG INVALID KEY GO TO REGISTRO-ERROR.
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
           REWRITE SALDO-REG INVALID KEY GO TO REGISTRO-ERROR.
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
           WRITE SALDO-REG INVALID KEY GO TO REGISTRO-ERROR.

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
           REWRITE SALDO-REG INVALID KEY GO TO REGISTRO-ERROR.
           GO TO SIGUIENTE-MOV-NUM-EXIT.

       SIGUIENTE-MOV-NUM-NUEVO.
           MOVE 0 TO SALDO-ENT.
           MOVE 0 TO SALDO-DEC.
           MOVE 1 TO SALDO-ULTIMO-MOV.
           MOVE 1 TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE SALDO-REG INVALID KEY GO TO REGISTRO-ERROR.

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
           WRITE NOTIF-REG INVALID KEY GO TO REGISTRO-ERROR.

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

      *>   Un recibo que no se pudo contabilizar no se apunta como
      *>   tratado: el relanzamiento lo reintenta.
       REGISTRO-ERROR.
           ADD 1 TO NUM-ERRORES.
           DISPLAY "BANK45: error al cargar el recibo " COBRO-RECIBO
               " del emisor " COBRO-EMISOR
               ", se reintentara en el relanzamiento".
           GO TO LEER-COBRO.

       FIN-BATCH.
           CLOSE COBROS.
           CLOSE COBROS-PROC.
           CLOSE DEVOLUCIONES.
           CLOSE MANDATOS.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.
           DISPLAY "BANK45: fin del proceso. Cobrados: " NUM-COBRADOS
               " Devueltos: " NUM-DEVUELTOS
               " Descartados: " NUM-DUPLICADOS
               " Con error: " NUM-ERRORES.
           DISPLAY "BANK45: importe cobrado (centimos): "
               CENT-TOTAL-COBRADO.
           STOP RUN.

       FIN-BATCH-ERROR.
      *>   Codigo de retorno distinto de cero: el lanzador de la
      *>   cadena (BANK31) apunta el paso en error, no completado.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
