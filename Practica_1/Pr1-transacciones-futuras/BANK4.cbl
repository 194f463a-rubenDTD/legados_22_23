           SELECT OPTIONAL CAJETINES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJETIN-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL LIMITES ASSIGN TO DISK
           RECORD KEY IS LIM-TARJETA
           FILE STATUS IS FSL.

           SELECT OPTIONAL DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESC-TARJETA
           FILE STATUS IS FSD.

           SELECT OPTIONAL RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECH-CLAVE
           FILE STATUS IS FSRE.

       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
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

      *> Inventario fisico de cada cajero, un registro por terminal y
      *> denominacion de billete cargada. Lo repone la pantalla de
      *> sucursal BANK26 y lo coteja billete a billete el arqueo de
      *> BANK13; aqui solo se tocan los cajetines de este terminal.
       FD CAJETINES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajetines.ubd".
       01 CAJETIN-REG.
           02 CAJETIN-CLAVE.
               03 CAJETIN-TERMINAL PIC  9(4).
               03 CAJETIN-DENOM    PIC  9(3).
           02 CAJETIN-CANTIDAD     PIC  9(5).

      *> Limites operativos por tarjeta (BANK30), en EUR enteros; la
           02 LIM-TRANSF-MAX        PIC 9(7).
           02 LIM-ENTRADAS-DIARIO   PIC 9(7).

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

       WORKING-STORAGE SECTION.
       77 FSM                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSRE                     PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK4".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

       78 BLACK                  VALUE      0.
       78 BLUE                   VALUE      1.
       77 CENT-DISPONIBLE-HOY      PIC S9(9).
       77 CENT-SALDO-TMP           PIC S9(9).
       77 CENT-DELTA-SALDO         PIC S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 FECHA-HOY-NUM            PIC  9(8).

      *> Importe intentado de la operacion denegada en curso, para
      *> APUNTAR-RECHAZO.
       77 CENT-RECHAZO             PIC S9(9).

       77 EURENT-USUARIO           PIC  9(5).
       77 EURDEC-USUARIO           PIC  9(2).

      *> Saldo en pantalla: signo aparte y magnitud, para que un
      *> descubierto de menos de un euro no salga en positivo.
       01 SALDO-GRUPO.
           05 SALDO-SIGNO          PIC  X(1).
           05 SALDO-ENT            PIC  9(7).
           05 SALDO-DEC            PIC  9(2).
       01 DISPONIBLE-GRUPO.
           05 DISPONIBLE-ENT       PIC S9(7).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
      *> Cajero en el que corre BANK1 (terminales.ubd).
       77 TERMINAL-CAJERO          PIC  9(4).

       SCREEN SECTION.
       01 BLANK-SCREEN.
               LINE 14 COL 52 PIC 9(2) USING EURDEC-USUARIO.

       01 SALDO-DISPLAY.
           05 FILLER LINE 10 COL 33 PIC X(1) FROM SALDO-SIGNO.
           05 FILLER LINE 10 COL 34 PIC 9(7) FROM SALDO-ENT.
           05 FILLER LINE 10 COL 41 VALUE ",".
           05 FILLER LINE 10 COL 42 PIC 99 FROM SALDO-DEC.
           05 FILLER LINE 10 COL 45 VALUE "EUR".
           05 FILLER LINE 12 COL 42 PIC 99 FROM DISPONIBLE-DEC.
           05 FILLER LINE 12 COL 45 VALUE "EUR".

       PROCEDURE DIVISION USING TNUM TERMINAL-CAJERO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           MOVE 0 TO LAST-MOV-NUM.
           MOVE TNUM TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-USER.
           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.

           COMPUTE CENT-DISPONIBLE-HOY =
               CENT-LIMITE-DIARIO - CENT-RETIRADO-HOY.

       PIDE-IMPORTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE SPACE TO SALDO-SIGNO.
           IF CENT-SALDO-USER < 0
               MOVE "-" TO SALDO-SIGNO.
           COMPUTE SALDO-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO SALDO-DEC.
           COMPUTE DISPONIBLE-ENT = (CENT-DISPONIBLE-HOY / 100).
           MOVE FUNCTION MOD(CENT-DISPONIBLE-HOY, 100) TO DISPONIBLE-DEC.

           IF CENT-IMPOR-USER = 0 THEN
               GO TO PIDE-IMPORTE.

      *>   Con linea de descubierto vigente el saldo puede quedar en
      *>   negativo hasta el limite autorizado.
           IF CENT-IMPOR-USER > CENT-SALDO-USER + CENT-DESCUBIERTO THEN
               DISPLAY "Saldo insuficiente" LINE 16 COL 25
                   WITH BACKGROUND-COLOR RED
               SET RECH-OP-RETIRADA TO TRUE
               SET RECH-SALDO-INSUF TO TRUE
               MOVE CENT-IMPOR-USER TO CENT-RECHAZO
               PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT
               GO TO PIDE-IMPORTE.

           IF CENT-IMPOR-USER > CENT-DISPONIBLE-HOY THEN
               DISPLAY "Supera el limite diario de retirada" LINE 16
                   COL 17 WITH BACKGROUND-COLOR RED
               SET RECH-OP-RETIRADA TO TRUE
               SET RECH-LIMITE TO TRUE
               MOVE CENT-IMPOR-USER TO CENT-RECHAZO
               PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT
               GO TO PIDE-IMPORTE.

      *>   El importe tiene que poder salir fisicamente del cajero:
           IF EURDEC-USUARIO NOT = 0 THEN
               DISPLAY "El cajero solo dispensa billetes enteros"
                   LINE 16 COL 17 WITH BACKGROUND-COLOR RED
               SET RECH-OP-RETIRADA TO TRUE
               SET RECH-NO-DISPENSABLE TO TRUE
               MOVE CENT-IMPOR-USER TO CENT-RECHAZO
               PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT
               GO TO PIDE-IMPORTE.

           PERFORM CARGAR-CAJETINES THRU CARGAR-CAJETINES-EXIT.
                   LINE 16 COL 17 WITH BACKGROUND-COLOR RED
               DISPLAY "cargados en el cajero" LINE 17 COL 17
                   WITH BACKGROUND-COLOR RED
               SET RECH-OP-RETIRADA TO TRUE
               SET RECH-NO-DISPENSABLE TO TRUE
               MOVE CENT-IMPOR-USER TO CENT-RECHAZO
               PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT
               GO TO PIDE-IMPORTE.

       REALIZAR-RETIRADA.

           COMPUTE MOV-IMPORTE-ENT = 0 - EURENT-USUARIO.
           MOVE EURDEC-USUARIO TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT = 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.

           SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE TERMINAL-CAJERO TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.
           GO TO EXIT-ENTER.

      *>   ---------------------------------------------------------
      *>   CARGAR-CAJETINES: vuelca los cajetines de este terminal
      *>   en TABLA-CAJETINES ordenada de mayor a menor denominacion
      *>   (el fichero se lee en orden de clave ascendente desde la
      *>   primera denominacion del terminal y cada registro se
      *>   inserta en cabeza). Un cajero sin inventario queda con
      *>   tabla vacia y ningun desglose posible.
      *>   ---------------------------------------------------------
       CARGAR-CAJETINES.
           MOVE 0 TO NUM-CAJETINES.
           OPEN INPUT CAJETINES.
           IF FSC <> 00 AND FSC <> 05
               GO TO PSYS-ERR.
           MOVE TERMINAL-CAJERO TO CAJETIN-TERMINAL.
           MOVE 0 TO CAJETIN-DENOM.
           START CAJETINES KEY IS NOT LESS THAN CAJETIN-CLAVE
               INVALID KEY GO TO CARGAR-CAJETINES-FIN.

       CARGAR-CAJETINES-LEER.
           READ CAJETINES NEXT RECORD AT END
               GO TO CARGAR-CAJETINES-FIN.
               IF CAJETIN-TERMINAL NOT = TERMINAL-CAJERO
                   GO TO CARGAR-CAJETINES-FIN.
               IF NUM-CAJETINES >= 10
                   GO TO CARGAR-CAJETINES-FIN.
               MOVE NUM-CAJETINES TO IDX-HUECO.
       DESCONTAR-UN-CAJETIN.
           IF TCAJ-DISPENSAR(IDX-CAJ) = 0
               GO TO DESCONTAR-UN-CAJETIN-EXIT.
           MOVE TERMINAL-CAJERO TO CAJETIN-TERMINAL.
           MOVE TCAJ-DENOM(IDX-CAJ) TO CAJETIN-DENOM.
           READ CAJETINES INVALID KEY
               GO TO DESCONTAR-UN-CAJETIN-EXIT.
           SUBTRACT TCAJ-DISPENSAR(IDX-CAJ) FROM CAJETIN-CANTIDAD.
           SET DPE-CAJETINES TO TRUE.
           MOVE CAJETIN-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE CAJETIN-REG INVALID KEY GO TO PSYS-ERR.

       DESCONTAR-UN-CAJETIN-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   APUNTAR-RECHAZO: deja en rechazos.ubd la negativa que se
      *>   acaba de dar a la tarjeta TNUM. El llamante fija antes la
      *>   operacion y el motivo (RECH-OPERACION, RECH-MOTIVO) y el
      *>   importe intentado en CENT-RECHAZO. Un fallo del diario no
      *>   cambia lo que ve el cliente: la negativa ya esta dada.
      *>   ---------------------------------------------------------
       APUNTAR-RECHAZO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE TNUM TO RECH-TARJETA.
           STRING ANO DELIMITED BY SIZE
               MES DELIMITED BY SIZE
               DIA DELIMITED BY SIZE
               HORAS DELIMITED BY SIZE
               MINUTOS DELIMITED BY SIZE
               SEGUNDOS DELIMITED BY SIZE
               INTO RECH-FECHA-HORA.
           MOVE 0 TO RECH-SECUENCIA.
           COMPUTE RECH-IMPORTE-ENT = CENT-RECHAZO / 100.
           MOVE FUNCTION MOD(CENT-RECHAZO, 100) TO RECH-IMPORTE-DEC.

           OPEN I-O RECHAZOS.
           IF FSRE <> 00 AND FSRE <> 05
               GO TO APUNTAR-RECHAZO-EXIT.

       APUNTAR-RECHAZO-GRABAR.
           WRITE RECHAZO-REG INVALID KEY
               IF RECH-SECUENCIA < 99
                   ADD 1 TO RECH-SECUENCIA
                   GO TO APUNTAR-RECHAZO-GRABAR
               END-IF
           END-WRITE.
           CLOSE RECHAZOS.

       APUNTAR-RECHAZO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   LEER-LIMITES: si la tarjeta tiene limite propio de retirada
      *>   en limites.ubd (BANK30), sustituye al de compilacion. Sin
       LEER-LIMITES-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   LEER-DESCUBIERTO: limite de la linea de descubierto de la
      *>   tarjeta en descubiertos.ubd (BANK43), en centimos. Sin
      *>   fichero, sin registro o fuera de vigencia (antes del alta o
      *>   pasada la fecha de revision), la linea es cero.
      *>   ---------------------------------------------------------
       LEER-DESCUBIERTO.
           MOVE 0 TO CENT-DESCUBIERTO.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           OPEN INPUT DESCUBIERTOS.
           IF FSD <> 00 AND FSD <> 05
               GO TO LEER-DESCUBIERTO-EXIT.
           MOVE TNUM TO DESC-TARJETA.
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
           COMPUTE CENT-SALDO-TMP = (SALDO-ENT-REG * 100)
           MOVE 0 TO SALDO-ENT-REG.
           MOVE 0 TO SALDO-DEC-REG.
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
           COMPUTE CENT-SALDO-TMP = (SALDO-ENT-REG * 100)
               + SALDO-DEC-REG.
           ADD CENT-DELTA-SALDO TO CENT-SALDO-TMP.
           COMPUTE SALDO-ENT-REG = (CENT-SALDO-TMP
               - FUNCTION MOD(CENT-SALDO-TMP, 100)) / 100.
           MOVE FUNCTION MOD(CENT-SALDO-TMP, 100) TO SALDO-DEC-REG.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.
           GO TO ACTUALIZAR-SALDO-EXIT.

       ACTUALIZAR-SALDO-NUEVO.
           MOVE CENT-DELTA-SALDO TO CENT-SALDO-TMP.
           COMPUTE SALDO-ENT-REG = (CENT-SALDO-TMP
               - FUNCTION MOD(CENT-SALDO-TMP, 100)) / 100.
           MOVE FUNCTION MOD(CENT-SALDO-TMP, 100) TO SALDO-DEC-REG.
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

           MOVE 0 TO SALDO-DEC-REG.
           MOVE 1 TO SALDO-ULTIMO-MOV.
           MOVE 1 TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.

       SIGUIENTE-MOV-NUM-EXIT.
