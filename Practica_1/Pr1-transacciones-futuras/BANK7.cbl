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

           SELECT OPTIONAL LISTA-ESPERA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-CLAVE
           FILE STATUS IS FSLE.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTOS
           02 EVENTO-LIQUIDADO      PIC  9(1).
               88 EVENTO-SIN-LIQUIDAR VALUE 0.
               88 EVENTO-YA-LIQUIDADO VALUE 1.
           02 EVENTO-VENTA          PIC  9(1).
               88 EVENTO-EN-VENTA      VALUE 0.
               88 EVENTO-VENTA-CERRADA VALUE 1.

       FD BILLETES
           LABEL RECORD STANDARD
           02 BILLETE-ESTADO        PIC  9(1).
               88 BILLETE-VALIDO     VALUE 0.
               88 BILLETE-DEVUELTO   VALUE 1.
           02 BILLETE-GASTOS-ENT    PIC  9(5).
           02 BILLETE-GASTOS-DEC    PIC  9(2).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
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

      *> Limites operativos por tarjeta (BANK30), en EUR enteros; la
      *> tarjeta sin registro (o con el campo a cero) opera con el
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

      *> Lista de espera de los espectaculos agotados: por evento y
      *> orden de llegada. Las plazas que se liberan las reparte
      *> BANK61 entre las esperas pendientes.
       FD LISTA-ESPERA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "lista_espera.ubd".
       01 ESPERA-REG.
           02 ESP-CLAVE.
               03 ESP-EVENTO         PIC  9(6).
               03 ESP-SECUENCIA      PIC  9(6).
           02 ESP-TARJETA           PIC  9(16).
           02 ESP-FECHA-ALTA        PIC  9(8).
           02 ESP-ESTADO            PIC  9(1).
               88 ESP-ESPERANDO        VALUE 0.
               88 ESP-ATENDIDA         VALUE 1.
               88 ESP-CADUCADA         VALUE 2.
           02 ESP-BILLETE-NUM       PIC  9(10).

       WORKING-STORAGE SECTION.
       77 FSE                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSRE                     PIC  X(2).
       77 FSLE                     PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK7".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

       78 BLACK                  VALUE      0.
       78 BLUE                   VALUE      1.
       77 CENT-GASTADO-HOY         PIC S9(9).
       77 CENT-SALDO-TMP           PIC S9(9).
       77 CENT-DELTA-SALDO         PIC S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 FECHA-HOY-NUM            PIC  9(8).
       77 FECHA-EVENTO-NUM         PIC  9(8).

      *> Importe intentado de la operacion denegada en curso, para
      *> APUNTAR-RECHAZO.
       77 CENT-RECHAZO             PIC S9(9).

       77 EVENTO-NUM-ELEGIDO       PIC  9(6).
       77 CONFIRMACION             PIC  X(1).
       77 ULTIMA-SECUENCIA-ESPERA  PIC  9(6).
       77 PUESTO-ESPERA            PIC  9(6).

      *> Saldo en pantalla: signo aparte y magnitud, para que un
      *> descubierto de menos de un euro no salga en positivo.
       01 SALDO-GRUPO.
           05 SALDO-SIGNO          PIC  X(1).
           05 SALDO-ENT            PIC  9(7).
           05 SALDO-DEC            PIC  9(2).

       77 LINEA-RENGLON            PIC  9(2).
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 SALDO-DISPLAY.
           05 FILLER LINE 6 COL 50 PIC X(1) FROM SALDO-SIGNO.
           05 FILLER LINE 6 COL 51 PIC 9(7) FROM SALDO-ENT.
           05 FILLER LINE 6 COL 58 VALUE ",".
           05 FILLER LINE 6 COL 59 PIC 99 FROM SALDO-DEC.
           05 FILLER LINE 6 COL 62 VALUE "EUR".
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 21 COL 50 PIC 9(6) USING EVENTO-NUM-ELEGIDO.

       01 ENTRADA-CONFIRMACION.
           05 FILLER UNDERLINE
               LINE 22 COL 58 PIC X(1) USING CONFIRMACION.

       PROCEDURE DIVISION USING TNUM.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           COMPUTE CENT-LIMITE-ENTRADAS = LIMITE-ENTRADAS-DEFECTO
               * 100.
           PERFORM LEER-LIMITES THRU LEER-LIMITES-EXIT.
           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.
           PERFORM SUMAR-GASTO-HOY THRU SUMAR-GASTO-HOY-EXIT.

       LISTAR-EVENTOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Comprar entradas de espectaculos" LINE 6 COL 10.
           MOVE SPACE TO SALDO-SIGNO.
           IF CENT-SALDO-USER < 0
               MOVE "-" TO SALDO-SIGNO.
           COMPUTE SALDO-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO SALDO-DEC.
           DISPLAY "Saldo:" LINE 6 COL 42.
           DISPLAY SALDO-DISPLAY.


       LISTAR-EVENTOS-LEER.
           READ EVENTOS NEXT RECORD AT END GO TO LISTAR-EVENTOS-FIN.
      *>       Los agotados que aun no se han celebrado se listan
      *>       tambien: se puede pedir plaza en su lista de espera.
               COMPUTE FECHA-EVENTO-NUM = (EVENTO-ANO * 10000)
                   + (EVENTO-MES * 100) + EVENTO-DIA.
               IF EVENTO-EN-VENTA AND LINEA-RENGLON < 20 AND
                  (EVENTO-AFORO-DISP > 0 OR
                   FECHA-EVENTO-NUM >= FECHA-HOY-NUM) THEN
                   ADD 1 TO LINEA-RENGLON
                   ADD 1 TO NUM-EVENTOS-MOSTRADOS
                   DISPLAY LINEA-EVENTO
                   IF EVENTO-AFORO-DISP = 0
                       DISPLAY "Agotado" LINE LINEA-RENGLON COL 67
                   END-IF
               END-IF.
               GO TO LISTAR-EVENTOS-LEER.

               CLOSE EVENTOS
               GO TO PIDE-EVENTO.

           COMPUTE FECHA-EVENTO-NUM = (EVENTO-ANO * 10000)
               + (EVENTO-MES * 100) + EVENTO-DIA.
           IF EVENTO-AFORO-DISP = 0 AND EVENTO-EN-VENTA
              AND FECHA-EVENTO-NUM >= FECHA-HOY-NUM THEN
               CLOSE EVENTOS
               GO TO OFRECER-ESPERA.

           IF EVENTO-AFORO-DISP = 0 OR EVENTO-VENTA-CERRADA THEN
               DISPLAY "No quedan entradas para ese espectaculo"
                   LINE 22 COL 20 WITH BACKGROUND-COLOR RED
               CLOSE EVENTOS

           COMPUTE CENT-PRECIO-EVENTO =
               (EVENTO-PRECIO-ENT * 100) + EVENTO-PRECIO-DEC.
      *>   Con linea de descubierto vigente el saldo puede quedar en
      *>   negativo hasta el limite autorizado.
           IF CENT-PRECIO-EVENTO > CENT-SALDO-USER + CENT-DESCUBIERTO
              THEN
               DISPLAY "Saldo insuficiente para esta compra" LINE 22
                   COL 21 WITH BACKGROUND-COLOR RED
               CLOSE EVENTOS
               SET RECH-OP-ENTRADAS TO TRUE
               SET RECH-SALDO-INSUF TO TRUE
               MOVE CENT-PRECIO-EVENTO TO CENT-RECHAZO
               PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT
               GO TO PIDE-EVENTO.

      *>   Techo diario de gasto en entradas: lo ya comprado hoy mas
               DISPLAY "Supera su gasto diario en entradas" LINE 22
                   COL 21 WITH BACKGROUND-COLOR RED
               CLOSE EVENTOS
               SET RECH-OP-ENTRADAS TO TRUE
               SET RECH-LIMITE TO TRUE
               MOVE CENT-PRECIO-EVENTO TO CENT-RECHAZO
               PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT
               GO TO PIDE-EVENTO.

       REALIZAR-COMPRA.
           SUBTRACT 1 FROM EVENTO-AFORO-DISP.
           SET DPE-EVENTOS TO TRUE.
           MOVE EVENTO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE EVENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE EVENTOS.


           COMPUTE MOV-IMPORTE-ENT = 0 - EVENTO-PRECIO-ENT.
           MOVE EVENTO-PRECIO-DEC TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT = 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.

           SUBTRACT CENT-PRECIO-EVENTO FROM CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.
           MOVE EVENTO-PRECIO-DEC TO BILLETE-PRECIO-DEC.
           MOVE LAST-MOV-NUM TO BILLETE-MOV-NUM.
           SET BILLETE-VALIDO TO TRUE.
           MOVE 0 TO BILLETE-GASTOS-ENT.
           MOVE 0 TO BILLETE-GASTOS-DEC.

           WRITE BILLETE-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE BILLETES.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *>   ---------------------------------------------------------
      *>   OFRECER-ESPERA: el espectaculo elegido esta agotado pero
      *>   sigue en venta. Se ofrece apuntar la tarjeta en su lista de
      *>   espera; si luego se libera una plaza, BANK61 se la cobra y
      *>   le avisa con el localizador. Una tarjeta que ya espera en
      *>   ese evento no se apunta dos veces.
      *>   ---------------------------------------------------------
       OFRECER-ESPERA.
           DISPLAY "Agotado. Apuntarse a la lista de espera? (S/N):"
               LINE 22 COL 10.
           MOVE "N" TO CONFIRMACION.
           ACCEPT ENTRADA-CONFIRMACION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO LISTAR-EVENTOS
               ELSE
                   GO TO OFRECER-ESPERA.

           IF CONFIRMACION NOT = "S" AND CONFIRMACION NOT = "s"
               GO TO LISTAR-EVENTOS.

           OPEN I-O LISTA-ESPERA.
           IF FSLE <> 00 AND FSLE <> 05
               GO TO PSYS-ERR.

           MOVE 0 TO ULTIMA-SECUENCIA-ESPERA.
           MOVE 0 TO PUESTO-ESPERA.
           MOVE EVENTO-NUM-ELEGIDO TO ESP-EVENTO.
           MOVE 0 TO ESP-SECUENCIA.
           START LISTA-ESPERA KEY IS >= ESP-CLAVE
               INVALID KEY GO TO GRABAR-ESPERA.

       BUSCAR-ESPERA.
           READ LISTA-ESPERA NEXT RECORD AT END GO TO GRABAR-ESPERA.
               IF ESP-EVENTO NOT = EVENTO-NUM-ELEGIDO
                   GO TO GRABAR-ESPERA.
               MOVE ESP-SECUENCIA TO ULTIMA-SECUENCIA-ESPERA.
               IF NOT ESP-ESPERANDO
                   GO TO BUSCAR-ESPERA.
               IF ESP-TARJETA = TNUM
                   CLOSE LISTA-ESPERA
                   PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
                   DISPLAY "Comprar entradas de espectaculos" LINE 6
                       COL 10
                   DISPLAY "Ya esta en la lista de espera de ese"
                       LINE 10 COL 22
                   DISPLAY "espectaculo." LINE 11 COL 22
                   DISPLAY "Enter - Aceptar" LINE 24 COL 33
                   GO TO EXIT-ENTER.
               ADD 1 TO PUESTO-ESPERA.
               GO TO BUSCAR-ESPERA.

       GRABAR-ESPERA.
           MOVE EVENTO-NUM-ELEGIDO TO ESP-EVENTO.
           COMPUTE ESP-SECUENCIA = ULTIMA-SECUENCIA-ESPERA + 1.
           MOVE TNUM TO ESP-TARJETA.
           MOVE FECHA-HOY-NUM TO ESP-FECHA-ALTA.
           SET ESP-ESPERANDO TO TRUE.
           MOVE 0 TO ESP-BILLETE-NUM.
           WRITE ESPERA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE LISTA-ESPERA.
           ADD 1 TO PUESTO-ESPERA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Comprar entradas de espectaculos" LINE 6 COL 10.
           DISPLAY "Apuntado en la lista de espera." LINE 10 COL 24.
           DISPLAY "Puesto en la lista:" LINE 12 COL 24.
           DISPLAY PUESTO-ESPERA LINE 12 COL 44.
           DISPLAY "Si se libera una entrada se le cobrara y"
               LINE 14 COL 20.
           DISPLAY "recibira un aviso con su localizador." LINE 15
               COL 20.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

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

      *>   ---------------------------------------------------------
      *>   LEER-LIMITES: si la tarjeta tiene limite propio de gasto
      *>   en entradas en limites.ubd (BANK30), sustituye al de

      *>   ---------------------------------------------------------
      *>   SUMAR-GASTO-HOY: suma lo ya gastado hoy en entradas por
      *>   esta tarjeta (los "Compra de entradas." del dia, y las
      *>   entradas servidas hoy desde la lista de espera por BANK61,
      *>   van en negativo: restarlos acumula el gasto en positivo),
      *>   igual que BANK4 suma lo ya retirado hoy.
      *>   ---------------------------------------------------------
       SUMAR-GASTO-HOY.
           MOVE 0 TO CENT-GASTADO-HOY.
               GO TO SUMAR-GASTO-HOY-FIN.
               IF MOV-TARJETA = TNUM AND MOV-ANO = ANO
                  AND MOV-MES = MES AND MOV-DIA = DIA
                  AND (MOV-CONCEPTO = "Compra de entradas."
                   OR MOV-CONCEPTO(1:22) = "Entrada lista espera #")
                  THEN
      *>           El importe se reconstruye respetando el convenio de
      *>           parte entera con signo y decimales en positivo (las
      *>           compras van en negativo), como en BANK15.
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
       CANAL-PREFERIDO-EXIT.
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

       PSYS-ERR.
           CLOSE EVENTOS.
           CLOSE BILLETES.
           CLOSE LISTA-ESPERA.
           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.
