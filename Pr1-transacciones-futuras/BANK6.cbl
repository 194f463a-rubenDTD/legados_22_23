           FILE STATUS IS FSCO.


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
       FD TARJETAS
           02 MOV-MIN              PIC   9(2).
           02 MOV-SEG              PIC   9(2).
           02 MOV-IMPORTE-ENT      PIC  S9(7).
           02 MOV-IMPORTE-DEC      PIC  S9(2).
           02 MOV-CONCEPTO         PIC  X(35).
           02 MOV-SALDOPOS-ENT     PIC  S9(9).
           02 MOV-SALDOPOS-DEC     PIC  S9(2).
      *>   Cajero (terminales.ubd) del efectivo; cero si no lo es.
           02 MOV-TERMINAL         PIC   9(4).

       FD TRANSFERENCIAS
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
       77 FST                      PIC   X(2).
       77 FSM                      PIC   X(2).
       77 FSN                      PIC   X(2).
       77 FSCO                     PIC   X(2).
       77 FSL                      PIC   X(2).
       77 FSD                      PIC   X(2).
       77 FSRE                     PIC   X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK6".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

       78 BLACK                  VALUE      0.
       78 BLUE                   VALUE      1.

       77 CENT-SALDO-TMP           PIC S9(9).
       77 CENT-DELTA-SALDO         PIC S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 FECHA-HOY-NUM            PIC  9(8).

      *> Importe intentado de la operacion denegada en curso, para
      *> APUNTAR-RECHAZO.
       77 CENT-RECHAZO             PIC S9(9).

       77 EURENT-USUARIO           PIC  S9(7).
       77 EURDEC-USUARIO           PIC   9(2).
       77 MSJ-ORD                  PIC  X(35) VALUE "Transferimos".
       77 MSJ-DST                  PIC  X(35) VALUE "Nos transfieren".

      *> Saldo en pantalla: signo aparte y magnitud, para que un
      *> descubierto de menos de un euro no salga en positivo.
       77 PANT-SALDO-SIGNO         PIC  X(1).
       77 PANT-SALDO-ENT           PIC  9(7).
       77 PANT-SALDO-DEC           PIC  9(2).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).

               LINE 21 COL 68 PIC 9(3) USING CUOTAS-USUARIO.

       01 SALDO-DISPLAY.
           05 FILLER LINE 10 COL 33 PIC X(1) FROM PANT-SALDO-SIGNO.
           05 FILLER LINE 10 COL 34 PIC 9(7) FROM PANT-SALDO-ENT.
           05 FILLER LINE 10 COL 41 VALUE ",".
           05 FILLER LINE 10 COL 42 PIC 99 FROM PANT-SALDO-DEC.
           05 FILLER LINE 10 COL 45 VALUE "EUR".



           COMPUTE CENT-LIMITE-TRANSF = LIMITE-TRANSF-DEFECTO * 100.
           PERFORM LEER-LIMITES THRU LEER-LIMITES-EXIT.
           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.

           MOVE SPACE TO PANT-SALDO-SIGNO.
           IF CENT-SALDO-ORD-USER < 0
               MOVE "-" TO PANT-SALDO-SIGNO.
           COMPUTE PANT-SALDO-ENT = (CENT-SALDO-ORD-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-ORD-USER, 100)
               TO PANT-SALDO-DEC.

           DISPLAY "Ordenar Transferencia" LINE 8 COL 30.
           DISPLAY "Saldo Actual:" LINE 10 COL 19.
           COMPUTE CENT-IMPOR-USER = (EURENT-USUARIO * 100)
                                     + EURDEC-USUARIO.

      *>   Con linea de descubierto vigente el saldo puede quedar en
      *>   negativo hasta el limite autorizado.
           IF CENT-IMPOR-USER > CENT-SALDO-ORD-USER + CENT-DESCUBIERTO
              THEN
                   DISPLAY "Indique una cantidad menor!!" LINE 20 COL 19
                    WITH BACKGROUND-COLOR RED
                   SET RECH-OP-TRANSF TO TRUE
                   SET RECH-SALDO-INSUF TO TRUE
                   MOVE CENT-IMPOR-USER TO CENT-RECHAZO
                   PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT
                   GO TO INDICAR-CTA-DST
           END-IF.

           IF CENT-IMPOR-USER > CENT-LIMITE-TRANSF THEN
                   DISPLAY "Supera el maximo por transferencia"
                    LINE 23 COL 19 WITH BACKGROUND-COLOR RED
                   SET RECH-OP-TRANSF TO TRUE
                   SET RECH-LIMITE TO TRUE
                   MOVE CENT-IMPOR-USER TO CENT-RECHAZO
                   PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT
                   GO TO INDICAR-CTA-DST
           END-IF.

      *>   el acto y, si existe, el nombre del titular que se muestra
      *>   en la pantalla de confirmacion es el del fichero, no uno
      *>   tecleado, para que el cliente detecte un numero mal puesto.
      *>   Una tarjeta dada de baja tampoco puede recibir dinero.
           OPEN I-O TARJETAS.
           IF FST <> 00
              GO TO PSYS-ERR.
               DISPLAY "La cuenta destino no existe" LINE 22 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST.
           IF TARJETA-CERRADA
               CLOSE TARJETAS
               DISPLAY "La cuenta destino esta dada de baja" LINE 22
                   COL 19 WITH BACKGROUND-COLOR RED
               SET RECH-OP-TRANSF TO TRUE
               SET RECH-DESTINO-CERRADO TO TRUE
               MOVE CENT-IMPOR-USER TO CENT-RECHAZO
               PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT
               GO TO INDICAR-CTA-DST.
           MOVE TNOMBRE-E TO NOMBRE-DESTINO.
           CLOSE TARJETAS.

           MOVE EURENT-USUARIO TO MOV-IMPORTE-ENT.
           MULTIPLY -1 BY EURENT-USUARIO.
           MOVE EURDEC-USUARIO TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT = 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.

           MOVE MSJ-ORD        TO MOV-CONCEPTO.

           SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-ORD-USER.

           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ORD-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-ORD-USER, 100)
               TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.

           ADD CENT-IMPOR-USER TO CENT-SALDO-DST-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-DST-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-DST-USER, 100)
               TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.
               MOVE DIA TO TRANSF-DIA
           END-IF.

           SET DPE-TRANSF TO TRUE.
           MOVE TRANSF-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE TRANSF-REG.
           IF FSTM <> 00 THEN
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA

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
      *>   LEER-LIMITES: si la tarjeta tiene maximo propio por
      *>   transferencia en limites.ubd (BANK30), sustituye al de
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
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
