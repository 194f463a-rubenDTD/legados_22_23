           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIB.

           SELECT OPTIONAL DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESC-TARJETA
           FILE STATUS IS FSD.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSFERENCIAS
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

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_batch.txt".
       01 INFORME-BATCH-LINEA      PIC X(90).

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
       77 FSTM                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSIS                     PIC  X(2).
       77 FSCB                     PIC  X(2).
       77 FSIB                     PIC  X(2).
       77 FSD                      PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK10".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 CENT-IMPOR-USER          PIC  S9(9).
       77 CENT-SALDO-TMP           PIC  S9(9).
       77 CENT-DELTA-SALDO         PIC  S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 FECHA-HOY-NUM            PIC  9(8).

       77 NUM-MENSUALIDADES        PIC   9(4).
       77 BUCLE-MES                PIC   9(4).
           MOVE TARJETA-ORIGEN TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-ORD-USER.
           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.

           MOVE TARJETA-DESTINO TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
       DESTINO-DESAPARECIDO.
           CLOSE TARJETAS.
           SET TRANSF-RECHAZADA TO TRUE.
           SET DPE-TRANSF TO TRUE.
           MOVE TRANSF-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE TRANSF-REG INVALID KEY GO TO REGISTRO-ERROR.
           ADD 1 TO NUM-TRANSF-ERROR.
           DISPLAY "BANK10: transferencia " TRANSF-NUM

           SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-ORD-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ORD-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-ORD-USER, 100)
               TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE TARJETA-ORIGEN TO MOV-TARJETA.
           MOVE TRANSF-IMPORTE-ENT TO MOV-IMPORTE-ENT.
           MULTIPLY -1 BY TRANSF-IMPORTE-ENT.
           MOVE TRANSF-IMPORTE-DEC TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT = 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO REGISTRO-ERROR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.
      *>   que la siguiente pasada no lo vuelva a aplicar si el
      *>   proceso se interrumpe justo aqui.
           SET ORIGEN-HECHO TO TRUE.
           SET DPE-TRANSF TO TRUE.
           MOVE TRANSF-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE TRANSF-REG INVALID KEY GO TO REGISTRO-ERROR.

           IF DESTINO-EXTERNO

           ADD CENT-IMPOR-USER TO CENT-SALDO-DST-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-DST-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-DST-USER, 100)
               TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE TARJETA-DESTINO TO MOV-TARJETA.
           MOVE 0 TO MOV-MIN.
           MOVE 0 TO MOV-SEG.
           MOVE "Nos transfieren." TO MOV-CONCEPTO.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO REGISTRO-ERROR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.

           SET TRANSF-COMPLETADA TO TRUE.
           SET ORIGEN-PENDIENTE TO TRUE.
           SET DPE-TRANSF TO TRUE.
           MOVE TRANSF-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE TRANSF-REG INVALID KEY GO TO REGISTRO-ERROR.

           CLOSE F-MOVIMIENTOS.

           SET TRANSF-COMPLETADA TO TRUE.
           SET ORIGEN-PENDIENTE TO TRUE.
           SET DPE-TRANSF TO TRUE.
           MOVE TRANSF-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE TRANSF-REG INVALID KEY GO TO REGISTRO-ERROR.

           CLOSE F-MOVIMIENTOS.
           IF TRANSF-TOTAL-CUOTAS > 0 AND
              TRANSF-CUOTAS-HECHAS NOT < TRANSF-TOTAL-CUOTAS
               SET TRANSF-COMPLETADA TO TRUE
               SET DPE-TRANSF TO TRUE
               MOVE TRANSF-REG TO DPE-REGISTRO
               CALL "BANK58" USING DIARIO-PETICION
               REWRITE TRANSF-REG INVALID KEY GO TO REGISTRO-ERROR
               END-REWRITE
               CLOSE F-MOVIMIENTOS
                  (ANO > TRANSF-FIN-ANO OR
                   (ANO = TRANSF-FIN-ANO AND MES > TRANSF-FIN-MES))
                   SET TRANSF-COMPLETADA TO TRUE
                   SET DPE-TRANSF TO TRUE
                   MOVE TRANSF-REG TO DPE-REGISTRO
                   CALL "BANK58" USING DIARIO-PETICION
                   REWRITE TRANSF-REG INVALID KEY GO TO REGISTRO-ERROR
                   END-REWRITE
                   CLOSE F-MOVIMIENTOS

      *>       La mensualidad se salta (y se cuenta en
      *>       MENSUALIDADES-SALTADAS, visible en el listado de BANK8)
      *>       en vez de dejar la cuenta en descubierto sin avisar; con
      *>       linea de descubierto vigente solo se salta si el pago
      *>       pasaria del limite autorizado.
               IF CENT-IMPOR-USER >
                  CENT-SALDO-ORD-USER + CENT-DESCUBIERTO THEN
                   ADD 1 TO MENSUALIDADES-SALTADAS
                   DISPLAY "BANK10: transferencia " TRANSF-NUM
                       " primera mensualidad saltada por saldo"

                       COMPUTE MOV-SALDOPOS-ENT =
                           (CENT-SALDO-ORD-USER / 100)
                       MOVE FUNCTION REM(CENT-SALDO-ORD-USER, 100)
                           TO MOV-SALDOPOS-DEC
                       IF MOV-SALDOPOS-ENT < 0
                           COMPUTE MOV-SALDOPOS-DEC =
                               0 - MOV-SALDOPOS-DEC
                       END-IF

                       MOVE LAST-MOV-NUM TO MOV-NUM
                       MOVE TARJETA-ORIGEN TO MOV-TARJETA
                       MOVE TRANSF-IMPORTE-ENT TO MOV-IMPORTE-ENT
                       MULTIPLY -1 BY TRANSF-IMPORTE-ENT
                       MOVE TRANSF-IMPORTE-DEC TO MOV-IMPORTE-DEC
                       IF MOV-IMPORTE-ENT = 0
                           COMPUTE MOV-IMPORTE-DEC =
                               0 - MOV-IMPORTE-DEC
                       END-IF
                       MOVE 0 TO MOV-TERMINAL

                       WRITE MOVIMIENTO-REG
                           INVALID KEY GO TO REGISTRO-ERROR
                           ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT

                       SET ORIGEN-HECHO TO TRUE
                       SET DPE-TRANSF TO TRUE
                       MOVE TRANSF-REG TO DPE-REGISTRO
                       CALL "BANK58" USING DIARIO-PETICION
                       REWRITE TRANSF-REG
                           INVALID KEY GO TO REGISTRO-ERROR
                   END-IF
                   ADD CENT-IMPOR-USER TO CENT-SALDO-DST-USER
                   COMPUTE MOV-SALDOPOS-ENT =
                       (CENT-SALDO-DST-USER / 100)
                   MOVE FUNCTION REM(CENT-SALDO-DST-USER, 100)
                       TO MOV-SALDOPOS-DEC
                   IF MOV-SALDOPOS-ENT < 0
                       COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC
                   END-IF

                   MOVE LAST-MOV-NUM TO MOV-NUM
                   MOVE TARJETA-DESTINO TO MOV-TARJETA
                   MOVE 0 TO MOV-MIN
                   MOVE 0 TO MOV-SEG
                   MOVE "Nos transfieren." TO MOV-CONCEPTO
                   MOVE 0 TO MOV-TERMINAL

                   WRITE MOVIMIENTO-REG INVALID KEY GO TO REGISTRO-ERROR
                   PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT

               SET ORIGEN-PENDIENTE TO TRUE

               SET DPE-TRANSF TO TRUE
               MOVE TRANSF-REG TO DPE-REGISTRO
               CALL "BANK58" USING DIARIO-PETICION
               REWRITE TRANSF-REG

               CLOSE F-MOVIMIENTOS
                   (BUCLE-ANO = TRANSF-FIN-ANO AND
                    BUCLE-MES > TRANSF-FIN-MES)))
               SET TRANSF-COMPLETADA TO TRUE
               SET DPE-TRANSF TO TRUE
               MOVE TRANSF-REG TO DPE-REGISTRO
               CALL "BANK58" USING DIARIO-PETICION
               REWRITE TRANSF-REG INVALID KEY GO TO REGISTRO-ERROR
               END-REWRITE
               CLOSE F-MOVIMIENTOS

      *>   La mensualidad se salta (y se cuenta en MENSUALIDADES-
      *>   SALTADAS, visible en el listado de BANK8) en vez de dejar
      *>   la cuenta en descubierto sin avisar; con linea de
      *>   descubierto vigente solo se salta si el pago pasaria del
      *>   limite autorizado.
           IF CENT-IMPOR-USER > CENT-SALDO-ORD-USER + CENT-DESCUBIERTO
              THEN
               ADD 1 TO MENSUALIDADES-SALTADAS
               DISPLAY "BANK10: transferencia " TRANSF-NUM
                   " mensualidad saltada por saldo insuficiente"
                   SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-ORD-USER
                   COMPUTE MOV-SALDOPOS-ENT =
                       (CENT-SALDO-ORD-USER / 100)
                   MOVE FUNCTION REM(CENT-SALDO-ORD-USER, 100)
                       TO MOV-SALDOPOS-DEC
                   IF MOV-SALDOPOS-ENT < 0
                       COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC
                   END-IF

                   MOVE LAST-MOV-NUM TO MOV-NUM
                   MOVE TARJETA-ORIGEN TO MOV-TARJETA
                   MOVE TRANSF-IMPORTE-ENT TO MOV-IMPORTE-ENT
                   MULTIPLY -1 BY TRANSF-IMPORTE-ENT
                   MOVE TRANSF-IMPORTE-DEC TO MOV-IMPORTE-DEC
                   IF MOV-IMPORTE-ENT = 0
                       COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC
                   END-IF
                   MOVE 0 TO MOV-TERMINAL

                   WRITE MOVIMIENTO-REG INVALID KEY GO TO REGISTRO-ERROR
                   PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT
                   PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT

                   SET ORIGEN-HECHO TO TRUE
                   SET DPE-TRANSF TO TRUE
                   MOVE TRANSF-REG TO DPE-REGISTRO
                   CALL "BANK58" USING DIARIO-PETICION
                   REWRITE TRANSF-REG INVALID KEY GO TO REGISTRO-ERROR
               END-IF

               ADD CENT-IMPOR-USER TO CENT-SALDO-DST-USER
               COMPUTE MOV-SALDOPOS-ENT =
                   (CENT-SALDO-DST-USER / 100)
               MOVE FUNCTION REM(CENT-SALDO-DST-USER, 100)
                   TO MOV-SALDOPOS-DEC
               IF MOV-SALDOPOS-ENT < 0
                   COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC
               END-IF

               MOVE LAST-MOV-NUM TO MOV-NUM
               MOVE TARJETA-DESTINO TO MOV-TARJETA
               MOVE 0 TO MOV-MIN
               MOVE 0 TO MOV-SEG
               MOVE "Nos transfieren." TO MOV-CONCEPTO
               MOVE 0 TO MOV-TERMINAL

               WRITE MOVIMIENTO-REG INVALID KEY GO TO REGISTRO-ERROR
               PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT
               SET TRANSF-COMPLETADA TO TRUE
           END-IF
           SET ORIGEN-PENDIENTE TO TRUE
           SET DPE-TRANSF TO TRUE
           MOVE TRANSF-REG TO DPE-REGISTRO
           CALL "BANK58" USING DIARIO-PETICION
           REWRITE TRANSF-REG INVALID KEY GO TO REGISTRO-ERROR

           ADD 1 TO NUM-TRANSF-PROCESADAS
               GO TO BUCLE
           END-IF.

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
           MOVE TARJETA-ORIGEN TO DESC-TARJETA.
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
           READ SALDOS INVALID KEY GO TO SIGUIENTE-MOV-NUM-NUEVO.
           ADD 1 TO SALDO-ULTIMO-MOV.
           MOVE SALDO-ULTIMO-MOV TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE SALDO-REG INVALID KEY GO TO REGISTRO-ERROR.
           GO TO SIGUIENTE-MOV-NUM-EXIT.

           MOVE 0 TO SALDO-DEC.
           MOVE 1 TO SALDO-ULTIMO-MOV.
           MOVE 1 TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE SALDO-REG INVALID KEY GO TO REGISTRO-ERROR.

       SIGUIENTE-MOV-NUM-EXIT.
