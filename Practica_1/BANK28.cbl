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

      *> Limites operativos por tarjeta (BANK30): en la renovacion se
      *> copian a la tarjeta nueva, como el resto de datos del titular.
       77 FSR                      PIC  X(2).
       77 FSA                      PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK28".
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
           SET TARJETA-ACTIVA TO TRUE.
           MOVE TCADUC-MES-NUEVO TO TCADUC-MES.
           MOVE TCADUC-ANO-NUEVO TO TCADUC-ANO.
           SET DPE-TARJETAS TO TRUE.
           MOVE TAJETAREG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.

       ALTA-INTENTOS.
      *>   Convenio de los ficheros: parte entera con signo y
      *>   decimales siempre los de la magnitud (para -123,45 se
      *>   graba ENT=-123 DEC=45), como en la anulacion de BANK5.
      *>   Con parte entera cero el signo lo llevan los decimales
      *>   (para -0,45 se graba ENT=0 DEC=-45).
           COMPUTE CENT-DELTA-SALDO = 0 - CENT-TRASPASO.
           COMPUTE MOV-IMPORTE-ENT = CENT-DELTA-SALDO / 100.
           MOVE FUNCTION REM(CENT-DELTA-SALDO, 100) TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.
           MOVE 0 TO MOV-SALDOPOS-ENT.
           MOVE 0 TO MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.
           MOVE "Traspaso por renovacion." TO MOV-CONCEPTO.

           COMPUTE MOV-IMPORTE-ENT = CENT-TRASPASO / 100.
           MOVE FUNCTION REM(CENT-TRASPASO, 100) TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.
           COMPUTE MOV-SALDOPOS-ENT = CENT-TRASPASO / 100.
           MOVE FUNCTION REM(CENT-TRASPASO, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.
           MOVE TNUM-ANTIGUA TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.
           SET TARJETA-CERRADA TO TRUE.
           SET DPE-TARJETAS TO TRUE.
           MOVE TAJETAREG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE TARJETAS.

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
