           SELECT OPTIONAL DEPOSITO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CLAVE
           FILE STATUS IS FSD.

           SELECT OPTIONAL DESGLOSES ASSIGN TO DISK
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

      *> Inventario del buzon de depositos de cada cajero, un
      *> registro por terminal y denominacion ingresada: la cara de
      *> entrada del efectivo, el espejo de los cajetines de
      *> dispensacion. Lo vacia la pantalla de recogida BANK39 y lo
      *> coteja el arqueo de BANK13.
       FD DEPOSITO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "deposito.ubd".
       01 DEPOSITO-REG.
           02 DEP-CLAVE.
               03 DEP-TERMINAL     PIC  9(4).
               03 DEP-DENOM        PIC  9(3).
           02 DEP-CANTIDAD         PIC  9(5).

      *> Desglose por denominacion de cada ingreso, con clave su
       77 FSD                      PIC  X(2).
       77 FSDG                     PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK5".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

       78 BLACK                  VALUE      0.
       78 BLUE                   VALUE      1.
       78 GREEN                  VALUE      2.
       77 MOV-NUM-ANULAR           PIC  9(15).
       77 LINEA-RENGLON            PIC  9(2).
       77 MOV-IMPORTE-ORIGINAL-ENT PIC S9(7).
       77 MOV-IMPORTE-ORIGINAL-DEC PIC S9(2).
       77 YA-ANULADO-SWITCH        PIC  9(1).
           88 NO-ANULADO-TODAVIA    VALUE 0.
           88 YA-ANULADO            VALUE 1.

      *> Saldo en pantalla: signo aparte y magnitud, para que un
      *> descubierto de menos de un euro no salga en positivo.
       01 SALDO-GRUPO.
           05 SALDO-SIGNO          PIC  X(1).
           05 SALDO-ENT            PIC  9(7).
           05 SALDO-DEC            PIC  9(2).

       01 INGRESO-HOY-LINEA.

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
      *> Cajero en el que corre BANK1 (terminales.ubd).
       77 TERMINAL-CAJERO          PIC  9(4).

       SCREEN SECTION.
       01 BLANK-SCREEN.
               LINE 18 COL 45 PIC 9(5) USING BILLETES-B5.

       01 SALDO-DISPLAY.
           05 FILLER LINE 10 COL 33 PIC X(1) FROM SALDO-SIGNO.
           05 FILLER LINE 10 COL 34 PIC 9(7) FROM SALDO-ENT.
           05 FILLER LINE 10 COL 41 VALUE ",".
           05 FILLER LINE 10 COL 42 PIC 99 FROM SALDO-DEC.
           05 FILLER LINE 10 COL 45 VALUE "EUR".
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 20 COL 45 PIC 9(15) USING MOV-NUM-ANULAR.

       PROCEDURE DIVISION USING TNUM TERMINAL-CAJERO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           PERFORM LECTURA-SALDO-OPEN THRU LECTURA-SALDO-FIN.

           DISPLAY "Ingresar efectivo" LINE 6 COL 31.
           MOVE SPACE TO SALDO-SIGNO.
           IF CENT-SALDO-USER < 0
               MOVE "-" TO SALDO-SIGNO.
           COMPUTE SALDO-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO SALDO-DEC.
           DISPLAY "Saldo actual:" LINE 9 COL 19.
           DISPLAY SALDO-DISPLAY.


           ADD CENT-IMPOR-USER TO CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE TERMINAL-CAJERO TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.
           IF FSM <> 00
               GO TO PSYS-ERR.

      *>   Solo se ofrecen los ingresos hechos en este mismo cajero:
      *>   los billetes que se devuelven salen de su buzon.
       LISTAR-INGRESOS-LEER.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO LISTAR-INGRESOS-FIN.
               IF MOV-TARJETA = TNUM AND MOV-ANO = ANO
                  AND MOV-MES = MES AND MOV-DIA = DIA
                  AND MOV-CONCEPTO = "Ingreso de efectivo."
                  AND MOV-TERMINAL = TERMINAL-CAJERO
                  AND MOV-IMPORTE-ENT >= 0 THEN
                       PERFORM VERIFICAR-NO-ANULADO
                           THRU VERIFICAR-NO-ANULADO-EXIT
           IF NUM-INGRESOS-HOY = 0 THEN
               DISPLAY "No hay ingresos de hoy pendientes de anular"
                   LINE 10 COL 18
               DISPLAY "en este cajero" LINE 11 COL 33
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO EXIT-ENTER
           END-IF.

           COMPUTE MOV-IMPORTE-ENT = 0 - MOV-IMPORTE-ORIGINAL-ENT.
           MOVE MOV-IMPORTE-ORIGINAL-DEC TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT = 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.

           COMPUTE CENT-IMPOR-USER =
               (MOV-IMPORTE-ORIGINAL-ENT * 100)
               + MOV-IMPORTE-ORIGINAL-DEC.
           SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE TERMINAL-CAJERO TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.
       AJUSTAR-DEPOSITO.
           IF CANTIDAD-TRATADA = 0
               GO TO AJUSTAR-DEPOSITO-EXIT.
           MOVE TERMINAL-CAJERO TO DEP-TERMINAL.
           MOVE DENOM-TRATADA TO DEP-DENOM.
           READ DEPOSITO INVALID KEY GO TO AJUSTAR-DEPOSITO-NUEVO.
           IF CANTIDAD-TRATADA < 0 AND
       AJUSTAR-DEPOSITO-NUEVO.
           IF CANTIDAD-TRATADA < 0
               GO TO AJUSTAR-DEPOSITO-EXIT.
           MOVE TERMINAL-CAJERO TO DEP-TERMINAL.
           MOVE DENOM-TRATADA TO DEP-DENOM.
           MOVE CANTIDAD-TRATADA TO DEP-CANTIDAD.
           WRITE DEPOSITO-REG INVALID KEY GO TO PSYS-ERR.
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
