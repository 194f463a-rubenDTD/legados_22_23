      *> contabilizar-y-marcar que el fichero de control de BANK23).
      *> El detalle queda en liquidaciones_eventos.txt. Pensado para
      *> lanzarse a mano o desde el planificador tras cada evento.
      *>
      *> Las entradas devueltas por el titular desde "Mis entradas"
      *> (BANK17) no forman parte de la taquilla: el importe se le
      *> devolvio al cliente. Los gastos de devolucion que se le
      *> retuvieron son ingreso de la casa, como la comision, y no se
      *> pagan al promotor; se informan por evento, debajo de su
      *> linea de liquidacion, junto con el numero de devueltas, y en
      *> total al final de la pasada. La plaza revendida a la lista
      *> de espera (BANK61) es un billete valido mas y si entra.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 EVENTO-LIQUIDADO      PIC  9(1).
               88 EVENTO-SIN-LIQUIDAR VALUE 0.
               88 EVENTO-YA-LIQUIDADO VALUE 1.
           02 EVENTO-VENTA          PIC  9(1).
               88 EVENTO-EN-VENTA      VALUE 0.
               88 EVENTO-VENTA-CERRADA VALUE 1.

       FD PROMOTORES
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

       FD INTERCAMBIO-SAL
           LABEL RECORD STANDARD
       77 FSIS                     PIC  X(2).
       77 FSR                      PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK38".
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
       77 CENT-SALDO-TMP           PIC S9(9).
       77 CENT-DELTA-SALDO         PIC S9(9).

       77 CENT-GASTOS-DEV          PIC S9(11).
       77 CENT-GASTOS-TOTAL        PIC S9(11) VALUE 0.
       77 NUM-DEVUELTAS            PIC  9(5).
       77 TOTAL-GASTOS-ENT         PIC  9(9).
       77 TOTAL-GASTOS-DEC         PIC  9(2).

       77 NUM-LIQUIDADOS           PIC  9(4) VALUE 0.
       77 NUM-SIN-PROMOTOR         PIC  9(4) VALUE 0.

           02 LIQ-VIA              PIC X(20).
           02 FILLER               PIC X(10) VALUE SPACES.

       01 LINEA-DEVOLUCIONES.
           02 FILLER               PIC X(13) VALUE SPACES.
           02 FILLER               PIC X(11) VALUE " DEVUELTAS ".
           02 DEV-NUMERO           PIC 9(5).
           02 FILLER               PIC X(20)
               VALUE " GASTOS DEVOLUCION ".
           02 DEV-GASTOS-ENT       PIC -9(9).
           02 FILLER               PIC X(1) VALUE ",".
           02 DEV-GASTOS-DEC       PIC 9(2).
           02 FILLER               PIC X(26)
               VALUE " (INGRESO, NO SE LIQUIDA)".
           02 FILLER               PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           IF CENT-TAQUILLA = 0
               SET EVENTO-YA-LIQUIDADO TO TRUE
               SET DPE-EVENTOS TO TRUE
               MOVE EVENTO-REG TO DPE-REGISTRO
               CALL "BANK58" USING DIARIO-PETICION
               REWRITE EVENTO-REG INVALID KEY CONTINUE
               END-REWRITE
               MOVE "SIN TAQUILLA" TO LIQ-VIA
           END-IF.

           SET EVENTO-YA-LIQUIDADO TO TRUE.
           SET DPE-EVENTOS TO TRUE.
           MOVE EVENTO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE EVENTO-REG INVALID KEY CONTINUE.

           PERFORM ESCRIBIR-LIQUIDACION THRU ESCRIBIR-LIQUIDACION-EXIT.

      *>   ---------------------------------------------------------
      *>   SUMAR-TAQUILLA: total de los billetes validos del evento
      *>   en curso, y de paso cuantos se devolvieron y los gastos
      *>   retenidos en ellos. El fichero se abre y cierra aqui para
      *>   reiniciar su cursor secuencial en cada evento.
      *>   ---------------------------------------------------------
       SUMAR-TAQUILLA.
           MOVE 0 TO CENT-TAQUILLA.
           MOVE 0 TO NUM-DEVUELTAS.
           MOVE 0 TO CENT-GASTOS-DEV.
           OPEN INPUT BILLETES.
      *>   Un error al abrir billetes aborta la pasada: tratarlo como
      *>   taquilla vacia marcaria el evento liquidado sin pagar.
                       + BILLETE-PRECIO-DEC
                   ADD CENT-BILLETE TO CENT-TAQUILLA
               END-IF.
               IF BILLETE-EVENTO-NUM = EVENTO-NUM
                  AND BILLETE-DEVUELTO
                   ADD 1 TO NUM-DEVUELTAS
                   COMPUTE CENT-BILLETE = (BILLETE-GASTOS-ENT * 100)
                       + BILLETE-GASTOS-DEC
                   ADD CENT-BILLETE TO CENT-GASTOS-DEV
               END-IF.
               GO TO SUMAR-TAQUILLA-LEER.

       SUMAR-TAQUILLA-FIN.
               INTO MOV-CONCEPTO.

           COMPUTE MOV-IMPORTE-ENT = CENT-NETO / 100.
           MOVE FUNCTION REM(CENT-NETO, 100) TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.

           ADD CENT-NETO TO CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY CONTINUE.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.
           MOVE FUNCTION MOD(CENT-NETO, 100) TO LIQ-NETO-DEC.
           WRITE LIQUID-LINEA FROM LINEA-LIQUIDACION.

           IF NUM-DEVUELTAS > 0
               MOVE NUM-DEVUELTAS TO DEV-NUMERO
               COMPUTE DEV-GASTOS-ENT = CENT-GASTOS-DEV / 100
               MOVE FUNCTION MOD(CENT-GASTOS-DEV, 100)
                   TO DEV-GASTOS-DEC
               WRITE LIQUID-LINEA FROM LINEA-DEVOLUCIONES
               ADD CENT-GASTOS-DEV TO CENT-GASTOS-TOTAL
           END-IF.

       ESCRIBIR-LIQUIDACION-EXIT.
           EXIT.

           MOVE 0 TO SALDO-ENT.
           MOVE 0 TO SALDO-DEC.
           MOVE 0 TO SALDO-ULTIMO-MOV.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE SALDO-REG INVALID KEY CONTINUE.
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
           REWRITE SALDO-REG INVALID KEY CONTINUE.
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
           WRITE SALDO-REG INVALID KEY CONTINUE.

       ACTUALIZAR-SALDO-EXIT.
           READ SALDOS INVALID KEY GO TO SIGUIENTE-MOV-NUM-NUEVO.
           ADD 1 TO SALDO-ULTIMO-MOV.
           MOVE SALDO-ULTIMO-MOV TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE SALDO-REG INVALID KEY CONTINUE.
           GO TO SIGUIENTE-MOV-NUM-EXIT.

           MOVE 0 TO SALDO-DEC.
           MOVE 1 TO SALDO-ULTIMO-MOV.
           MOVE 1 TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE SALDO-REG INVALID KEY CONTINUE.

       SIGUIENTE-MOV-NUM-EXIT.
           CLOSE LIQUID-EVENTOS.
           DISPLAY "BANK38: fin del proceso. Eventos liquidados: "
               NUM-LIQUIDADOS " Sin promotor: " NUM-SIN-PROMOTOR.
           COMPUTE TOTAL-GASTOS-ENT = CENT-GASTOS-TOTAL / 100.
           MOVE FUNCTION MOD(CENT-GASTOS-TOTAL, 100)
               TO TOTAL-GASTOS-DEC.
           DISPLAY "BANK38: gastos de devolucion retenidos en los"
               " eventos liquidados: " TOTAL-GASTOS-ENT ","
               TOTAL-GASTOS-DEC " EUR".
           STOP RUN.

       FIN-BATCH-ERROR.
