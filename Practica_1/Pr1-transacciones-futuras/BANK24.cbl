      *> lo que salen en BANK3 y en el extracto de BANK18 - con su
      *> actualizacion de saldo y su aviso al titular.
      *>
      *> Con las lineas de descubierto (BANK43) una tarjeta puede pasar
      *> dias en negativo: por ellos se cobran intereses deudores al
      *> tipo deudor de la tarifa, sobre el saldo negativo de cierre de
      *> cada dia del mes (los "numeros" deudores, reconstruidos a
      *> partir del saldo posterior de los movimientos del periodo), y
      *> una comision por descubierto si la tarjeta estuvo algun dia
      *> en negativo.
      *>
      *> El avance queda apuntado por tarjeta y periodo en
      *> liquidaciones.ubd por fases (comision hecha / descubierto
      *> cobrado / liquidacion completa), al estilo del ORIGEN-HECHO
      *> del bucle de mensualidades de BANK1: una caida a mitad de
      *> pasada se reanuda donde se quedo sin cobrar a nadie dos
      *> veces.
      *>
      *> Las cuentas canceladas en sucursal (BANK60) ya salen con lo
      *> devengado liquidado y el saldo entregado: una tarjeta cerrada
      *> con saldo cero no entra en el censo, y no se le cobra la
      *> comision de los meses siguientes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS LIQ-CLAVE
           FILE STATUS IS FSL.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

       FD LIQUIDACIONES
           LABEL RECORD STANDARD
           02 LIQ-FASE              PIC 9(1).
               88 LIQ-COMISION-HECHA VALUE 1.
               88 LIQ-COMPLETA       VALUE 2.
               88 LIQ-DESCUBIERTO-HECHO VALUE 3.

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

       FD SALDOS
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

       FD NOTIFICACIONES
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

       WORKING-STORAGE SECTION.
       77 FSTF                     PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSCO                     PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK24".
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
       77 CENT-COMISION            PIC S9(9).
       77 CENT-INTERES             PIC S9(9).
       77 CENT-INTERES-PCT         PIC S9(9).
       77 CENT-DEUDOR-PCT          PIC S9(9).
       77 CENT-COMISION-DESCUB     PIC S9(9).
       77 CENT-INTERES-DEUDOR      PIC S9(9).
       77 CENT-MOV-SALDOPOS        PIC S9(9).
       77 CENT-MOV-IMPORTE         PIC S9(9).
       77 DIAS-TRAMO               PIC S9(3).

      *> Tarjetas a liquidar, censadas antes de tocar nada: los
      *> abonos y adeudos hacen lecturas por clave sobre SALDOS, que
      *> no pueden mezclarse con el barrido secuencial del mismo
      *> fichero. Mismo limite de 500 tarjetas que BANK15 y BANK19.
      *> Para el descubierto, cada entrada lleva ademas el saldo de
      *> cierre del ultimo dia recorrido (TLIQ-SALDO-DIA), el dia
      *> desde el que rige (TLIQ-DIA-CURSOR) y lo acumulado en el mes:
      *> centimos deudores por dia (TLIQ-NUMEROS) y dias en negativo.
       01 TABLA-LIQ.
           05 NUM-TARJETAS-TABLA    PIC  9(4) VALUE 0.
           05 LIQ-TABLA OCCURS 500 TIMES INDEXED BY IDX-LIQ.
               10 TLIQ-TARJETA      PIC  9(16).
               10 TLIQ-SALDO-CENSO  PIC S9(9).
               10 TLIQ-VISTA        PIC  9(1).
               10 TLIQ-SALDO-DIA    PIC S9(9).
               10 TLIQ-DIA-CURSOR   PIC  9(2).
               10 TLIQ-NUMEROS      PIC  9(13).
               10 TLIQ-DIAS-DEUDOR  PIC  9(2).

       77 TABLA-DESBORDADA         PIC  9(1) VALUE 0.
           88 SIN-DESBORDE           VALUE 0.

       77 NUM-LIQUIDADAS           PIC  9(6) VALUE 0.
       77 NUM-YA-LIQUIDADAS        PIC  9(6) VALUE 0.
       77 NUM-CON-DESCUBIERTO      PIC  9(6) VALUE 0.
       77 NUM-CANCELADAS           PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
               (TARIFA-COMISION-ENT * 100) + TARIFA-COMISION-DEC.
           COMPUTE CENT-INTERES-PCT =
               (TARIFA-INTERES-ENT * 100) + TARIFA-INTERES-DEC.
           COMPUTE CENT-DEUDOR-PCT =
               (TARIFA-DEUDOR-ENT * 100) + TARIFA-DEUDOR-DEC.
           COMPUTE CENT-COMISION-DESCUB =
               (TARIFA-DESCUB-ENT * 100) + TARIFA-DESCUB-DEC.

      *>   Censo de tarjetas a liquidar (solo lectura del maestro).
           OPEN INPUT SALDOS.
           IF FSS <> 00
               DISPLAY "BANK24: error al abrir saldos.ubd, FS=" FSS
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE SALDOS
               DISPLAY "BANK24: error al abrir tarjetas.ubd, FS=" FST
               GO TO FIN-BATCH-ERROR.

       CENSAR-TARJETAS.
           READ SALDOS NEXT RECORD AT END GO TO CENSAR-TARJETAS-FIN.
               IF SALDO-TARJETA = 0
                   GO TO CENSAR-TARJETAS.
      *>       Cuenta cancelada y sin dinero: nada que liquidar. Una
      *>       tarjeta sin ficha en el maestro se liquida como antes.
               IF SALDO-ENT = 0 AND SALDO-DEC = 0
                   MOVE SALDO-TARJETA TO TNUM
                   READ TARJETAS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF TARJETA-CERRADA
                               ADD 1 TO NUM-CANCELADAS
                               GO TO CENSAR-TARJETAS
                           END-IF
                   END-READ
               END-IF.
               IF NUM-TARJETAS-TABLA >= 500
                   SET CON-DESBORDE TO TRUE
                   GO TO CENSAR-TARJETAS.
               ADD 1 TO NUM-TARJETAS-TABLA.
               MOVE SALDO-TARJETA TO TLIQ-TARJETA(NUM-TARJETAS-TABLA).
               COMPUTE TLIQ-SALDO-CENSO(NUM-TARJETAS-TABLA) =
                   (SALDO-ENT * 100) + SALDO-DEC.
               MOVE 0 TO TLIQ-VISTA(NUM-TARJETAS-TABLA).
               MOVE 0 TO TLIQ-SALDO-DIA(NUM-TARJETAS-TABLA).
               MOVE 1 TO TLIQ-DIA-CURSOR(NUM-TARJETAS-TABLA).
               MOVE 0 TO TLIQ-NUMEROS(NUM-TARJETAS-TABLA).
               MOVE 0 TO TLIQ-DIAS-DEUDOR(NUM-TARJETAS-TABLA).
               GO TO CENSAR-TARJETAS.

       CENSAR-TARJETAS-FIN.
           CLOSE SALDOS.
           CLOSE TARJETAS.

      *>   Con mas tarjetas que tabla se aborta ANTES de liquidar
      *>   nada, igual que hace el archivado de BANK19: cobrar solo a
                   " proceso abortado sin cambios. Amplie TABLA-LIQ."
               GO TO FIN-BATCH-ERROR.

      *>   Numeros deudores del mes: una sola pasada de lectura por
      *>   movimientos.ubd, antes de contabilizar nada. Solo hace
      *>   falta si la tarifa cobra algo por el descubierto.
           IF CENT-DEUDOR-PCT > 0 OR CENT-COMISION-DESCUB > 0
               OPEN INPUT F-MOVIMIENTOS
               IF FSM <> 00
                   DISPLAY "BANK24: error al abrir movimientos.ubd,"
                       " FS=" FSM
                   GO TO FIN-BATCH-ERROR
               END-IF
               PERFORM RECORRER-MOVIMIENTOS
                   THRU RECORRER-MOVIMIENTOS-EXIT
               CLOSE F-MOVIMIENTOS
               PERFORM CERRAR-NUMEROS THRU CERRAR-NUMEROS-EXIT
                   VARYING IDX-LIQ FROM 1 BY 1
                   UNTIL IDX-LIQ > NUM-TARJETAS-TABLA
           END-IF.

           OPEN I-O SALDOS.
           IF FSS <> 00
               DISPLAY "BANK24: error al abrir saldos.ubd, FS=" FSS

           DISPLAY "BANK24: fin del proceso. Liquidadas: "
               NUM-LIQUIDADAS " Ya liquidadas antes: "
               NUM-YA-LIQUIDADAS " Con descubierto: "
               NUM-CON-DESCUBIERTO " Canceladas sin saldo: "
               NUM-CANCELADAS.
           STOP RUN.

      *>   ---------------------------------------------------------
                   IF LIQ-COMPLETA
                       ADD 1 TO NUM-YA-LIQUIDADAS
                       GO TO LIQUIDAR-TARJETA-EXIT
                   END-IF
                   IF LIQ-DESCUBIERTO-HECHO
                       GO TO LIQUIDAR-INTERESES
                   ELSE
                       GO TO LIQUIDAR-DESCUBIERTO
                   END-IF
           END-READ.


               COMPUTE MOV-IMPORTE-ENT = 0 - TARIFA-COMISION-ENT
               MOVE TARIFA-COMISION-DEC TO MOV-IMPORTE-DEC
               IF MOV-IMPORTE-ENT = 0
                   COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC
               END-IF

               SUBTRACT CENT-COMISION FROM CENT-SALDO-USER
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100)
               MOVE FUNCTION REM(CENT-SALDO-USER, 100)
                   TO MOV-SALDOPOS-DEC
               IF MOV-SALDOPOS-ENT < 0
                   COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC
               END-IF
               MOVE 0 TO MOV-TERMINAL

               WRITE MOVIMIENTO-REG INVALID KEY GO TO REGISTRO-ERROR
               END-WRITE
           SET LIQ-COMISION-HECHA TO TRUE.
           WRITE LIQ-REG INVALID KEY GO TO REGISTRO-ERROR.

       LIQUIDAR-DESCUBIERTO.
      *>   Fase 2: intereses deudores sobre los numeros del mes (tipo
      *>   deudor nominal anual, en centesimas de punto, por dia de
      *>   365) y comision por descubierto si hubo algun dia en
      *>   negativo.
           MOVE 0 TO CENT-INTERES-DEUDOR.
           IF CENT-DEUDOR-PCT > 0
               COMPUTE CENT-INTERES-DEUDOR =
                   (TLIQ-NUMEROS(IDX-LIQ) * CENT-DEUDOR-PCT) / 3650000.

           IF CENT-INTERES-DEUDOR > 0
               MOVE TLIQ-TARJETA(IDX-LIQ) TO SALDO-TARJETA
               PERFORM LEER-SALDO THRU LEER-SALDO-EXIT
               MOVE CENT-SALDO-TMP TO CENT-SALDO-USER

               PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT

               MOVE LAST-MOV-NUM TO MOV-NUM
               MOVE TLIQ-TARJETA(IDX-LIQ) TO MOV-TARJETA
               MOVE ANO TO MOV-ANO
               MOVE MES TO MOV-MES
               MOVE DIA TO MOV-DIA
               MOVE 0 TO MOV-HOR
               MOVE 0 TO MOV-MIN
               MOVE 0 TO MOV-SEG
               MOVE "Intereses deudores." TO MOV-CONCEPTO

               COMPUTE MOV-IMPORTE-ENT = 0 - (CENT-INTERES-DEUDOR / 100)
               MOVE FUNCTION REM(CENT-INTERES-DEUDOR, 100)
                   TO MOV-IMPORTE-DEC
               IF MOV-IMPORTE-ENT = 0
                   COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC
               END-IF

               SUBTRACT CENT-INTERES-DEUDOR FROM CENT-SALDO-USER
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100)
               MOVE FUNCTION REM(CENT-SALDO-USER, 100)
                   TO MOV-SALDOPOS-DEC
               IF MOV-SALDOPOS-ENT < 0
                   COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC
               END-IF
               MOVE 0 TO MOV-TERMINAL

               WRITE MOVIMIENTO-REG INVALID KEY GO TO REGISTRO-ERROR
               END-WRITE
               PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT

               MOVE TLIQ-TARJETA(IDX-LIQ) TO SALDO-TARJETA
               COMPUTE CENT-DELTA-SALDO = 0 - CENT-INTERES-DEUDOR
               PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT
           END-IF.

           IF CENT-COMISION-DESCUB > 0 AND
              TLIQ-DIAS-DEUDOR(IDX-LIQ) > 0
               MOVE TLIQ-TARJETA(IDX-LIQ) TO SALDO-TARJETA
               PERFORM LEER-SALDO THRU LEER-SALDO-EXIT
               MOVE CENT-SALDO-TMP TO CENT-SALDO-USER

               PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT

               MOVE LAST-MOV-NUM TO MOV-NUM
               MOVE TLIQ-TARJETA(IDX-LIQ) TO MOV-TARJETA
               MOVE ANO TO MOV-ANO
               MOVE MES TO MOV-MES
               MOVE DIA TO MOV-DIA
               MOVE 0 TO MOV-HOR
               MOVE 0 TO MOV-MIN
               MOVE 0 TO MOV-SEG
               MOVE "Comision descubierto." TO MOV-CONCEPTO

               COMPUTE MOV-IMPORTE-ENT = 0 - TARIFA-DESCUB-ENT
               MOVE TARIFA-DESCUB-DEC TO MOV-IMPORTE-DEC
               IF MOV-IMPORTE-ENT = 0
                   COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC
               END-IF

               SUBTRACT CENT-COMISION-DESCUB FROM CENT-SALDO-USER
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100)
               MOVE FUNCTION REM(CENT-SALDO-USER, 100)
                   TO MOV-SALDOPOS-DEC
               IF MOV-SALDOPOS-ENT < 0
                   COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC
               END-IF
               MOVE 0 TO MOV-TERMINAL

               WRITE MOVIMIENTO-REG INVALID KEY GO TO REGISTRO-ERROR
               END-WRITE
               PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT

               MOVE TLIQ-TARJETA(IDX-LIQ) TO SALDO-TARJETA
               COMPUTE CENT-DELTA-SALDO = 0 - CENT-COMISION-DESCUB
               PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT
           END-IF.

           IF TLIQ-DIAS-DEUDOR(IDX-LIQ) > 0
               ADD 1 TO NUM-CON-DESCUBIERTO.

           MOVE PERIODO-LIQ TO LIQ-PERIODO.
           MOVE TLIQ-TARJETA(IDX-LIQ) TO LIQ-TARJETA.
           READ LIQUIDACIONES INVALID KEY GO TO REGISTRO-ERROR.
           SET LIQ-DESCUBIERTO-HECHO TO TRUE.
           REWRITE LIQ-REG INVALID KEY GO TO REGISTRO-ERROR.

       LIQUIDAR-INTERESES.
      *>   Fase 3: intereses del mes sobre el saldo acreedor vigente
      *>   (el interes de la tarifa es el nominal anual, en
      *>   centesimas de punto; se aplica la doceava parte).
           MOVE TLIQ-TARJETA(IDX-LIQ) TO SALDO-TARJETA.
               MOVE "Abono de intereses." TO MOV-CONCEPTO

               COMPUTE MOV-IMPORTE-ENT = CENT-INTERES / 100
               MOVE FUNCTION REM(CENT-INTERES, 100) TO MOV-IMPORTE-DEC
               IF MOV-IMPORTE-ENT < 0
                   COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC
               END-IF

               ADD CENT-INTERES TO CENT-SALDO-USER
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100)
               MOVE FUNCTION REM(CENT-SALDO-USER, 100)
                   TO MOV-SALDOPOS-DEC
               IF MOV-SALDOPOS-ENT < 0
                   COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC
               END-IF
               MOVE 0 TO MOV-TERMINAL

               WRITE MOVIMIENTO-REG INVALID KEY GO TO REGISTRO-ERROR
               END-WRITE
       LIQUIDAR-TARJETA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   RECORRER-MOVIMIENTOS: lee movimientos.ubd en orden de
      *>   clave (que es el orden en que se contabilizaron) y, por
      *>   cada apunte del periodo de una tarjeta censada, cierra los
      *>   dias transcurridos desde el anterior con el saldo que
      *>   regia y toma como nuevo saldo el posterior del apunte. El
      *>   saldo de apertura del mes es el del primer apunte menos su
      *>   importe.
      *>   ---------------------------------------------------------
       RECORRER-MOVIMIENTOS.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO RECORRER-MOVIMIENTOS-EXIT.
               IF (MOV-ANO * 100) + MOV-MES NOT = PERIODO-LIQ
                   GO TO RECORRER-MOVIMIENTOS.

               PERFORM BUSCAR-TARJETA-LIQ
                   VARYING IDX-LIQ FROM 1 BY 1
                   UNTIL IDX-LIQ > NUM-TARJETAS-TABLA
                      OR TLIQ-TARJETA(IDX-LIQ) = MOV-TARJETA.
               IF IDX-LIQ > NUM-TARJETAS-TABLA
                   GO TO RECORRER-MOVIMIENTOS.

               IF MOV-SALDOPOS-ENT < 0
                   COMPUTE CENT-MOV-SALDOPOS =
                       (MOV-SALDOPOS-ENT * 100) - MOV-SALDOPOS-DEC
               ELSE
                   COMPUTE CENT-MOV-SALDOPOS =
                       (MOV-SALDOPOS-ENT * 100) + MOV-SALDOPOS-DEC
               END-IF.

               IF TLIQ-VISTA(IDX-LIQ) = 0
                   IF MOV-IMPORTE-ENT < 0
                       COMPUTE CENT-MOV-IMPORTE =
                           (MOV-IMPORTE-ENT * 100) - MOV-IMPORTE-DEC
                   ELSE
                       COMPUTE CENT-MOV-IMPORTE =
                           (MOV-IMPORTE-ENT * 100) + MOV-IMPORTE-DEC
                   END-IF
                   COMPUTE TLIQ-SALDO-DIA(IDX-LIQ) =
                       CENT-MOV-SALDOPOS - CENT-MOV-IMPORTE
                   MOVE 1 TO TLIQ-DIA-CURSOR(IDX-LIQ)
                   MOVE 1 TO TLIQ-VISTA(IDX-LIQ)
               END-IF.

      *>       Los dias anteriores al del apunte cierran con el saldo
      *>       que regia hasta ahora.
               IF MOV-DIA > TLIQ-DIA-CURSOR(IDX-LIQ)
                   COMPUTE DIAS-TRAMO =
                       MOV-DIA - TLIQ-DIA-CURSOR(IDX-LIQ)
                   PERFORM ACUMULAR-TRAMO THRU ACUMULAR-TRAMO-EXIT
                   MOVE MOV-DIA TO TLIQ-DIA-CURSOR(IDX-LIQ)
               END-IF.
               MOVE CENT-MOV-SALDOPOS TO TLIQ-SALDO-DIA(IDX-LIQ).
               GO TO RECORRER-MOVIMIENTOS.

       RECORRER-MOVIMIENTOS-EXIT.
           EXIT.

       BUSCAR-TARJETA-LIQ.
           CONTINUE.

      *>   ---------------------------------------------------------
      *>   CERRAR-NUMEROS: cierra el ultimo tramo de la tarjeta, del
      *>   dia del ultimo apunte al dia de proceso ambos incluidos. La
      *>   tarjeta sin apuntes en el mes ha tenido todo el mes el
      *>   saldo del censo.
      *>   ---------------------------------------------------------
       CERRAR-NUMEROS.
           IF TLIQ-VISTA(IDX-LIQ) = 0
               MOVE TLIQ-SALDO-CENSO(IDX-LIQ) TO TLIQ-SALDO-DIA(IDX-LIQ)
               MOVE 1 TO TLIQ-DIA-CURSOR(IDX-LIQ).
           IF DIA < TLIQ-DIA-CURSOR(IDX-LIQ)
               GO TO CERRAR-NUMEROS-EXIT.
           COMPUTE DIAS-TRAMO = DIA - TLIQ-DIA-CURSOR(IDX-LIQ) + 1.
           PERFORM ACUMULAR-TRAMO THRU ACUMULAR-TRAMO-EXIT.

       CERRAR-NUMEROS-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   ACUMULAR-TRAMO: DIAS-TRAMO dias cerrados con el saldo
      *>   TLIQ-SALDO-DIA de la tarjeta en curso; si era negativo,
      *>   suman a sus numeros deudores y a sus dias en descubierto.
      *>   ---------------------------------------------------------
       ACUMULAR-TRAMO.
           IF TLIQ-SALDO-DIA(IDX-LIQ) NOT < 0
               GO TO ACUMULAR-TRAMO-EXIT.
           COMPUTE TLIQ-NUMEROS(IDX-LIQ) = TLIQ-NUMEROS(IDX-LIQ)
               - (TLIQ-SALDO-DIA(IDX-LIQ) * DIAS-TRAMO).
           ADD DIAS-TRAMO TO TLIQ-DIAS-DEUDOR(IDX-LIQ).

       ACUMULAR-TRAMO-EXIT.
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
