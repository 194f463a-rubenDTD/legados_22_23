       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK48.

      *> Vencimiento de depositos a plazo fijo (depositos.ubd, que
      *> abre BANK47). Cada noche recorre el maestro y liquida los
      *> depositos vivos cuya fecha de vencimiento ha llegado: abona
      *> al titular el principal y los intereses brutos al tipo
      *> pactado (interes simple, base 365, desde el alta hasta el
      *> vencimiento) y le carga aparte la retencion fiscal con el
      *> porcentaje vigente en tarifas.ubd (BANK25), cada cosa como un
      *> movimiento normal con su aviso. El abono va a la tarjeta del
      *> deposito aunque entretanto se haya cerrado: el dinero es del
      *> titular.
      *>
      *> La liquidacion avanza por fases apuntadas en el propio
      *> deposito (principal, intereses, retencion) con el mismo
      *> parrafo LIQUIDAR-DEPOSITO que BANK47: un relanzamiento tras
      *> una caida reanuda en la fase siguiente sin abonar nada dos
      *> veces. Por la misma razon, cualquier deposito vencido o
      *> cancelado con la liquidacion a medias (por ejemplo, una
      *> cancelacion de ventanilla cortada) se termina aqui.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           FILE STATUS IS FSDP.

           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TARIFA-CLAVE
           FILE STATUS IS FSTF.

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

       DATA DIVISION.
       FILE SECTION.
      *> Maestro de depositos a plazo. El registro de clave 0 no es un
      *> deposito: solo lleva en DEP-ULTIMO-NUM el ultimo numero
      *> asignado, como el registro de control de saldos.ubd.
      *> DEP-FASE apunta hasta donde se ha abonado la liquidacion de
      *> un deposito vencido o cancelado; importes en EUR y tipos en
      *> porcentaje con dos decimales.
       FD DEPOSITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "depositos.ubd".
       01 DEPOSITO-REG.
           02 DEP-NUM              PIC 9(10).
           02 DEP-TARJETA          PIC 9(16).
           02 DEP-IMPORTE-ENT      PIC 9(7).
           02 DEP-IMPORTE-DEC      PIC 9(2).
           02 DEP-PLAZO-MESES      PIC 9(3).
           02 DEP-TIPO-ENT         PIC 9(2).
           02 DEP-TIPO-DEC         PIC 9(2).
           02 DEP-FECHA-ALTA       PIC 9(8).
           02 DEP-FECHA-VENCIMIENTO PIC 9(8).
           02 DEP-ESTADO           PIC 9(1).
               88 DEPOSITO-VIVO        VALUE 0.
               88 DEPOSITO-VENCIDO     VALUE 1.
               88 DEPOSITO-CANCELADO   VALUE 2.
           02 DEP-FASE             PIC 9(1).
               88 FASE-SIN-LIQUIDAR    VALUE 0.
               88 FASE-PRINCIPAL-HECHO VALUE 1.
               88 FASE-INTERES-HECHO   VALUE 2.
               88 FASE-LIQUIDADA       VALUE 3.
           02 DEP-FECHA-BAJA       PIC 9(8).
           02 DEP-INTERES-ENT      PIC 9(7).
           02 DEP-INTERES-DEC      PIC 9(2).
           02 DEP-RETENCION-ENT    PIC 9(7).
           02 DEP-RETENCION-DEC    PIC 9(2).
           02 DEP-MOV-ALTA         PIC 9(35).
           02 DEP-MOV-REINTEGRO    PIC 9(35).
           02 DEP-OPERADOR         PIC X(10).
           02 DEP-ULTIMO-NUM       PIC 9(10).

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

       WORKING-STORAGE SECTION.
       77 FSDP                     PIC  X(2).
       77 FSTF                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSCO                     PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK48".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES               PIC   9(2).
               10 DIA               PIC   9(2).
           05 HORA.
               10 HORAS             PIC   9(2).
               10 MINUTOS           PIC   9(2).
               10 SEGUNDOS          PIC   9(2).
               10 MILISEGUNDOS      PIC   9(2).
           05 DIF-GMT               PIC  S9(4).

       77 FECHA-HOY-NUM            PIC  9(8).
       77 LAST-MOV-NUM             PIC  9(35).

       77 CENT-SALDO-USER          PIC S9(9).
       77 CENT-SALDO-TMP           PIC S9(9).
       77 CENT-DELTA-SALDO         PIC S9(9).
       77 CENT-IMPOR-USER          PIC S9(9).

      *> Liquidacion al vencimiento; los tipos van en centesimas de
      *> punto (2,50 % = 250).
       77 CENT-PRINCIPAL           PIC S9(9).
       77 CENT-INTERES             PIC S9(9).
       77 CENT-RETENCION           PIC S9(9).
       77 TIPO-PACTADO             PIC S9(5).
       77 TIPO-RETENCION           PIC S9(5).
       77 DIAS-PLAZO               PIC S9(7).

       77 NUM-VENCIDOS             PIC  9(6) VALUE 0.
       77 NUM-REANUDADOS           PIC  9(6) VALUE 0.
       77 NUM-ERRORES              PIC  9(6) VALUE 0.
       77 CENT-TOTAL-PRINCIPAL     PIC S9(11) VALUE 0.
       77 CENT-TOTAL-INTERES       PIC S9(11) VALUE 0.
       77 CENT-TOTAL-RETENCION     PIC S9(11) VALUE 0.

       77 TOTAL-ENT                PIC  9(9).
       77 TOTAL-DEC                PIC  9(2).

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY "BANK48 - vencimiento de depositos a plazo".
           DISPLAY "Fecha de proceso: " DIA "/" MES "/" ANO.

           PERFORM LEER-TARIFA THRU LEER-TARIFA-EXIT.
           COMPUTE TIPO-RETENCION =
               (TARIFA-RETENCION-ENT * 100) + TARIFA-RETENCION-DEC.

           OPEN I-O DEPOSITOS.
           IF FSDP <> 00 AND FSDP <> 05
               DISPLAY "BANK48: error al abrir depositos.ubd, FS=" FSDP
               GO TO FIN-BATCH-ERROR.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "BANK48: error al abrir movimientos.ubd, FS="
                   FSM
               GO TO FIN-BATCH-ERROR.
           OPEN I-O SALDOS.
           IF FSS <> 00
               DISPLAY "BANK48: error al abrir saldos.ubd, FS=" FSS
               GO TO FIN-BATCH-ERROR.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               DISPLAY "BANK48: error al abrir notificaciones.ubd,"
                   " FS=" FSN
               GO TO FIN-BATCH-ERROR.

       LEER-DEPOSITO.
           READ DEPOSITOS NEXT RECORD AT END GO TO FIN-BATCH.
           IF DEP-NUM = 0
               GO TO LEER-DEPOSITO.

      *>   Liquidacion empezada en una noche anterior o en ventanilla.
           IF NOT DEPOSITO-VIVO
               IF FASE-LIQUIDADA
                   GO TO LEER-DEPOSITO
               END-IF
               ADD 1 TO NUM-REANUDADOS
               DISPLAY "BANK48: se reanuda la liquidacion del deposito "
                   DEP-NUM " en la fase " DEP-FASE
               GO TO PAGAR-DEPOSITO.

           IF DEP-FECHA-VENCIMIENTO > FECHA-HOY-NUM
               GO TO LEER-DEPOSITO.

      *>   Vence: se fija la liquidacion antes de abonar nada.
           COMPUTE CENT-PRINCIPAL =
               (DEP-IMPORTE-ENT * 100) + DEP-IMPORTE-DEC.
           COMPUTE DIAS-PLAZO =
               FUNCTION INTEGER-OF-DATE(DEP-FECHA-VENCIMIENTO)
               - FUNCTION INTEGER-OF-DATE(DEP-FECHA-ALTA).
           COMPUTE TIPO-PACTADO = (DEP-TIPO-ENT * 100) + DEP-TIPO-DEC.
           COMPUTE CENT-INTERES = (CENT-PRINCIPAL * TIPO-PACTADO
               * DIAS-PLAZO) / 3650000.
           COMPUTE CENT-RETENCION =
               (CENT-INTERES * TIPO-RETENCION) / 10000.

           SET DEPOSITO-VENCIDO TO TRUE.
           SET FASE-SIN-LIQUIDAR TO TRUE.
           MOVE FECHA-HOY-NUM TO DEP-FECHA-BAJA.
           COMPUTE DEP-INTERES-ENT = CENT-INTERES / 100.
           MOVE FUNCTION REM(CENT-INTERES, 100) TO DEP-INTERES-DEC.
           COMPUTE DEP-RETENCION-ENT = CENT-RETENCION / 100.
           MOVE FUNCTION REM(CENT-RETENCION, 100) TO DEP-RETENCION-DEC.
           REWRITE DEPOSITO-REG INVALID KEY GO TO REGISTRO-ERROR.
           ADD 1 TO NUM-VENCIDOS.

       PAGAR-DEPOSITO.
           PERFORM LIQUIDAR-DEPOSITO THRU LIQUIDAR-DEPOSITO-EXIT.
           GO TO LEER-DEPOSITO.

      *>   ---------------------------------------------------------
      *>   LEER-TARIFA: porcentaje de retencion vigente. Sin tarifa
      *>   grabada no se retiene nada.
      *>   ---------------------------------------------------------
       LEER-TARIFA.
           MOVE 0 TO TARIFA-RETENCION-ENT.
           MOVE 0 TO TARIFA-RETENCION-DEC.
           OPEN INPUT TARIFAS.
           IF FSTF <> 00 AND FSTF <> 05
               GO TO LEER-TARIFA-EXIT.
           MOVE 01 TO TARIFA-CLAVE.
           READ TARIFAS
               INVALID KEY
                   MOVE 0 TO TARIFA-RETENCION-ENT
                   MOVE 0 TO TARIFA-RETENCION-DEC
           END-READ.
           CLOSE TARIFAS.

       LEER-TARIFA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   LIQUIDAR-DEPOSITO: abona al titular la liquidacion ya
      *>   grabada en el DEPOSITO-REG en curso (DEPOSITOS abierto en
      *>   I-O), en tres movimientos: reintegro del principal,
      *>   intereses brutos y retencion fiscal. Tras cada uno se
      *>   regraba DEP-FASE, de modo que una liquidacion interrumpida
      *>   se reanuda en la fase siguiente sin repetir abonos. Mismo
      *>   parrafo que en BANK47.
      *>   ---------------------------------------------------------
       LIQUIDAR-DEPOSITO.
           IF FASE-PRINCIPAL-HECHO
               GO TO LIQUIDAR-DEPOSITO-INTERES.
           IF FASE-INTERES-HECHO
               GO TO LIQUIDAR-DEPOSITO-RETENCION.
           IF FASE-LIQUIDADA
               GO TO LIQUIDAR-DEPOSITO-EXIT.

           COMPUTE CENT-IMPOR-USER =
               (DEP-IMPORTE-ENT * 100) + DEP-IMPORTE-DEC.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Reintegro plazo fijo #" DELIMITED BY SIZE
               DEP-NUM DELIMITED BY SIZE
               INTO MOV-CONCEPTO.
           PERFORM APUNTE-DEPOSITO THRU APUNTE-DEPOSITO-EXIT.
           ADD CENT-IMPOR-USER TO CENT-TOTAL-PRINCIPAL.
           MOVE LAST-MOV-NUM TO DEP-MOV-REINTEGRO.
           SET FASE-PRINCIPAL-HECHO TO TRUE.
           REWRITE DEPOSITO-REG INVALID KEY GO TO REGISTRO-ERROR.

       LIQUIDAR-DEPOSITO-INTERES.
           COMPUTE CENT-IMPOR-USER =
               (DEP-INTERES-ENT * 100) + DEP-INTERES-DEC.
           IF CENT-IMPOR-USER > 0
               MOVE SPACES TO MOV-CONCEPTO
               STRING "Intereses plazo fijo #" DELIMITED BY SIZE
                   DEP-NUM DELIMITED BY SIZE
                   INTO MOV-CONCEPTO
               PERFORM APUNTE-DEPOSITO THRU APUNTE-DEPOSITO-EXIT
               ADD CENT-IMPOR-USER TO CENT-TOTAL-INTERES
           END-IF.
           SET FASE-INTERES-HECHO TO TRUE.
           REWRITE DEPOSITO-REG INVALID KEY GO TO REGISTRO-ERROR.

       LIQUIDAR-DEPOSITO-RETENCION.
           COMPUTE CENT-IMPOR-USER = 0 -
               ((DEP-RETENCION-ENT * 100) + DEP-RETENCION-DEC).
           IF CENT-IMPOR-USER < 0
               MOVE SPACES TO MOV-CONCEPTO
               STRING "Retencion plazo fijo #" DELIMITED BY SIZE
                   DEP-NUM DELIMITED BY SIZE
                   INTO MOV-CONCEPTO
               PERFORM APUNTE-DEPOSITO THRU APUNTE-DEPOSITO-EXIT
               SUBTRACT CENT-IMPOR-USER FROM CENT-TOTAL-RETENCION
           END-IF.
           SET FASE-LIQUIDADA TO TRUE.
           REWRITE DEPOSITO-REG INVALID KEY GO TO REGISTRO-ERROR.

       LIQUIDAR-DEPOSITO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   APUNTE-DEPOSITO: un movimiento de CENT-IMPOR-USER (con
      *>   signo) y concepto MOV-CONCEPTO en la tarjeta del deposito,
      *>   por el circuito normal de saldos y avisos.
      *>   ---------------------------------------------------------
       APUNTE-DEPOSITO.
           MOVE DEP-TARJETA TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-USER.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE DEP-TARJETA TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = CENT-IMPOR-USER / 100.
           MOVE FUNCTION REM(CENT-IMPOR-USER, 100) TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.

           ADD CENT-IMPOR-USER TO CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO REGISTRO-ERROR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.

           MOVE DEP-TARJETA TO SALDO-TARJETA.
           MOVE CENT-IMPOR-USER TO CENT-DELTA-SALDO.
           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT.

       APUNTE-DEPOSITO-EXIT.
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

      *>   Un deposito que no se pudo terminar de abonar queda con su
      *>   fase a medias y se retoma en el siguiente lanzamiento.
       REGISTRO-ERROR.
           ADD 1 TO NUM-ERRORES.
           DISPLAY "BANK48: error al liquidar el deposito " DEP-NUM
               ", se reintentara en el relanzamiento".
           GO TO LEER-DEPOSITO.

       FIN-BATCH.
           CLOSE DEPOSITOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.
           DISPLAY "BANK48: fin del proceso. Vencidos: " NUM-VENCIDOS
               " Reanudados: " NUM-REANUDADOS
               " Con error: " NUM-ERRORES.
           COMPUTE TOTAL-ENT = CENT-TOTAL-PRINCIPAL / 100.
           MOVE FUNCTION REM(CENT-TOTAL-PRINCIPAL, 100) TO TOTAL-DEC.
           DISPLAY "BANK48: principal reintegrado: " TOTAL-ENT ","
               TOTAL-DEC " EUR".
           COMPUTE TOTAL-ENT = CENT-TOTAL-INTERES / 100.
           MOVE FUNCTION REM(CENT-TOTAL-INTERES, 100) TO TOTAL-DEC.
           DISPLAY "BANK48: intereses brutos abonados: " TOTAL-ENT ","
               TOTAL-DEC " EUR".
           COMPUTE TOTAL-ENT = CENT-TOTAL-RETENCION / 100.
           MOVE FUNCTION REM(CENT-TOTAL-RETENCION, 100) TO TOTAL-DEC.
           DISPLAY "BANK48: retenciones practicadas: " TOTAL-ENT ","
               TOTAL-DEC " EUR".
           STOP RUN.

       FIN-BATCH-ERROR.
      *>   Codigo de retorno distinto de cero: el lanzador de la
      *>   cadena (BANK31) apunta el paso en error, no completado.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
