      *>     el PTARJ-RETENIDA de BANK1 la pare en la siguiente
      *>     insercion y no a la manana siguiente.
      *>
      *> Tambien lee las negativas del dia en rechazos.ubd: un pin
      *> errado una y otra vez, o importes que van tanteando el limite
      *> de la tarjeta, son de los primeros sintomas de una tarjeta
      *> en malas manos. Ambos dan alerta a partir de su umbral, y
      *> el uso intentado de una tarjeta retenida o cerrada sale como
      *> actividad en tarjeta no activa.
      *>
      *> El parte trabajado queda en informe_fraude.txt para la mesa
      *> de fraude. Pensado para lanzarse dentro de la cadena nocturna
      *> (bank_nightly.sh), tras aplicar los apuntes del dia.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.

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

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_fraude.txt".
       01 INFORME-LINEA            PIC X(132).

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
       77 FST                      PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSRE                     PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK32".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

      *> Umbrales de las reglas. Los del dia aproximan la ventana de
      *> 24 horas: la criba corre cada noche sobre el dia de proceso.
      *> Umbrales de adeudos del dia, en EUR.
       78 UMBRAL-ADEUDOS-AVISO     VALUE 2000.
       78 UMBRAL-ADEUDOS-BLOQUEO   VALUE 5000.
      *> Negativas del dia en el cajero: pines errados (incluida la
      *> que agota los intentos) y operaciones denegadas por limite.
       78 UMBRAL-PIN-FALLIDOS      VALUE 3.
       78 UMBRAL-TANTEOS-LIMITE    VALUE 3.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 TFRA-TARJETA      PIC  9(16).
               10 TFRA-RETIRADAS    PIC  9(4).
               10 TFRA-CENT-ADEUDOS PIC S9(11).
               10 TFRA-PIN-FALLIDOS PIC  9(4).
               10 TFRA-TANTEOS      PIC  9(4).

       77 TABLA-DESBORDADA         PIC  9(1) VALUE 0.
           88 SIN-DESBORDE           VALUE 0.
       LEER-MOVIMIENTOS-FIN.
           CLOSE F-MOVIMIENTOS.

      *>   Las negativas del dia se suman a la misma tabla. Sin
      *>   diario todavia (ninguna negativa desde que existe) no hay
      *>   nada que sumar.
           OPEN INPUT RECHAZOS.
           IF FSRE <> 00
               GO TO CRIBAR-TABLA.

       LEER-RECHAZOS.
           READ RECHAZOS NEXT RECORD AT END
               GO TO LEER-RECHAZOS-FIN.
               IF RECH-FECHA-HORA(1:8) = FECHA
                   PERFORM ACUMULAR-RECHAZO
                       THRU ACUMULAR-RECHAZO-EXIT
               END-IF.
               GO TO LEER-RECHAZOS.

       LEER-RECHAZOS-FIN.
           CLOSE RECHAZOS.

       CRIBAR-TABLA.
      *>   Segunda pasada: aplicar las reglas a cada tarjeta con
      *>   actividad hoy.
           PERFORM CRIBAR-TARJETA THRU CRIBAR-TARJETA-EXIT
               MOVE MOV-TARJETA TO TFRA-TARJETA(IDX-FRA)
               MOVE 0 TO TFRA-RETIRADAS(IDX-FRA)
               MOVE 0 TO TFRA-CENT-ADEUDOS(IDX-FRA)
               MOVE 0 TO TFRA-PIN-FALLIDOS(IDX-FRA)
               MOVE 0 TO TFRA-TANTEOS(IDX-FRA)
           END-IF.

           IF MOV-CONCEPTO = "Retirada de efectivo." THEN
           IF MOV-IMPORTE-ENT < 0 THEN
               COMPUTE CENT-MOV = (MOV-IMPORTE-ENT * 100)
                   - MOV-IMPORTE-DEC
           ELSE
               COMPUTE CENT-MOV = (MOV-IMPORTE-ENT * 100)
                   + MOV-IMPORTE-DEC
           END-IF.
           IF CENT-MOV < 0 THEN
               SUBTRACT CENT-MOV FROM TFRA-CENT-ADEUDOS(IDX-FRA)
           END-IF.

       BUSCAR-EN-TABLA.
           CONTINUE.

      *>   ---------------------------------------------------------
      *>   ACUMULAR-RECHAZO: cuenta la negativa del dia en la entrada
      *>   de su tarjeta (creandola si no tuvo movimientos): pines
      *>   errados por un lado y denegaciones por limite por otro.
      *>   ---------------------------------------------------------
       ACUMULAR-RECHAZO.
           PERFORM BUSCAR-EN-TABLA
               VARYING IDX-FRA FROM 1 BY 1
               UNTIL IDX-FRA > NUM-TARJETAS-TABLA
                  OR TFRA-TARJETA(IDX-FRA) = RECH-TARJETA.

           IF IDX-FRA > NUM-TARJETAS-TABLA THEN
               IF NUM-TARJETAS-TABLA >= 500
                   SET CON-DESBORDE TO TRUE
                   GO TO ACUMULAR-RECHAZO-EXIT
               END-IF
               ADD 1 TO NUM-TARJETAS-TABLA
               SET IDX-FRA TO NUM-TARJETAS-TABLA
               MOVE RECH-TARJETA TO TFRA-TARJETA(IDX-FRA)
               MOVE 0 TO TFRA-RETIRADAS(IDX-FRA)
               MOVE 0 TO TFRA-CENT-ADEUDOS(IDX-FRA)
               MOVE 0 TO TFRA-PIN-FALLIDOS(IDX-FRA)
               MOVE 0 TO TFRA-TANTEOS(IDX-FRA)
           END-IF.

           IF RECH-PIN-ERRONEO OR RECH-SIN-INTENTOS THEN
               ADD 1 TO TFRA-PIN-FALLIDOS(IDX-FRA).

           IF RECH-LIMITE THEN
               ADD 1 TO TFRA-TANTEOS(IDX-FRA).

       ACUMULAR-RECHAZO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CRIBAR-TARJETA: reglas sobre el acumulado del dia de la
      *>   tarjeta en curso de la tabla. Las reglas de aviso escriben
               END-IF
           END-IF.

           IF TFRA-PIN-FALLIDOS(IDX-FRA) >= UMBRAL-PIN-FALLIDOS
               MOVE "pin erroneo repetido en el dia" TO ALR-MOTIVO
               WRITE INFORME-LINEA FROM LINEA-ALERTA
               ADD 1 TO NUM-ALERTAS.

           IF TFRA-TANTEOS(IDX-FRA) >= UMBRAL-TANTEOS-LIMITE
               MOVE "tanteo del limite repetido en el dia"
                   TO ALR-MOTIVO
               WRITE INFORME-LINEA FROM LINEA-ALERTA
               ADD 1 TO NUM-ALERTAS.

           MOVE TFRA-TARJETA(IDX-FRA) TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE "actividad en tarjeta sin registro en maestro"
      *>   ---------------------------------------------------------
       BLOQUEAR-TARJETA.
           SET TARJETA-PERDIDA TO TRUE.
           SET DPE-TARJETAS TO TRUE.
           MOVE TAJETAREG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE TAJETAREG INVALID KEY
               GO TO BLOQUEAR-TARJETA-EXIT.

