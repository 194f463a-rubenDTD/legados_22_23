      *> conciliado contra el SALDO-REG vigente. Deja ademas una linea
      *> de resumen por tarjeta en extractos_control.txt para que
      *> operaciones compruebe la tirada antes de enviarla a imprimir.
      *> Los depositos a plazo (BANK47, BANK48) aparecen como sus
      *> movimientos de constitucion y liquidacion, y tras el saldo
      *> final se listan los depositos de la tarjeta que seguian
      *> vivos al cierre del periodo: ese dinero no esta en el saldo
      *> pero sigue siendo del titular.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS CLI-NIF
           FILE STATUS IS FSCL.

           SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           FILE STATUS IS FSDP.

           SELECT OPTIONAL EXTRACTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.
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
           02 CLI-NOMBRE     PIC X(20).
           02 CLI-DOMICILIO  PIC X(30).

      *> Maestro de depositos a plazo (BANK47). El registro de clave
      *> 0 es el de control del numerador, no un deposito.
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
           02 DEP-FECHA-BAJA       PIC 9(8).
           02 DEP-INTERES-ENT      PIC 9(7).
           02 DEP-INTERES-DEC      PIC 9(2).
           02 DEP-RETENCION-ENT    PIC 9(7).
           02 DEP-RETENCION-DEC    PIC 9(2).
           02 DEP-MOV-ALTA         PIC 9(35).
           02 DEP-MOV-REINTEGRO    PIC 9(35).
           02 DEP-OPERADOR         PIC X(10).
           02 DEP-ULTIMO-NUM       PIC 9(10).

       FD EXTRACTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "extractos.txt".
       77 FSM                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSCL                     PIC  X(2).
       77 FSDP                     PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSC                      PIC  X(2).


       77 PERIODO-ANO              PIC  9(4).
       77 PERIODO-MES              PIC  9(2).
      *> Cota superior AAAAMM31 del periodo, para comparar fechas
      *> AAAAMMDD sin calcular el ultimo dia del mes.
       77 PERIODO-FIN              PIC  9(8).
       77 HAY-DEPOSITOS            PIC  9(1).
           88 SIN-DEPOSITOS          VALUE 0.
           88 CON-DEPOSITOS          VALUE 1.

       77 TARJETA-EN-CURSO         PIC  9(16).
       77 CENT-SALDO-ACTUAL        PIC S9(11).

       01 LINEA-SALDO-EXTRACTO.
           02 SALX-ETIQUETA        PIC X(16).
           02 SALX-SIGNO           PIC X(1).
           02 SALX-ENT             PIC 9(9).
           02 FILLER               PIC X(1) VALUE ",".
           02 SALX-DEC             PIC 9(2).
           02 FILLER               PIC X(4) VALUE " EUR".
           02 FILLER               PIC X(2) VALUE SPACES.
           02 MOVX-CONCEPTO        PIC X(35).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 MOVX-IMPORTE-SIGNO   PIC X(1).
           02 MOVX-IMPORTE-ENT     PIC 9(7).
           02 FILLER               PIC X(1) VALUE ",".
           02 MOVX-IMPORTE-DEC     PIC 9(2).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 MOVX-SALDOPOS-SIGNO  PIC X(1).
           02 MOVX-SALDOPOS-ENT    PIC 9(9).
           02 FILLER               PIC X(1) VALUE ",".
           02 MOVX-SALDOPOS-DEC    PIC 9(2).
           02 FILLER               PIC X(57) VALUE SPACES.

       01 LINEA-DEP-EXTRACTO.
           02 FILLER               PIC X(9) VALUE "DEPOSITO ".
           02 DEPX-NUM             PIC 9(10).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 DEPX-IMPORTE-ENT     PIC ZZZZZZ9.
           02 FILLER               PIC X(1) VALUE ",".
           02 DEPX-IMPORTE-DEC     PIC 9(2).
           02 FILLER               PIC X(11) VALUE " EUR  TIPO ".
           02 DEPX-TIPO-ENT        PIC Z9.
           02 FILLER               PIC X(1) VALUE ",".
           02 DEPX-TIPO-DEC        PIC 9(2).
           02 FILLER               PIC X(10) VALUE " %  VENCE ".
           02 DEPX-VENCE-DIA       PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 DEPX-VENCE-MES       PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 DEPX-VENCE-ANO       PIC 9(4).
           02 FILLER               PIC X(65) VALUE SPACES.

       01 LINEA-CONTROL.
           02 FILLER               PIC X(8) VALUE "TARJETA ".
           02 CTRL-TARJETA         PIC 9(16).
           02 FILLER               PIC X(6) VALUE " MOVS ".
           02 CTRL-NUM-MOVS        PIC 9(4).
           02 FILLER               PIC X(10) VALUE " APERTURA ".
           02 CTRL-APERTURA-SIGNO  PIC X(1).
           02 CTRL-APERTURA-ENT    PIC 9(9).
           02 FILLER               PIC X(1) VALUE ",".
           02 CTRL-APERTURA-DEC    PIC 9(2).
           02 FILLER               PIC X(8) VALUE " CIERRE ".
           02 CTRL-CIERRE-SIGNO    PIC X(1).
           02 CTRL-CIERRE-ENT      PIC 9(9).
           02 FILLER               PIC X(1) VALUE ",".
           02 CTRL-CIERRE-DEC      PIC 9(2).
           02 FILLER               PIC X(1) VALUE " ".
               MOVE ANO TO PERIODO-ANO
           END-IF.

           COMPUTE PERIODO-FIN =
               (PERIODO-ANO * 10000) + (PERIODO-MES * 100) + 31.

           DISPLAY "BANK18 - extractos mensuales".
           DISPLAY "Periodo: " PERIODO-MES "/" PERIODO-ANO.

           PERFORM ESCRIBIR-TITULAR THRU ESCRIBIR-TITULAR-EXIT.

           MOVE "SALDO ANTERIOR: " TO SALX-ETIQUETA.
           MOVE SPACE TO SALX-SIGNO.
           IF CENT-APERTURA < 0
               MOVE "-" TO SALX-SIGNO.
           COMPUTE SALX-ENT = (CENT-APERTURA / 100).
           MOVE FUNCTION REM(CENT-APERTURA, 100) TO SALX-DEC.
           WRITE EXTRACTO-LINEA FROM LINEA-SALDO-EXTRACTO.

           IF MES-SIN-MOVS THEN
           END-IF.

           MOVE "SALDO FINAL:    " TO SALX-ETIQUETA.
           MOVE SPACE TO SALX-SIGNO.
           IF CENT-CIERRE < 0
               MOVE "-" TO SALX-SIGNO.
           COMPUTE SALX-ENT = (CENT-CIERRE / 100).
           MOVE FUNCTION REM(CENT-CIERRE, 100) TO SALX-DEC.
           WRITE EXTRACTO-LINEA FROM LINEA-SALDO-EXTRACTO.

           PERFORM ESCRIBIR-DEPOSITOS THRU ESCRIBIR-DEPOSITOS-EXIT.

           MOVE SPACES TO EXTRACTO-LINEA.
           WRITE EXTRACTO-LINEA.

           MOVE TARJETA-EN-CURSO TO CTRL-TARJETA.
           MOVE NUM-MOVS-MES TO CTRL-NUM-MOVS.
           MOVE SPACE TO CTRL-APERTURA-SIGNO.
           IF CENT-APERTURA < 0
               MOVE "-" TO CTRL-APERTURA-SIGNO.
           COMPUTE CTRL-APERTURA-ENT = (CENT-APERTURA / 100).
           MOVE FUNCTION REM(CENT-APERTURA, 100) TO CTRL-APERTURA-DEC.
           MOVE SPACE TO CTRL-CIERRE-SIGNO.
           IF CENT-CIERRE < 0
               MOVE "-" TO CTRL-CIERRE-SIGNO.
           COMPUTE CTRL-CIERRE-ENT = (CENT-CIERRE / 100).
           MOVE FUNCTION REM(CENT-CIERRE, 100) TO CTRL-CIERRE-DEC.

           IF MES-CON-MOVS AND CENT-ULTIMO-SALDOPOS NOT = CENT-CIERRE
               MOVE "DESCUADRE" TO CTRL-CUADRE
       ESCRIBIR-TITULAR-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   ESCRIBIR-DEPOSITOS: depositos a plazo de la tarjeta en
      *>   curso constituidos hasta el cierre del periodo y que a ese
      *>   cierre no se habian liquidado (siguen vivos, o vencieron o
      *>   se cancelaron despues). Sin depositos no se escribe nada.
      *>   ---------------------------------------------------------
       ESCRIBIR-DEPOSITOS.
           SET SIN-DEPOSITOS TO TRUE.
           OPEN INPUT DEPOSITOS.
           IF FSDP <> 00
               GO TO ESCRIBIR-DEPOSITOS-EXIT.

       ESCRIBIR-DEPOSITOS-LEER.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO ESCRIBIR-DEPOSITOS-FIN.
               IF DEP-NUM = 0 OR DEP-TARJETA NOT = TARJETA-EN-CURSO
                   GO TO ESCRIBIR-DEPOSITOS-LEER.
               IF DEP-FECHA-ALTA > PERIODO-FIN
                   GO TO ESCRIBIR-DEPOSITOS-LEER.
               IF NOT DEPOSITO-VIVO AND DEP-FECHA-BAJA <= PERIODO-FIN
                   GO TO ESCRIBIR-DEPOSITOS-LEER.

               IF SIN-DEPOSITOS
                   MOVE "DEPOSITOS A PLAZO AL CIERRE DEL PERIODO:"
                       TO EXTRACTO-LINEA
                   WRITE EXTRACTO-LINEA
                   SET CON-DEPOSITOS TO TRUE
               END-IF.
               MOVE DEP-NUM TO DEPX-NUM.
               MOVE DEP-IMPORTE-ENT TO DEPX-IMPORTE-ENT.
               MOVE DEP-IMPORTE-DEC TO DEPX-IMPORTE-DEC.
               MOVE DEP-TIPO-ENT TO DEPX-TIPO-ENT.
               MOVE DEP-TIPO-DEC TO DEPX-TIPO-DEC.
               MOVE DEP-FECHA-VENCIMIENTO(7:2) TO DEPX-VENCE-DIA.
               MOVE DEP-FECHA-VENCIMIENTO(5:2) TO DEPX-VENCE-MES.
               MOVE DEP-FECHA-VENCIMIENTO(1:4) TO DEPX-VENCE-ANO.
               WRITE EXTRACTO-LINEA FROM LINEA-DEP-EXTRACTO.
               GO TO ESCRIBIR-DEPOSITOS-LEER.

       ESCRIBIR-DEPOSITOS-FIN.
           CLOSE DEPOSITOS.

       ESCRIBIR-DEPOSITOS-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CLASIFICAR-UN-MOV: encuadra el movimiento en curso en el
      *>   periodo (lo suma y lo apunta en tabla para reimprimirlo),
           MOVE MOV-MES TO MOVX-MES.
           MOVE MOV-ANO TO MOVX-ANO.
           MOVE MOV-CONCEPTO TO MOVX-CONCEPTO.
           MOVE SPACE TO MOVX-IMPORTE-SIGNO.
           IF MOV-IMPORTE-ENT < 0 OR MOV-IMPORTE-DEC < 0
               MOVE "-" TO MOVX-IMPORTE-SIGNO.
           MOVE MOV-IMPORTE-ENT TO MOVX-IMPORTE-ENT.
           MOVE MOV-IMPORTE-DEC TO MOVX-IMPORTE-DEC.
           MOVE SPACE TO MOVX-SALDOPOS-SIGNO.
           IF MOV-SALDOPOS-ENT < 0 OR MOV-SALDOPOS-DEC < 0
               MOVE "-" TO MOVX-SALDOPOS-SIGNO.
           MOVE MOV-SALDOPOS-ENT TO MOVX-SALDOPOS-ENT.
           MOVE MOV-SALDOPOS-DEC TO MOVX-SALDOPOS-DEC.
           WRITE EXTRACTO-LINEA FROM LINEA-MOV-EXTRACTO.
