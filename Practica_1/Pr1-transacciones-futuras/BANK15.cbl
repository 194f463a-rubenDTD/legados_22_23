      *> (SALDO-TARJETA = 0) no se haya quedado por detras del mayor
      *> MOV-NUM en fichero, y deja un informe de discrepancias para
      *> operaciones. Pensado para lanzarse despues de bank10_nightly.sh.
      *>
      *> Cuadra tambien los depositos a plazo (depositos.ubd, BANK47 y
      *> BANK48): cada deposito tiene que tener su movimiento de
      *> constitucion (adeudo del principal en su tarjeta) y, una vez
      *> abonado, su reintegro; si BANK19 ya los archivo se buscan en
      *> movhist.ubd. Un deposito vencido o cancelado con la
      *> liquidacion a medias tambien es discrepancia: BANK48 corre
      *> antes y tendria que haberla terminado. El resumen da el
      *> numero de depositos vivos y su principal, que es dinero de
      *> clientes fuera de saldos.ubd.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS SALDO-TARJETA
           FILE STATUS IS FSS.

           SELECT OPTIONAL F-MOVHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-NUM
           FILE STATUS IS FSH.

           SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           FILE STATUS IS FSDP.

           SELECT OPTIONAL INFORME-CUADRE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.
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
           02 SALDO-DEC            PIC  9(2).
           02 SALDO-ULTIMO-MOV     PIC  9(35).

      *> Historico de movimientos archivados por BANK19.
       FD F-MOVHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movhist.ubd".
       01 MOVHIST-REG.
           02 HIST-NUM             PIC  9(35).
           02 HIST-TARJETA         PIC  9(16).
           02 HIST-ANO             PIC   9(4).
           02 HIST-MES             PIC   9(2).
           02 HIST-DIA             PIC   9(2).
           02 HIST-HOR             PIC   9(2).
           02 HIST-MIN             PIC   9(2).
           02 HIST-SEG             PIC   9(2).
           02 HIST-IMPORTE-ENT     PIC  S9(7).
           02 HIST-IMPORTE-DEC     PIC  S9(2).
           02 HIST-CONCEPTO        PIC  X(35).
           02 HIST-SALDOPOS-ENT    PIC  S9(9).
           02 HIST-SALDOPOS-DEC    PIC  S9(2).
      *>   Cajero (terminales.ubd) del efectivo; cero si no lo es.
           02 HIST-TERMINAL        PIC   9(4).

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

       FD INFORME-CUADRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informe_cuadre.txt".
       77 FSM                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FSDP                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 NUM-TARJETAS-OK          PIC  9(6) VALUE 0.
       77 NUM-DISCREPANCIAS        PIC  9(6) VALUE 0.

      *> Cotejo de un movimiento de deposito: numero, tarjeta e
      *> importe (en centimos, con signo) que deberia tener.
       77 MOV-BUSCADO              PIC  9(35).
       77 CENT-BUSCADO             PIC S9(9).
       77 CENT-PRINCIPAL           PIC S9(9).
       77 MOV-DEPOSITO-HALLADO     PIC  9(1).
           88 MOV-DEPOSITO-OK        VALUE 1.
           88 MOV-DEPOSITO-FALTA     VALUE 0.
      *> El historico se abre una vez; un INVALID KEY deja FSH a 23 y
      *> no debe impedir las busquedas siguientes.
       77 HIST-DISPONIBLE          PIC  9(1) VALUE 0.
           88 HIST-ABIERTO           VALUE 1.
           88 HIST-AUSENTE           VALUE 0.
       77 NUM-DEPOSITOS-VIVOS      PIC  9(6) VALUE 0.
       77 CENT-DEPOSITOS-VIVOS     PIC S9(11) VALUE 0.

       01 LINEA-CABECERA.
           02 FILLER               PIC X(34) VALUE
               "CUADRE SALDOS/MOVIMIENTOS AL DIA ".
           02 FILLER               PIC X(1) VALUE " ".
           02 DIS-DETALLE          PIC X(52).

       01 LINEA-DEPOSITO.
           02 FILLER               PIC X(9) VALUE "DEPOSITO ".
           02 DDEP-NUM             PIC 9(10).
           02 FILLER               PIC X(9) VALUE " TARJETA ".
           02 DDEP-TARJETA         PIC 9(16).
           02 FILLER               PIC X(1) VALUE " ".
           02 DDEP-DETALLE         PIC X(60).
           02 FILLER               PIC X(27) VALUE SPACES.

       01 LINEA-RESUMEN-DEPOSITOS.
           02 FILLER               PIC X(25)
               VALUE "DEPOSITOS A PLAZO VIVOS: ".
           02 RDEP-NUM             PIC 9(6).
           02 FILLER               PIC X(12) VALUE " PRINCIPAL: ".
           02 RDEP-ENT             PIC -9(9).
           02 FILLER               PIC X(1) VALUE ",".
           02 RDEP-DEC             PIC 9(2).
           02 FILLER               PIC X(4) VALUE " EUR".
           02 FILLER               PIC X(72) VALUE SPACES.

       01 LINEA-TEXTO.
           02 TEX-TEXTO            PIC X(72).
           02 TEX-NUMERO           PIC 9(35).
               MOVE MAX-MOV-NUM TO TEX-NUMERO
               WRITE INFORME-LINEA FROM LINEA-TEXTO
               ADD 1 TO NUM-DISCREPANCIAS
               GO TO COTEJAR-DEPOSITOS.

           IF CONTROL-ULTIMO-MOV < MAX-MOV-NUM THEN
               MOVE "CONTADOR DE CONTROL POR DETRAS; MAYOR MOV-NUM"
               WRITE INFORME-LINEA FROM LINEA-TEXTO
               ADD 1 TO NUM-DISCREPANCIAS.

      *>   Tercera pasada: depositos a plazo contra sus movimientos.
      *>   Sin maestro de depositos todavia no hay nada que cotejar.
       COTEJAR-DEPOSITOS.
           OPEN INPUT DEPOSITOS.
           IF FSDP = 05
               CLOSE DEPOSITOS
               GO TO ESCRIBIR-RESUMEN.
           IF FSDP <> 00
               DISPLAY "BANK15: error al abrir depositos.ubd, FS=" FSDP
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "BANK15: error al reabrir movimientos.ubd, FS="
                   FSM
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT F-MOVHIST.
           IF FSH <> 00 AND FSH <> 05
               DISPLAY "BANK15: error al abrir movhist.ubd, FS=" FSH
               GO TO FIN-BATCH-ERROR.
           IF FSH = 00
               SET HIST-ABIERTO TO TRUE
           ELSE
               SET HIST-AUSENTE TO TRUE.

       LEER-DEPOSITOS.
           READ DEPOSITOS NEXT RECORD AT END GO TO LEER-DEPOSITOS-FIN.
               IF DEP-NUM = 0 THEN
                   GO TO LEER-DEPOSITOS
               END-IF.
               PERFORM COTEJAR-DEPOSITO THRU COTEJAR-DEPOSITO-EXIT.
               GO TO LEER-DEPOSITOS.

       LEER-DEPOSITOS-FIN.
           CLOSE DEPOSITOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-MOVHIST.

           MOVE NUM-DEPOSITOS-VIVOS TO RDEP-NUM.
           COMPUTE RDEP-ENT = CENT-DEPOSITOS-VIVOS / 100.
           MOVE FUNCTION MOD(CENT-DEPOSITOS-VIVOS, 100) TO RDEP-DEC.
           WRITE INFORME-LINEA FROM LINEA-RESUMEN-DEPOSITOS.

       ESCRIBIR-RESUMEN.
           IF CON-DESBORDE THEN
               MOVE "AVISO: MAS DE 500 TARJETAS CON MOVIMIENTOS; LAS NO
               MOVE 1 TO TCUA-COTEJADA(IDX-CUA)
           END-IF.

           COMPUTE ESPERADO-ENT = (CENT-ESPERADO
               - FUNCTION MOD(CENT-ESPERADO, 100)) / 100.
           MOVE FUNCTION MOD(CENT-ESPERADO, 100) TO ESPERADO-DEC.

           IF SALDO-ENT = ESPERADO-ENT AND SALDO-DEC = ESPERADO-DEC
               GO TO COTEJAR-HUERFANAS-EXIT.

           MOVE TCUA-CENT-SUMA(IDX-CUA) TO CENT-ESPERADO.
           COMPUTE ESPERADO-ENT = (CENT-ESPERADO
               - FUNCTION MOD(CENT-ESPERADO, 100)) / 100.
           MOVE FUNCTION MOD(CENT-ESPERADO, 100) TO ESPERADO-DEC.

           MOVE TCUA-TARJETA(IDX-CUA) TO DIS-TARJETA.
       COTEJAR-HUERFANAS-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   COTEJAR-DEPOSITO: el DEPOSITO-REG en curso contra sus
      *>   movimientos. La constitucion es un adeudo del principal
      *>   con el numero DEP-MOV-ALTA; desde que el principal se ha
      *>   devuelto (fase 1 en adelante) tiene que existir ademas el
      *>   abono DEP-MOV-REINTEGRO por el mismo importe.
      *>   ---------------------------------------------------------
       COTEJAR-DEPOSITO.
           MOVE DEP-NUM TO DDEP-NUM.
           MOVE DEP-TARJETA TO DDEP-TARJETA.
           COMPUTE CENT-PRINCIPAL =
               (DEP-IMPORTE-ENT * 100) + DEP-IMPORTE-DEC.

           IF DEPOSITO-VIVO
               ADD 1 TO NUM-DEPOSITOS-VIVOS
               ADD CENT-PRINCIPAL TO CENT-DEPOSITOS-VIVOS.

           MOVE DEP-MOV-ALTA TO MOV-BUSCADO.
           COMPUTE CENT-BUSCADO = 0 - CENT-PRINCIPAL.
           PERFORM BUSCAR-MOV-DEPOSITO THRU BUSCAR-MOV-DEPOSITO-EXIT.
           IF MOV-DEPOSITO-FALTA
               MOVE "sin movimiento de constitucion que lo respalde"
                   TO DDEP-DETALLE
               WRITE INFORME-LINEA FROM LINEA-DEPOSITO
               ADD 1 TO NUM-DISCREPANCIAS.

           IF DEPOSITO-VIVO OR FASE-SIN-LIQUIDAR
               GO TO COTEJAR-DEPOSITO-FASE.

           MOVE DEP-MOV-REINTEGRO TO MOV-BUSCADO.
           MOVE CENT-PRINCIPAL TO CENT-BUSCADO.
           PERFORM BUSCAR-MOV-DEPOSITO THRU BUSCAR-MOV-DEPOSITO-EXIT.
           IF MOV-DEPOSITO-FALTA
               MOVE "liquidado sin movimiento de reintegro"
                   TO DDEP-DETALLE
               WRITE INFORME-LINEA FROM LINEA-DEPOSITO
               ADD 1 TO NUM-DISCREPANCIAS.

       COTEJAR-DEPOSITO-FASE.
           IF NOT DEPOSITO-VIVO AND NOT FASE-LIQUIDADA
               MOVE "vencido o cancelado con la liquidacion a medias"
                   TO DDEP-DETALLE
               WRITE INFORME-LINEA FROM LINEA-DEPOSITO
               ADD 1 TO NUM-DISCREPANCIAS.

       COTEJAR-DEPOSITO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   BUSCAR-MOV-DEPOSITO: comprueba que el movimiento
      *>   MOV-BUSCADO existe para la tarjeta del deposito por
      *>   CENT-BUSCADO. Si BANK19 lo ha archivado, en movimientos.ubd
      *>   no esta o su numero lo ocupa ahora el arrastre de saldo de
      *>   la tarjeta; entonces se busca en movhist.ubd.
      *>   ---------------------------------------------------------
       BUSCAR-MOV-DEPOSITO.
           SET MOV-DEPOSITO-FALTA TO TRUE.
           MOVE MOV-BUSCADO TO MOV-NUM.
           READ F-MOVIMIENTOS INVALID KEY
               GO TO BUSCAR-MOV-DEPOSITO-HIST.

           IF MOV-TARJETA = DEP-TARJETA AND
              MOV-CONCEPTO = "Arrastre de saldo."
               GO TO BUSCAR-MOV-DEPOSITO-HIST.

           IF MOV-IMPORTE-ENT < 0 THEN
               COMPUTE CENT-MOV = (MOV-IMPORTE-ENT * 100)
                   - MOV-IMPORTE-DEC
           ELSE
               COMPUTE CENT-MOV = (MOV-IMPORTE-ENT * 100)
                   + MOV-IMPORTE-DEC
           END-IF.
           IF MOV-TARJETA = DEP-TARJETA AND CENT-MOV = CENT-BUSCADO
               SET MOV-DEPOSITO-OK TO TRUE.
           GO TO BUSCAR-MOV-DEPOSITO-EXIT.

       BUSCAR-MOV-DEPOSITO-HIST.
           IF HIST-AUSENTE
               GO TO BUSCAR-MOV-DEPOSITO-EXIT.
           MOVE MOV-BUSCADO TO HIST-NUM.
           READ F-MOVHIST INVALID KEY
               GO TO BUSCAR-MOV-DEPOSITO-EXIT.

           IF HIST-IMPORTE-ENT < 0 THEN
               COMPUTE CENT-MOV = (HIST-IMPORTE-ENT * 100)
                   - HIST-IMPORTE-DEC
           ELSE
               COMPUTE CENT-MOV = (HIST-IMPORTE-ENT * 100)
                   + HIST-IMPORTE-DEC
           END-IF.
           IF HIST-TARJETA = DEP-TARJETA AND CENT-MOV = CENT-BUSCADO
               SET MOV-DEPOSITO-OK TO TRUE.

       BUSCAR-MOV-DEPOSITO-EXIT.
           EXIT.

       FIN-BATCH-ERROR.
      *>   Codigo de retorno distinto de cero: el lanzador de la
      *>   cadena (BANK31) apunta el paso en error, no completado.
