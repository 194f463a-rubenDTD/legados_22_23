       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK46.

      *> Remesas de nominas de empresas: en vez de teclear cada sueldo
      *> como una transferencia suelta, la empresa nos entrega un
      *> fichero de ancho fijo (nominas.txt) con uno o varios lotes.
      *> Cada lote es una cabecera ('C': numero de lote, tarjeta del
      *> ordenante, fecha valor y totales de control - numero de
      *> lineas e importe total) seguida de una linea por
      *> beneficiario ('D': tarjeta, indicador de otro banco como en
      *> BANK6, importe y nombre).
      *>
      *> Una primera pasada de lectura cuadra cada lote contra sus
      *> totales de control y comprueba el ordenante; un lote que no
      *> cuadra se rechaza entero y uno con fecha valor futura espera
      *> a su noche. Al empezar a pagar un lote se comprueba que el
      *> saldo del ordenante (con su linea de descubierto de BANK43)
      *> cubre todo lo que queda por pagar. Cada linea se paga como
      *> un par adeudo/abono al estilo de GUARDAR-TRANSF-2 de BANK10;
      *> el abono a otro banco sale por intercambio_sal.txt. Una
      *> linea con tarjeta desconocida o cerrada se rechaza sola, sin
      *> parar el lote. El resultado de cada lote y de cada linea
      *> (pagada o rechazada, con su motivo) queda en
      *> nominas_resultado.txt para devolverlo a la empresa.
      *>
      *> El avance queda apuntado por lote y linea en
      *> nominas_proc.ubd en dos fases (adeudo hecho / linea pagada),
      *> como el ORIGEN-HECHO de BANK10, y el lote terminado sin
      *> errores se apunta con la linea cero: un relanzamiento no
      *> paga nada dos veces. La referencia de los envios a la camara
      *> empieza por 9 seguida del lote y la linea, para que no se
      *> confunda con un TRANSF-NUM; un rechazo de la camara sobre
      *> ella queda en suspenso en BANK23 y se trabaja con BANK36.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOMINAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSNO.

           SELECT OPTIONAL NOMINAS-PROC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NPROC-CLAVE
           FILE STATUS IS FSNP.

           SELECT RESULTADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSNR.

           SELECT OPTIONAL INTERCAMBIO-SAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIS.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

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

           SELECT OPTIONAL DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESC-TARJETA
           FILE STATUS IS FSD.

       DATA DIVISION.
       FILE SECTION.
      *> Dos vistas del mismo registro: la cabecera de lote y la linea
      *> de detalle, distinguidas por el primer caracter.
       FD NOMINAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "nominas.txt".
       01 NOM-CABECERA.
           02 CAB-TIPO             PIC X(1).
           02 CAB-LOTE             PIC 9(10).
           02 CAB-ORDENANTE        PIC 9(16).
           02 CAB-FECHA-VALOR      PIC 9(8).
           02 CAB-NUM-LINEAS       PIC 9(6).
           02 CAB-TOTAL-ENT        PIC 9(9).
           02 CAB-TOTAL-DEC        PIC 9(2).
       01 NOM-DETALLE.
           02 DET-TIPO             PIC X(1).
           02 DET-BENEFICIARIO     PIC 9(16).
           02 DET-EXTERNO          PIC 9(1).
           02 DET-IMPORTE-ENT      PIC 9(7).
           02 DET-IMPORTE-DEC      PIC 9(2).
           02 DET-NOMBRE           PIC X(20).

       FD NOMINAS-PROC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "nominas_proc.ubd".
       01 NPROC-REG.
           02 NPROC-CLAVE.
               03 NPROC-LOTE       PIC 9(10).
               03 NPROC-LINEA      PIC 9(6).
           02 NPROC-ESTADO         PIC 9(1).
               88 NPROC-ORIGEN-HECHO VALUE 1.
               88 NPROC-PAGADA       VALUE 2.
               88 NPROC-LOTE-HECHO   VALUE 3.
           02 NPROC-FECHA          PIC 9(8).

       FD RESULTADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "nominas_resultado.txt".
       01 RESULTADO-LINEA          PIC X(100).

      *> Registro de ancho fijo acordado con la camara de compensacion
      *> ('E' = envio nuestro), el mismo que escribe BANK10.
       FD INTERCAMBIO-SAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intercambio_sal.txt".
       01 INT-SAL-REG.
           02 SAL-TIPO          PIC X(1).
           02 SAL-REFERENCIA    PIC 9(35).
           02 SAL-ORIGEN        PIC 9(16).
           02 SAL-DESTINO       PIC 9(16).
           02 SAL-IMPORTE-ENT   PIC 9(7).
           02 SAL-IMPORTE-DEC   PIC 9(2).
           02 SAL-FECHA         PIC 9(8).

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
       77 FSNO                     PIC  X(2).
       77 FSNP                     PIC  X(2).
       77 FSNR                     PIC  X(2).
       77 FSIS                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSD                      PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK46".
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
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS         PIC  9(2).
               10 MILISEGUNDOS     PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       77 LAST-MOV-NUM             PIC  9(35).

       77 CENT-SALDO-USER          PIC S9(9).
       77 CENT-IMPOR-USER          PIC S9(9).
       77 CENT-SALDO-TMP           PIC S9(9).
       77 CENT-DELTA-SALDO         PIC S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 FECHA-HOY-NUM            PIC  9(8).
       77 TARJETA-DESCUBIERTO      PIC  9(16).

       77 NUM-LOTES-PAGADOS        PIC  9(4) VALUE 0.
       77 NUM-LINEAS-PAGADAS       PIC  9(6) VALUE 0.
       77 NUM-LINEAS-RECHAZADAS    PIC  9(6) VALUE 0.
       77 NUM-ERRORES              PIC  9(6) VALUE 0.

      *> Lote en curso de la segunda pasada y su linea.
       77 LOTE-ACTUAL              PIC  9(4) VALUE 0.
       77 LINEA-ACTUAL             PIC  9(6) VALUE 0.
       77 ERRORES-LOTE             PIC  9(6) VALUE 0.
       77 PAGADAS-LOTE             PIC  9(6) VALUE 0.
       77 RECHAZADAS-LOTE          PIC  9(6) VALUE 0.
       77 CENT-PAGADO-LOTE         PIC  9(11) VALUE 0.
       77 MOTIVO-LINEA             PIC  X(30).

       77 LINEA-PROC               PIC  9(1).
           88 LINEA-SIN-PROC         VALUE 0.
           88 LINEA-CON-PROC         VALUE 1.

      *> Censo de lotes de la primera pasada, en orden de fichero.
      *> Con mas lotes de los que caben no se paga nada.
       01 TABLA-LOTES.
           05 NUM-LOTES             PIC  9(4) VALUE 0.
           05 LOTE-TABLA OCCURS 50 TIMES INDEXED BY IDX-LOTE.
               10 TLOTE-LOTE         PIC  9(10).
               10 TLOTE-ORDENANTE    PIC  9(16).
               10 TLOTE-FECHA-VALOR  PIC  9(8).
               10 TLOTE-DECL-LINEAS  PIC  9(6).
               10 TLOTE-DECL-TOTAL   PIC  9(11).
               10 TLOTE-LINEAS       PIC  9(6).
               10 TLOTE-TOTAL        PIC  9(11).
               10 TLOTE-PENDIENTE    PIC  9(11).
               10 TLOTE-ESTADO       PIC  9(1).
                   88 LOTE-ADMITIDO      VALUE 0.
                   88 LOTE-RECHAZADO     VALUE 1.
                   88 LOTE-APLAZADO      VALUE 2.
                   88 LOTE-YA-PROCESADO  VALUE 3.
               10 TLOTE-MOTIVO       PIC  X(30).

       77 IDX-BUSCA                PIC  9(4).

      *> Referencia de un envio de nomina a la camara: 9, ceros,
      *> lote y linea (35 posiciones, como SAL-REFERENCIA).
       01 REFERENCIA-NOMINA.
           02 FILLER               PIC X(19)
               VALUE "9000000000000000000".
           02 REF-LOTE             PIC 9(10).
           02 REF-LINEA            PIC 9(6).

       01 LINEA-RES-LOTE.
           02 FILLER               PIC X(5) VALUE "LOTE ".
           02 RL-LOTE              PIC 9(10).
           02 FILLER               PIC X(11) VALUE " ORDENANTE ".
           02 RL-ORDENANTE         PIC 9(16).
           02 FILLER               PIC X(1) VALUE " ".
           02 RL-ESTADO            PIC X(10).
           02 FILLER               PIC X(1) VALUE " ".
           02 RL-MOTIVO            PIC X(30).

       01 LINEA-RES-DETALLE.
           02 FILLER               PIC X(8) VALUE "  LINEA ".
           02 RD-LINEA             PIC 9(6).
           02 FILLER               PIC X(1) VALUE " ".
           02 RD-BENEFICIARIO      PIC X(16).
           02 FILLER               PIC X(1) VALUE " ".
           02 RD-IMPORTE-ENT       PIC X(7).
           02 FILLER               PIC X(1) VALUE ",".
           02 RD-IMPORTE-DEC       PIC X(2).
           02 FILLER               PIC X(1) VALUE " ".
           02 RD-ESTADO            PIC X(9).
           02 FILLER               PIC X(1) VALUE " ".
           02 RD-MOTIVO            PIC X(30).

       01 LINEA-RES-FIN-LOTE.
           02 FILLER               PIC X(9) VALUE "FIN LOTE ".
           02 RF-LOTE              PIC 9(10).
           02 FILLER               PIC X(10) VALUE " PAGADAS ".
           02 RF-PAGADAS           PIC 9(6).
           02 FILLER               PIC X(9) VALUE " IMPORTE ".
           02 RF-IMPORTE-ENT       PIC 9(9).
           02 FILLER               PIC X(1) VALUE ",".
           02 RF-IMPORTE-DEC       PIC 9(2).
           02 FILLER               PIC X(13) VALUE " RECHAZADAS ".
           02 RF-RECHAZADAS        PIC 9(6).

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY "BANK46 - remesas de nominas de empresas".
           DISPLAY "Fecha de proceso: " DIA "/" MES "/" ANO.

           OPEN INPUT NOMINAS.
           IF FSNO = 05
               CLOSE NOMINAS
               DISPLAY "BANK46: no hay fichero de nominas; nada que"
                   " procesar."
               STOP RUN.
           IF FSNO <> 00
               DISPLAY "BANK46: error al abrir nominas.txt, FS=" FSNO
               GO TO FIN-BATCH-ERROR.
           OPEN I-O NOMINAS-PROC.
           IF FSNP <> 00 AND FSNP <> 05
               DISPLAY "BANK46: error al abrir nominas_proc.ubd, FS="
                   FSNP
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BANK46: error al abrir tarjetas.ubd, FS=" FST
               GO TO FIN-BATCH-ERROR.

      *>   Primera pasada: censo y cuadre de los lotes, sin tocar
      *>   ningun saldo.
       CENSAR-LOTES.
           READ NOMINAS AT END GO TO CENSAR-LOTES-FIN.
           IF CAB-TIPO = "C"
               PERFORM ALTA-LOTE THRU ALTA-LOTE-EXIT
               GO TO CENSAR-LOTES.
           IF NUM-LOTES = 0
               DISPLAY "BANK46: linea antes de la primera cabecera de"
                   " lote; fichero no valido"
               GO TO FIN-BATCH-ERROR.
           IF CAB-TIPO = "D"
               PERFORM SUMAR-DETALLE THRU SUMAR-DETALLE-EXIT
           ELSE
               IF LOTE-ADMITIDO(NUM-LOTES)
                   SET LOTE-RECHAZADO(NUM-LOTES) TO TRUE
                   MOVE "REGISTRO DE TIPO DESCONOCIDO"
                       TO TLOTE-MOTIVO(NUM-LOTES)
               END-IF
           END-IF.
           GO TO CENSAR-LOTES.

       CENSAR-LOTES-FIN.
           CLOSE NOMINAS.
           PERFORM VALIDAR-LOTE THRU VALIDAR-LOTE-EXIT
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > NUM-LOTES.

      *>   Segunda pasada: pago de los lotes admitidos.
           OPEN INPUT NOMINAS.
           IF FSNO <> 00
               DISPLAY "BANK46: error al reabrir nominas.txt, FS=" FSNO
               GO TO FIN-BATCH-ERROR.
           OPEN OUTPUT RESULTADO.
           IF FSNR <> 00
               DISPLAY "BANK46: error al abrir nominas_resultado.txt,"
                   " FS=" FSNR
               GO TO FIN-BATCH-ERROR.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "BANK46: error al abrir movimientos.ubd, FS="
                   FSM
               GO TO FIN-BATCH-ERROR.
           OPEN I-O SALDOS.
           IF FSS <> 00
               DISPLAY "BANK46: error al abrir saldos.ubd, FS=" FSS
               GO TO FIN-BATCH-ERROR.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               DISPLAY "BANK46: error al abrir notificaciones.ubd,"
                   " FS=" FSN
               GO TO FIN-BATCH-ERROR.

       LEER-NOMINA.
           READ NOMINAS AT END GO TO FIN-PASADA.
           IF CAB-TIPO = "C"
               PERFORM CERRAR-LOTE THRU CERRAR-LOTE-EXIT
               PERFORM ABRIR-LOTE THRU ABRIR-LOTE-EXIT
               GO TO LEER-NOMINA.
           IF CAB-TIPO NOT = "D"
               GO TO LEER-NOMINA.

           ADD 1 TO LINEA-ACTUAL.
      *>   Un lote rechazado al reanudar puede tener lineas ya
      *>   adeudadas (o pagadas) en la pasada interrumpida: esas se
      *>   terminan por PAGAR-LINEA, que sigue en el abono.
           IF LOTE-RECHAZADO(IDX-LOTE)
               PERFORM BUSCAR-LINEA-PROC THRU BUSCAR-LINEA-PROC-EXIT
               IF LINEA-CON-PROC
                   PERFORM PAGAR-LINEA THRU PAGAR-LINEA-EXIT
                   GO TO LEER-NOMINA
               END-IF
               MOVE "RECHAZADA" TO RD-ESTADO
               MOVE "LOTE RECHAZADO" TO RD-MOTIVO
               PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-EXIT
               GO TO LEER-NOMINA.
           IF NOT LOTE-ADMITIDO(IDX-LOTE)
               GO TO LEER-NOMINA.

           PERFORM PAGAR-LINEA THRU PAGAR-LINEA-EXIT.
           GO TO LEER-NOMINA.

       FIN-PASADA.
           PERFORM CERRAR-LOTE THRU CERRAR-LOTE-EXIT.
           GO TO FIN-BATCH.

      *>   ---------------------------------------------------------
      *>   ALTA-LOTE: nueva entrada del censo para la cabecera leida.
      *>   Cabecera ilegible, lote repetido en el mismo fichero o ya
      *>   pagado entero en una pasada anterior: el lote no se paga.
      *>   ---------------------------------------------------------
       ALTA-LOTE.
           IF NUM-LOTES >= 50
               DISPLAY "BANK46: mas de 50 lotes en el fichero; no se"
                   " paga ninguno"
               GO TO FIN-BATCH-ERROR.
           ADD 1 TO NUM-LOTES.
           SET IDX-LOTE TO NUM-LOTES.
           MOVE 0 TO TLOTE-LOTE(IDX-LOTE).
           MOVE 0 TO TLOTE-ORDENANTE(IDX-LOTE).
           MOVE 0 TO TLOTE-FECHA-VALOR(IDX-LOTE).
           MOVE 0 TO TLOTE-DECL-LINEAS(IDX-LOTE).
           MOVE 0 TO TLOTE-DECL-TOTAL(IDX-LOTE).
           MOVE 0 TO TLOTE-LINEAS(IDX-LOTE).
           MOVE 0 TO TLOTE-TOTAL(IDX-LOTE).
           MOVE 0 TO TLOTE-PENDIENTE(IDX-LOTE).
           SET LOTE-ADMITIDO(IDX-LOTE) TO TRUE.
           MOVE SPACES TO TLOTE-MOTIVO(IDX-LOTE).

           IF CAB-LOTE NOT NUMERIC OR CAB-ORDENANTE NOT NUMERIC
              OR CAB-FECHA-VALOR NOT NUMERIC
              OR CAB-NUM-LINEAS NOT NUMERIC
              OR CAB-TOTAL-ENT NOT NUMERIC
              OR CAB-TOTAL-DEC NOT NUMERIC
               SET LOTE-RECHAZADO(IDX-LOTE) TO TRUE
               MOVE "CABECERA NO VALIDA" TO TLOTE-MOTIVO(IDX-LOTE)
               GO TO ALTA-LOTE-EXIT.

           MOVE CAB-LOTE TO TLOTE-LOTE(IDX-LOTE).
           MOVE CAB-ORDENANTE TO TLOTE-ORDENANTE(IDX-LOTE).
           MOVE CAB-FECHA-VALOR TO TLOTE-FECHA-VALOR(IDX-LOTE).
           MOVE CAB-NUM-LINEAS TO TLOTE-DECL-LINEAS(IDX-LOTE).
           COMPUTE TLOTE-DECL-TOTAL(IDX-LOTE) =
               (CAB-TOTAL-ENT * 100) + CAB-TOTAL-DEC.

           PERFORM BUSCAR-LOTE
               VARYING IDX-BUSCA FROM 1 BY 1
               UNTIL IDX-BUSCA >= NUM-LOTES
                  OR TLOTE-LOTE(IDX-BUSCA) = CAB-LOTE.
           IF IDX-BUSCA < NUM-LOTES
               SET LOTE-RECHAZADO(IDX-LOTE) TO TRUE
               MOVE "LOTE REPETIDO EN EL FICHERO"
                   TO TLOTE-MOTIVO(IDX-LOTE)
               GO TO ALTA-LOTE-EXIT.

           MOVE CAB-LOTE TO NPROC-LOTE.
           MOVE 0 TO NPROC-LINEA.
           READ NOMINAS-PROC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET LOTE-YA-PROCESADO(IDX-LOTE) TO TRUE
                   MOVE "LOTE YA PAGADO" TO TLOTE-MOTIVO(IDX-LOTE)
           END-READ.

       ALTA-LOTE-EXIT.
           EXIT.

       BUSCAR-LOTE.
           CONTINUE.

      *>   ---------------------------------------------------------
      *>   SUMAR-DETALLE: la linea cuenta para los totales de control
      *>   del lote; si ademas su adeudo no se hizo ya en una pasada
      *>   anterior, cuenta para lo que el ordenante ha de cubrir.
      *>   ---------------------------------------------------------
       SUMAR-DETALLE.
           ADD 1 TO TLOTE-LINEAS(NUM-LOTES).
           IF DET-IMPORTE-ENT NOT NUMERIC
              OR DET-IMPORTE-DEC NOT NUMERIC
               GO TO SUMAR-DETALLE-EXIT.
           COMPUTE CENT-IMPOR-USER =
               (DET-IMPORTE-ENT * 100) + DET-IMPORTE-DEC.
           ADD CENT-IMPOR-USER TO TLOTE-TOTAL(NUM-LOTES).

           IF NOT LOTE-ADMITIDO(NUM-LOTES)
               GO TO SUMAR-DETALLE-EXIT.
           MOVE TLOTE-LOTE(NUM-LOTES) TO NPROC-LOTE.
           MOVE TLOTE-LINEAS(NUM-LOTES) TO NPROC-LINEA.
           READ NOMINAS-PROC
               INVALID KEY
                   ADD CENT-IMPOR-USER TO TLOTE-PENDIENTE(NUM-LOTES)
           END-READ.

       SUMAR-DETALLE-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   VALIDAR-LOTE: totales de control, fecha valor y ordenante.
      *>   ---------------------------------------------------------
       VALIDAR-LOTE.
           IF NOT LOTE-ADMITIDO(IDX-LOTE)
               GO TO VALIDAR-LOTE-EXIT.

           IF TLOTE-LINEAS(IDX-LOTE) NOT = TLOTE-DECL-LINEAS(IDX-LOTE)
              OR TLOTE-TOTAL(IDX-LOTE) NOT = TLOTE-DECL-TOTAL(IDX-LOTE)
               SET LOTE-RECHAZADO(IDX-LOTE) TO TRUE
               MOVE "TOTALES DE CONTROL NO CUADRAN"
                   TO TLOTE-MOTIVO(IDX-LOTE)
               GO TO VALIDAR-LOTE-EXIT.

           IF TLOTE-FECHA-VALOR(IDX-LOTE) > FECHA-HOY-NUM
               SET LOTE-APLAZADO(IDX-LOTE) TO TRUE
               MOVE "PENDIENTE DE FECHA VALOR" TO TLOTE-MOTIVO(IDX-LOTE)
               GO TO VALIDAR-LOTE-EXIT.

           MOVE TLOTE-ORDENANTE(IDX-LOTE) TO TNUM.
           READ TARJETAS INVALID KEY
               SET LOTE-RECHAZADO(IDX-LOTE) TO TRUE
               MOVE "ORDENANTE DESCONOCIDO" TO TLOTE-MOTIVO(IDX-LOTE)
               GO TO VALIDAR-LOTE-EXIT.
           IF TARJETA-CERRADA
               SET LOTE-RECHAZADO(IDX-LOTE) TO TRUE
               MOVE "TARJETA DEL ORDENANTE CERRADA"
                   TO TLOTE-MOTIVO(IDX-LOTE).

       VALIDAR-LOTE-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   ABRIR-LOTE: cabecera de la segunda pasada. Un lote admitido
      *>   solo se empieza a pagar si el ordenante cubre lo pendiente
      *>   (saldo mas linea de descubierto vigente); los lotes
      *>   anteriores del mismo ordenante ya le han restado lo suyo.
      *>   ---------------------------------------------------------
       ABRIR-LOTE.
           ADD 1 TO LOTE-ACTUAL.
           SET IDX-LOTE TO LOTE-ACTUAL.
           MOVE 0 TO LINEA-ACTUAL.
           MOVE 0 TO ERRORES-LOTE.
           MOVE 0 TO PAGADAS-LOTE.
           MOVE 0 TO RECHAZADAS-LOTE.
           MOVE 0 TO CENT-PAGADO-LOTE.

           IF LOTE-ADMITIDO(IDX-LOTE)
               MOVE TLOTE-ORDENANTE(IDX-LOTE) TO SALDO-TARJETA
               PERFORM LEER-SALDO THRU LEER-SALDO-EXIT
               MOVE CENT-SALDO-TMP TO CENT-SALDO-USER
               MOVE TLOTE-ORDENANTE(IDX-LOTE) TO TARJETA-DESCUBIERTO
               PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT
               IF TLOTE-PENDIENTE(IDX-LOTE) >
                  CENT-SALDO-USER + CENT-DESCUBIERTO
                   SET LOTE-RECHAZADO(IDX-LOTE) TO TRUE
                   MOVE "SALDO INSUFICIENTE ORDENANTE"
                       TO TLOTE-MOTIVO(IDX-LOTE)
               END-IF
           END-IF.

           MOVE TLOTE-LOTE(IDX-LOTE) TO RL-LOTE.
           MOVE TLOTE-ORDENANTE(IDX-LOTE) TO RL-ORDENANTE.
           MOVE TLOTE-MOTIVO(IDX-LOTE) TO RL-MOTIVO.
           IF LOTE-ADMITIDO(IDX-LOTE)
               MOVE "ADMITIDO" TO RL-ESTADO.
           IF LOTE-RECHAZADO(IDX-LOTE)
               MOVE "RECHAZADO" TO RL-ESTADO.
           IF LOTE-APLAZADO(IDX-LOTE)
               MOVE "APLAZADO" TO RL-ESTADO.
           IF LOTE-YA-PROCESADO(IDX-LOTE)
               MOVE "YA PAGADO" TO RL-ESTADO.
           WRITE RESULTADO-LINEA FROM LINEA-RES-LOTE.

           IF LOTE-RECHAZADO(IDX-LOTE)
               DISPLAY "BANK46: lote " TLOTE-LOTE(IDX-LOTE)
                   " rechazado: " TLOTE-MOTIVO(IDX-LOTE).

       ABRIR-LOTE-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CERRAR-LOTE: resumen del lote en el fichero de resultado y,
      *>   si se pago sin errores de contabilizacion, marca de lote
      *>   terminado (linea cero) para que no se vuelva a tratar.
      *>   ---------------------------------------------------------
       CERRAR-LOTE.
           IF LOTE-ACTUAL = 0
               GO TO CERRAR-LOTE-EXIT.
           IF NOT LOTE-ADMITIDO(IDX-LOTE)
               GO TO CERRAR-LOTE-EXIT.

           MOVE TLOTE-LOTE(IDX-LOTE) TO RF-LOTE.
           MOVE PAGADAS-LOTE TO RF-PAGADAS.
           COMPUTE RF-IMPORTE-ENT = CENT-PAGADO-LOTE / 100.
           MOVE FUNCTION MOD(CENT-PAGADO-LOTE, 100) TO RF-IMPORTE-DEC.
           MOVE RECHAZADAS-LOTE TO RF-RECHAZADAS.
           WRITE RESULTADO-LINEA FROM LINEA-RES-FIN-LOTE.

           IF ERRORES-LOTE > 0
               GO TO CERRAR-LOTE-EXIT.
           MOVE TLOTE-LOTE(IDX-LOTE) TO NPROC-LOTE.
           MOVE 0 TO NPROC-LINEA.
           SET NPROC-LOTE-HECHO TO TRUE.
           MOVE FECHA-HOY-NUM TO NPROC-FECHA.
           WRITE NPROC-REG INVALID KEY CONTINUE.
           ADD 1 TO NUM-LOTES-PAGADOS.

       CERRAR-LOTE-EXIT.
           EXIT.

      *>   BUSCAR-LINEA-PROC: si la linea en curso ya tiene punto de
      *>   recuperacion en NOMINAS-PROC.
       BUSCAR-LINEA-PROC.
           MOVE TLOTE-LOTE(IDX-LOTE) TO NPROC-LOTE.
           MOVE LINEA-ACTUAL TO NPROC-LINEA.
           READ NOMINAS-PROC
               INVALID KEY SET LINEA-SIN-PROC TO TRUE
               NOT INVALID KEY SET LINEA-CON-PROC TO TRUE
           END-READ.

       BUSCAR-LINEA-PROC-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   PAGAR-LINEA: una linea de un lote admitido. Se rechaza sola
      *>   si su importe, su indicador de banco o su tarjeta destino
      *>   no valen; si no, adeudo al ordenante y abono al
      *>   beneficiario (o envio a la camara), con punto de
      *>   recuperacion entre ambos como en BANK10.
      *>   ---------------------------------------------------------
       PAGAR-LINEA.
           MOVE TLOTE-LOTE(IDX-LOTE) TO NPROC-LOTE.
           MOVE LINEA-ACTUAL TO NPROC-LINEA.
           READ NOMINAS-PROC
               INVALID KEY SET LINEA-SIN-PROC TO TRUE
               NOT INVALID KEY SET LINEA-CON-PROC TO TRUE
           END-READ.

           IF LINEA-CON-PROC AND NPROC-PAGADA
               MOVE "PAGADA" TO RD-ESTADO
               MOVE "PAGADA EN UNA PASADA ANTERIOR" TO RD-MOTIVO
               PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-EXIT
               GO TO PAGAR-LINEA-EXIT.

           COMPUTE CENT-IMPOR-USER =
               (DET-IMPORTE-ENT * 100) + DET-IMPORTE-DEC.

      *>   Adeudo ya hecho en una pasada interrumpida: se reanuda
      *>   directamente en el abono.
           IF LINEA-CON-PROC AND NPROC-ORIGEN-HECHO
               GO TO PAGAR-LINEA-ABONO.

           IF DET-IMPORTE-ENT NOT NUMERIC
              OR DET-IMPORTE-DEC NOT NUMERIC
              OR CENT-IMPOR-USER = 0
               MOVE "IMPORTE NO VALIDO" TO MOTIVO-LINEA
               GO TO RECHAZAR-LINEA.
           IF DET-EXTERNO NOT NUMERIC
              OR (DET-EXTERNO NOT = 0 AND DET-EXTERNO NOT = 1)
               MOVE "INDICADOR DE BANCO NO VALIDO" TO MOTIVO-LINEA
               GO TO RECHAZAR-LINEA.
           IF DET-BENEFICIARIO NOT NUMERIC
               MOVE "TARJETA DESCONOCIDA" TO MOTIVO-LINEA
               GO TO RECHAZAR-LINEA.
           IF DET-EXTERNO = 0
               MOVE DET-BENEFICIARIO TO TNUM
               READ TARJETAS INVALID KEY
                   MOVE "TARJETA DESCONOCIDA" TO MOTIVO-LINEA
                   GO TO RECHAZAR-LINEA
               END-READ
               IF TARJETA-CERRADA
                   MOVE "TARJETA CERRADA" TO MOTIVO-LINEA
                   GO TO RECHAZAR-LINEA
               END-IF
           END-IF.

           MOVE TLOTE-ORDENANTE(IDX-LOTE) TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-USER.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE TLOTE-ORDENANTE(IDX-LOTE) TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Remesa de nominas #" DELIMITED BY SIZE
               TLOTE-LOTE(IDX-LOTE) DELIMITED BY SIZE
               INTO MOV-CONCEPTO.

           COMPUTE MOV-IMPORTE-ENT = 0 - DET-IMPORTE-ENT.
           MOVE DET-IMPORTE-DEC TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT = 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.

           SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO REGISTRO-ERROR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.

           MOVE TLOTE-ORDENANTE(IDX-LOTE) TO SALDO-TARJETA.
           COMPUTE CENT-DELTA-SALDO = 0 - CENT-IMPOR-USER.
           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT.

      *>   Punto de recuperacion: el adeudo queda apuntado antes de
      *>   intentar el abono.
           MOVE TLOTE-LOTE(IDX-LOTE) TO NPROC-LOTE.
           MOVE LINEA-ACTUAL TO NPROC-LINEA.
           SET NPROC-ORIGEN-HECHO TO TRUE.
           MOVE FECHA-HOY-NUM TO NPROC-FECHA.
           WRITE NPROC-REG INVALID KEY GO TO REGISTRO-ERROR.

       PAGAR-LINEA-ABONO.
           IF DET-EXTERNO = 1
               PERFORM EMITIR-INTERCAMBIO THRU EMITIR-INTERCAMBIO-EXIT
           ELSE
               PERFORM ABONAR-BENEFICIARIO
                   THRU ABONAR-BENEFICIARIO-EXIT
           END-IF.

           MOVE TLOTE-LOTE(IDX-LOTE) TO NPROC-LOTE.
           MOVE LINEA-ACTUAL TO NPROC-LINEA.
           SET NPROC-PAGADA TO TRUE.
           MOVE FECHA-HOY-NUM TO NPROC-FECHA.
           REWRITE NPROC-REG INVALID KEY GO TO REGISTRO-ERROR.

           ADD 1 TO NUM-LINEAS-PAGADAS.
           ADD 1 TO PAGADAS-LOTE.
           ADD CENT-IMPOR-USER TO CENT-PAGADO-LOTE.
           MOVE "PAGADA" TO RD-ESTADO.
           MOVE SPACES TO RD-MOTIVO.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-EXIT.
           GO TO PAGAR-LINEA-EXIT.

       RECHAZAR-LINEA.
           ADD 1 TO NUM-LINEAS-RECHAZADAS.
           ADD 1 TO RECHAZADAS-LOTE.
           MOVE "RECHAZADA" TO RD-ESTADO.
           MOVE MOTIVO-LINEA TO RD-MOTIVO.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-EXIT.

       PAGAR-LINEA-EXIT.
           EXIT.

       ABONAR-BENEFICIARIO.
           MOVE DET-BENEFICIARIO TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-USER.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE DET-BENEFICIARIO TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE "Abono de nomina." TO MOV-CONCEPTO.

           MOVE DET-IMPORTE-ENT TO MOV-IMPORTE-ENT.
           MOVE DET-IMPORTE-DEC TO MOV-IMPORTE-DEC.

           ADD CENT-IMPOR-USER TO CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO REGISTRO-ERROR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.

           MOVE DET-BENEFICIARIO TO SALDO-TARJETA.
           MOVE CENT-IMPOR-USER TO CENT-DELTA-SALDO.
           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT.

       ABONAR-BENEFICIARIO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   EMITIR-INTERCAMBIO: el abono a otro banco es un registro
      *>   en el fichero de intercambio de salida, como en BANK10. Se
      *>   escribe antes de marcar la linea como pagada: si el proceso
      *>   cae entre medias, el relanzamiento lo reemite y la camara
      *>   descarta el duplicado por la referencia.
      *>   ---------------------------------------------------------
       EMITIR-INTERCAMBIO.
           OPEN EXTEND INTERCAMBIO-SAL.
           IF FSIS <> 00 AND FSIS <> 05
               DISPLAY "BANK46: error al abrir intercambio_sal.txt,"
                   " FS=" FSIS
               GO TO REGISTRO-ERROR.

           MOVE TLOTE-LOTE(IDX-LOTE) TO REF-LOTE.
           MOVE LINEA-ACTUAL TO REF-LINEA.
           MOVE "E" TO SAL-TIPO.
           MOVE REFERENCIA-NOMINA TO SAL-REFERENCIA.
           MOVE TLOTE-ORDENANTE(IDX-LOTE) TO SAL-ORIGEN.
           MOVE DET-BENEFICIARIO TO SAL-DESTINO.
           MOVE DET-IMPORTE-ENT TO SAL-IMPORTE-ENT.
           MOVE DET-IMPORTE-DEC TO SAL-IMPORTE-DEC.
           MOVE FECHA-HOY-NUM TO SAL-FECHA.
           WRITE INT-SAL-REG.
           CLOSE INTERCAMBIO-SAL.

       EMITIR-INTERCAMBIO-EXIT.
           EXIT.

       ESCRIBIR-DETALLE.
           MOVE LINEA-ACTUAL TO RD-LINEA.
           MOVE DET-BENEFICIARIO TO RD-BENEFICIARIO.
           MOVE DET-IMPORTE-ENT TO RD-IMPORTE-ENT.
           MOVE DET-IMPORTE-DEC TO RD-IMPORTE-DEC.
           WRITE RESULTADO-LINEA FROM LINEA-RES-DETALLE.

       ESCRIBIR-DETALLE-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   LEER-DESCUBIERTO: limite de la linea de descubierto de la
      *>   tarjeta TARJETA-DESCUBIERTO en descubiertos.ubd (BANK43),
      *>   en centimos. Sin fichero, sin registro o fuera de vigencia
      *>   (antes del alta o pasada la fecha de revision), la linea
      *>   es cero.
      *>   ---------------------------------------------------------
       LEER-DESCUBIERTO.
           MOVE 0 TO CENT-DESCUBIERTO.
           OPEN INPUT DESCUBIERTOS.
           IF FSD <> 00 AND FSD <> 05
               GO TO LEER-DESCUBIERTO-EXIT.
           MOVE TARJETA-DESCUBIERTO TO DESC-TARJETA.
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

      *>   Una linea que no se pudo contabilizar no se marca como
      *>   pagada ni cierra su lote: el relanzamiento la reintenta.
       REGISTRO-ERROR.
           ADD 1 TO NUM-ERRORES.
           ADD 1 TO ERRORES-LOTE.
           MOVE "ERROR" TO RD-ESTADO.
           MOVE "NO CONTABILIZADA; SE REINTENTA" TO RD-MOTIVO.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-EXIT.
           DISPLAY "BANK46: error al pagar la linea " LINEA-ACTUAL
               " del lote " TLOTE-LOTE(IDX-LOTE)
               ", se reintentara en el relanzamiento".
           GO TO LEER-NOMINA.

       FIN-BATCH.
           CLOSE NOMINAS.
           CLOSE NOMINAS-PROC.
           CLOSE RESULTADO.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.
           DISPLAY "BANK46: fin del proceso. Lotes pagados: "
               NUM-LOTES-PAGADOS " Lineas pagadas: " NUM-LINEAS-PAGADAS
               " Rechazadas: " NUM-LINEAS-RECHAZADAS
               " Con error: " NUM-ERRORES.
           STOP RUN.

       FIN-BATCH-ERROR.
      *>   Codigo de retorno distinto de cero: el lanzador de la
      *>   cadena (BANK31) apunta el paso en error, no completado.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
