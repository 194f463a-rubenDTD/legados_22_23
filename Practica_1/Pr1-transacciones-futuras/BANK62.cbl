       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK62.

      *> Avisos previos de falta de fondos y de saldo bajo: la cola de
      *> notificaciones solo contaba lo ya ocurrido, y el titular se
      *> enteraba de que una mensualidad de BANK10 se habia saltado
      *> por saldo insuficiente cuando ya no tenia remedio. Este batch
      *> nocturno mira hacia delante los dias pasados por la linea de
      *> mandatos (7 por defecto) y suma por tarjeta todo lo que le va
      *> a salir en ese plazo:
      *>
      *>   - las ordenes pendientes de transf.txt: las de fecha fija
      *>     que vencen dentro del plazo (o ya vencidas y aun sin
      *>     ejecutar) y cada mensualidad que cae en el, respetando
      *>     la fecha final y las cuotas que le quedan al plan;
      *>   - los recibos domiciliados: los emisores no anuncian sus
      *>     cobros, asi que se preve que cada recibo cobrado por
      *>     BANK45 vuelve el mismo dia del mes siguiente, mientras
      *>     siga activo un mandato de esa tarjeta con ese emisor.
      *>
      *> Si lo previsto pasa del saldo mas la linea de descubierto
      *> vigente (BANK43), se deja en notificaciones.ubd un aviso de
      *> falta de fondos por el canal preferido del titular, con lo
      *> que le faltaria. Aparte, si el saldo esta por debajo del
      *> umbral que el titular fijo en su ficha de contacto (BANK29),
      *> se le avisa de saldo bajo.
      *>
      *> Para no repetir lo mismo cada noche, avisos_saldo.ubd guarda
      *> por tarjeta el ultimo aviso dado: la falta de fondos solo se
      *> vuelve a avisar si cambia lo previsto o ha pasado una semana,
      *> y el saldo bajo solo al cruzar el umbral, no mientras siga
      *> debajo. Los avisos no son movimientos: toman su numero del
      *> contador de movimientos (SALDO key 0) solo para tener clave
      *> unica y orden en la cola. Va en la cadena nocturna detras de
      *> todos los apuntes del dia y antes del despacho de BANK14.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFERENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANSF-NUM
           FILE STATUS IS FSTM.

           SELECT OPTIONAL MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAND-CLAVE
           FILE STATUS IS FSMD.

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

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

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

           SELECT OPTIONAL AVISOS-SALDO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVS-TARJETA
           FILE STATUS IS FSAV.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSFERENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transf.txt".
       01 TRANSF-REG.
           02 TRANSF-NUM           PIC   9(35).
           02 TARJETA-ORIGEN       PIC   9(16).
           02 TARJETA-DESTINO      PIC   9(16).
           02 TRANSF-IMPORTE-ENT   PIC   S9(7).
           02 TRANSF-IMPORTE-DEC   PIC    9(2).
           02 TRANSF-DIA           PIC    9(2).
           02 DIA-ORDEN            PIC    9(2).
           02 TRANSF-MES           PIC    9(2).
           02 TRANSF-ANO           PIC    9(4).
           02 ULTIMA-MENSUALIDAD   PIC    9(2).
           02 ULTIMO-ANO           PIC    9(4).
           02 TRANSF-ESTADO        PIC    9(1).
               88 TRANSF-PENDIENTE   VALUE 0.
               88 TRANSF-CANCELADA   VALUE 1.
               88 TRANSF-COMPLETADA  VALUE 2.
               88 TRANSF-RECHAZADA   VALUE 3.
           02 MENSUALIDADES-SALTADAS PIC    9(2).
           02 TRANSF-ORIGEN-HECHO  PIC    9(1).
               88 ORIGEN-PENDIENTE   VALUE 0.
               88 ORIGEN-HECHO       VALUE 1.
           02 TRANSF-DESTINO-EXT   PIC    9(1).
               88 DESTINO-PROPIO     VALUE 0.
               88 DESTINO-EXTERNO    VALUE 1.
           02 TRANSF-FIN-MES       PIC    9(2).
           02 TRANSF-FIN-ANO       PIC    9(4).
           02 TRANSF-TOTAL-CUOTAS  PIC    9(3).
           02 TRANSF-CUOTAS-HECHAS PIC    9(3).

       FD MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
       01 MANDATO-REG.
           02 MAND-CLAVE.
               03 MAND-EMISOR       PIC X(10).
               03 MAND-REFERENCIA   PIC X(20).
           02 MAND-TARJETA          PIC 9(16).
           02 MAND-FECHA-FIRMA      PIC 9(8).
           02 MAND-ESTADO           PIC 9(1).
               88 MANDATO-ACTIVO     VALUE 0.
               88 MANDATO-REVOCADO   VALUE 1.
           02 MAND-FECHA-BAJA       PIC 9(8).

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

      *> Ficha de contacto por tarjeta (telefono, correo electronico,
      *> canal preferido de avisos y umbral de saldo bajo), mantenida
      *> por BANK29.
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

      *> Ultimo aviso dado por tarjeta: fecha y total previsto del
      *> ultimo aviso de falta de fondos (cero si ya no falta nada) y
      *> si el saldo bajo del umbral ya se aviso.
       FD AVISOS-SALDO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos_saldo.ubd".
       01 AVISO-SALDO-REG.
           02 AVS-TARJETA           PIC  9(16).
           02 AVS-FECHA-FALTA       PIC  9(8).
           02 AVS-CENT-PREVISTO     PIC S9(11).
           02 AVS-UMBRAL            PIC  9(1).
               88 AVS-UMBRAL-LIBRE    VALUE 0.
               88 AVS-UMBRAL-AVISADO  VALUE 1.

       WORKING-STORAGE SECTION.
       77 FSTM                     PIC  X(2).
       77 FSMD                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSAV                     PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK62".
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

      *> Plazo de mirada por defecto y cada cuantos dias se repite un
      *> aviso de falta de fondos que no ha cambiado.
       78 DIAS-VISTA-DEFECTO       VALUE 7.
       78 DIAS-REPETICION-AVISO    VALUE 7.
       78 RC-AVISO                 VALUE 4.

       77 PARAMETRO-LINEA          PIC  X(20).
       77 DIAS-VISTA               PIC  9(2).
       77 FECHA-HOY-NUM            PIC  9(8).
       77 HOY-ENTERO               PIC  9(7).
       77 FECHA-LIMITE             PIC  9(8).

       77 LAST-MOV-NUM             PIC  9(35).
       77 CENT-CUOTA               PIC S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 CENT-DISPONIBLE          PIC S9(11).
       77 CENT-AVISO               PIC S9(11).
       77 CONCEPTO-AVISO           PIC  X(35).
       77 DIAS-DESDE-AVISO         PIC S9(7).

      *> Mensualidades de una orden periodica dentro del plazo.
       77 CUOTA-ANO                PIC  9(4).
       77 CUOTA-MES                PIC  9(2).
       77 FECHA-CUOTA              PIC  9(8).
       77 CUOTAS-PENDIENTES        PIC  9(3).

      *> Vuelta prevista de un recibo cobrado: mismo dia, mes
      *> siguiente. Un dia que ese mes no tiene (31 de abril) se
      *> compara igual como numero aaaammdd y cae a fin de mes.
       77 RECIBO-ANO               PIC  9(4).
       77 RECIBO-MES               PIC  9(2).
       77 FECHA-RECIBO             PIC  9(8).

       77 FICHA-CONTACTO           PIC  9(1).
           88 SIN-FICHA              VALUE 0.
           88 CON-FICHA              VALUE 1.

       77 AVISO-PREVIO             PIC  9(1).
           88 SIN-AVISO-PREVIO       VALUE 0.
           88 CON-AVISO-PREVIO       VALUE 1.

       77 CONTACTOS-ABIERTO        PIC  9(1) VALUE 0.
           88 SIN-CONTACTOS          VALUE 0.
           88 CON-CONTACTOS          VALUE 1.

      *> Tarjetas a vigilar, censadas de saldos.ubd antes de tocar
      *> nada, con su saldo en centimos y lo que tienen previsto que
      *> les salga en el plazo. Mismo limite de 500 tarjetas que
      *> BANK15 y BANK24.
       01 TABLA-PREV.
           05 NUM-TARJETAS-TABLA    PIC  9(4) VALUE 0.
           05 PREV-TABLA OCCURS 500 TIMES INDEXED BY IDX-PRE.
               10 TPRE-TARJETA      PIC  9(16).
               10 TPRE-SALDO        PIC S9(11).
               10 TPRE-PREVISTO     PIC S9(11).
               10 TPRE-NUM-CARGOS   PIC  9(4).

      *> Mandatos activos por tarjeta y emisor (mandatos.ubd va por
      *> emisor y referencia, no por tarjeta).
       01 TABLA-MAND.
           05 NUM-MANDATOS-TABLA    PIC  9(4) VALUE 0.
           05 MAND-TABLA OCCURS 500 TIMES INDEXED BY IDX-MAN.
               10 TMAN-TARJETA      PIC  9(16).
               10 TMAN-EMISOR       PIC  X(10).

       77 TABLA-DESBORDADA         PIC  9(1) VALUE 0.
           88 SIN-DESBORDE           VALUE 0.
           88 CON-DESBORDE           VALUE 1.

       77 NUM-CARGOS-PREVISTOS     PIC  9(6) VALUE 0.
       77 NUM-AVISOS-FALTA         PIC  9(6) VALUE 0.
       77 NUM-AVISOS-UMBRAL        PIC  9(6) VALUE 0.
       77 NUM-AVISOS-OMITIDOS      PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE HOY-ENTERO = FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM).

      *>   Plazo de mirada: dias pasados por la linea de mandatos
      *>   (de 1 a 99), o el de defecto.
           ACCEPT PARAMETRO-LINEA FROM COMMAND-LINE.
           IF PARAMETRO-LINEA(1:2) IS NUMERIC
               MOVE PARAMETRO-LINEA(1:2) TO DIAS-VISTA
           ELSE
               IF PARAMETRO-LINEA(1:1) IS NUMERIC
                  AND PARAMETRO-LINEA(2:1) = SPACE
                   MOVE PARAMETRO-LINEA(1:1) TO DIAS-VISTA
               ELSE
                   MOVE DIAS-VISTA-DEFECTO TO DIAS-VISTA
               END-IF
           END-IF.
           IF DIAS-VISTA = 0
               MOVE DIAS-VISTA-DEFECTO TO DIAS-VISTA.

           COMPUTE FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (HOY-ENTERO + DIAS-VISTA).

           DISPLAY "BANK62 - avisos previos de falta de fondos".
           DISPLAY "Fecha de proceso: " DIA "/" MES "/" ANO
               "  mirada: " DIAS-VISTA " dias, hasta " FECHA-LIMITE.

      *>   Censo de tarjetas (solo lectura de los maestros). Las
      *>   tarjetas cerradas o sin ficha en el maestro no se avisan.
           OPEN INPUT SALDOS.
           IF FSS <> 00
               DISPLAY "BANK62: error al abrir saldos.ubd, FS=" FSS
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE SALDOS
               DISPLAY "BANK62: error al abrir tarjetas.ubd, FS=" FST
               GO TO FIN-BATCH-ERROR.

       CENSAR-TARJETAS.
           READ SALDOS NEXT RECORD AT END GO TO CENSAR-TARJETAS-FIN.
               IF SALDO-TARJETA = 0
                   GO TO CENSAR-TARJETAS.
               MOVE SALDO-TARJETA TO TNUM.
               READ TARJETAS INVALID KEY GO TO CENSAR-TARJETAS.
               IF TARJETA-CERRADA
                   GO TO CENSAR-TARJETAS.
               IF NUM-TARJETAS-TABLA >= 500
                   SET CON-DESBORDE TO TRUE
                   GO TO CENSAR-TARJETAS.
               ADD 1 TO NUM-TARJETAS-TABLA.
               MOVE SALDO-TARJETA TO TPRE-TARJETA(NUM-TARJETAS-TABLA).
               COMPUTE TPRE-SALDO(NUM-TARJETAS-TABLA) =
                   (SALDO-ENT * 100) + SALDO-DEC.
               MOVE 0 TO TPRE-PREVISTO(NUM-TARJETAS-TABLA).
               MOVE 0 TO TPRE-NUM-CARGOS(NUM-TARJETAS-TABLA).
               GO TO CENSAR-TARJETAS.

       CENSAR-TARJETAS-FIN.
           CLOSE SALDOS.
           CLOSE TARJETAS.

      *>   Un aviso que falta no invalida los que si se dan: con mas
      *>   tarjetas que tabla se sigue con las censadas y el paso
      *>   acaba con aviso, sin parar el despacho de BANK14.
           IF CON-DESBORDE THEN
               DISPLAY "BANK62: mas de 500 tarjetas en saldos.ubd;"
                   " las que no caben quedan sin vigilar. Amplie"
                   " TABLA-PREV.".

           OPEN INPUT TRANSFERENCIAS.
           IF FSTM <> 00
               DISPLAY "BANK62: error al abrir transf.txt, FS=" FSTM
               GO TO FIN-BATCH-ERROR.
           PERFORM PREVER-TRANSF THRU PREVER-TRANSF-EXIT.
           CLOSE TRANSFERENCIAS.

      *>   Recibos: sin mandatos activos no hay nada que prever.
           OPEN INPUT MANDATOS.
           IF FSMD <> 00 AND FSMD <> 05
               DISPLAY "BANK62: error al abrir mandatos.ubd, FS=" FSMD
               GO TO FIN-BATCH-ERROR.
           PERFORM CARGAR-MANDATOS THRU CARGAR-MANDATOS-EXIT.
           CLOSE MANDATOS.

           IF NUM-MANDATOS-TABLA > 0
               OPEN INPUT F-MOVIMIENTOS
               IF FSM <> 00
                   DISPLAY "BANK62: error al abrir movimientos.ubd,"
                       " FS=" FSM
                   GO TO FIN-BATCH-ERROR
               END-IF
               PERFORM PREVER-RECIBOS THRU PREVER-RECIBOS-EXIT
               CLOSE F-MOVIMIENTOS
           END-IF.

           OPEN I-O SALDOS.
           IF FSS <> 00
               DISPLAY "BANK62: error al abrir saldos.ubd, FS=" FSS
               GO TO FIN-BATCH-ERROR.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               CLOSE SALDOS
               DISPLAY "BANK62: error al abrir notificaciones.ubd,"
                   " FS=" FSN
               GO TO FIN-BATCH-ERROR.
           OPEN I-O AVISOS-SALDO.
           IF FSAV <> 00 AND FSAV <> 05
               CLOSE SALDOS
               CLOSE NOTIFICACIONES
               DISPLAY "BANK62: error al abrir avisos_saldo.ubd, FS="
                   FSAV
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT CONTACTOS.
           IF FSCO = 00 OR FSCO = 05
               SET CON-CONTACTOS TO TRUE
           ELSE
               SET SIN-CONTACTOS TO TRUE.

           PERFORM EVALUAR-TARJETA THRU EVALUAR-TARJETA-EXIT
               VARYING IDX-PRE FROM 1 BY 1
               UNTIL IDX-PRE > NUM-TARJETAS-TABLA.

           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.
           CLOSE AVISOS-SALDO.
           IF CON-CONTACTOS
               CLOSE CONTACTOS.

           DISPLAY "BANK62: fin del proceso. Cargos previstos: "
               NUM-CARGOS-PREVISTOS " Avisos de falta de fondos: "
               NUM-AVISOS-FALTA " Avisos de saldo bajo: "
               NUM-AVISOS-UMBRAL " Ya avisados: " NUM-AVISOS-OMITIDOS.
           IF CON-DESBORDE
               MOVE RC-AVISO TO RETURN-CODE.
           STOP RUN.

      *>   ---------------------------------------------------------
      *>   PREVER-TRANSF: suma a la tarjeta ordenante cada cargo de
      *>   sus ordenes pendientes que cae dentro del plazo. Una
      *>   orden cuyo adeudo en origen ya se hizo (ORIGEN-HECHO) no
      *>   le va a quitar nada mas.
      *>   ---------------------------------------------------------
       PREVER-TRANSF.
           READ TRANSFERENCIAS NEXT RECORD AT END
               GO TO PREVER-TRANSF-EXIT.
               IF NOT TRANSF-PENDIENTE OR ORIGEN-HECHO
                   GO TO PREVER-TRANSF.

               PERFORM BUSCAR-TARJETA-PRE
                   VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > NUM-TARJETAS-TABLA
                      OR TPRE-TARJETA(IDX-PRE) = TARJETA-ORIGEN.
               IF IDX-PRE > NUM-TARJETAS-TABLA
                   GO TO PREVER-TRANSF.

               COMPUTE CENT-CUOTA = (TRANSF-IMPORTE-ENT * 100)
                                  + TRANSF-IMPORTE-DEC.

      *>       Orden de fecha fija (tambien las de destino en otro
      *>       banco): entra si vence dentro del plazo o ya vencio y
      *>       BANK10 aun no la ha ejecutado.
               IF TRANSF-MES NOT = 00
                   IF (TRANSF-ANO * 10000) + (TRANSF-MES * 100)
                      + TRANSF-DIA NOT > FECHA-LIMITE
                       PERFORM SUMAR-CARGO THRU SUMAR-CARGO-EXIT
                   END-IF
                   GO TO PREVER-TRANSF
               END-IF.

      *>       Orden mensual: cada mensualidad posterior a hoy y no
      *>       posterior al limite, mientras quede plan.
               IF TRANSF-TOTAL-CUOTAS > 0
                   IF TRANSF-CUOTAS-HECHAS NOT < TRANSF-TOTAL-CUOTAS
                       GO TO PREVER-TRANSF
                   END-IF
                   COMPUTE CUOTAS-PENDIENTES =
                       TRANSF-TOTAL-CUOTAS - TRANSF-CUOTAS-HECHAS
               ELSE
                   MOVE 999 TO CUOTAS-PENDIENTES
               END-IF.
               MOVE ANO TO CUOTA-ANO.
               MOVE MES TO CUOTA-MES.
               PERFORM PREVER-MENSUALIDAD THRU PREVER-MENSUALIDAD-EXIT.
               GO TO PREVER-TRANSF.

       PREVER-TRANSF-EXIT.
           EXIT.

       PREVER-MENSUALIDAD.
           COMPUTE FECHA-CUOTA = (CUOTA-ANO * 10000)
                               + (CUOTA-MES * 100) + TRANSF-DIA.
           IF FECHA-CUOTA > FECHA-LIMITE OR CUOTAS-PENDIENTES = 0
               GO TO PREVER-MENSUALIDAD-EXIT.
           IF TRANSF-FIN-ANO > 0 AND
              (CUOTA-ANO * 100) + CUOTA-MES >
              (TRANSF-FIN-ANO * 100) + TRANSF-FIN-MES
               GO TO PREVER-MENSUALIDAD-EXIT.

      *>   La mensualidad de un mes ya consumido (pagada o saltada)
      *>   no vuelve a salir.
           IF FECHA-CUOTA > FECHA-HOY-NUM
              AND (ULTIMA-MENSUALIDAD = 00 OR
                   (CUOTA-ANO * 100) + CUOTA-MES >
                   (ULTIMO-ANO * 100) + ULTIMA-MENSUALIDAD)
               PERFORM SUMAR-CARGO THRU SUMAR-CARGO-EXIT
               SUBTRACT 1 FROM CUOTAS-PENDIENTES
           END-IF.

           ADD 1 TO CUOTA-MES.
           IF CUOTA-MES > 12
               MOVE 1 TO CUOTA-MES
               ADD 1 TO CUOTA-ANO.
           GO TO PREVER-MENSUALIDAD.

       PREVER-MENSUALIDAD-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CARGAR-MANDATOS: tarjeta y emisor de cada mandato activo y
      *>   ya firmado. Los que no caben en la tabla se quedan sin
      *>   prever, con aviso en el paso.
      *>   ---------------------------------------------------------
       CARGAR-MANDATOS.
           IF FSMD = 05
               GO TO CARGAR-MANDATOS-EXIT.

       CARGAR-MANDATOS-LEER.
           READ MANDATOS NEXT RECORD AT END
               GO TO CARGAR-MANDATOS-EXIT.
               IF NOT MANDATO-ACTIVO
                  OR MAND-FECHA-FIRMA > FECHA-HOY-NUM
                   GO TO CARGAR-MANDATOS-LEER.
               IF NUM-MANDATOS-TABLA >= 500
                   DISPLAY "BANK62: mas de 500 mandatos activos;"
                       " los que no caben quedan sin prever."
                       " Amplie TABLA-MAND."
                   SET CON-DESBORDE TO TRUE
                   GO TO CARGAR-MANDATOS-EXIT.
               ADD 1 TO NUM-MANDATOS-TABLA.
               MOVE MAND-TARJETA TO TMAN-TARJETA(NUM-MANDATOS-TABLA).
               MOVE MAND-EMISOR TO TMAN-EMISOR(NUM-MANDATOS-TABLA).
               GO TO CARGAR-MANDATOS-LEER.

       CARGAR-MANDATOS-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   PREVER-RECIBOS: cada recibo cobrado por BANK45 ("Recibo
      *>   domiciliado #" y el emisor) cuya vuelta al mes siguiente
      *>   cae dentro del plazo, si la tarjeta sigue con mandato
      *>   activo para ese emisor.
      *>   ---------------------------------------------------------
       PREVER-RECIBOS.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO PREVER-RECIBOS-EXIT.
               IF MOV-CONCEPTO(1:20) NOT = "Recibo domiciliado #"
                   GO TO PREVER-RECIBOS.

               MOVE MOV-ANO TO RECIBO-ANO.
               COMPUTE RECIBO-MES = MOV-MES + 1.
               IF RECIBO-MES > 12
                   MOVE 1 TO RECIBO-MES
                   ADD 1 TO RECIBO-ANO.
               COMPUTE FECHA-RECIBO = (RECIBO-ANO * 10000)
                                    + (RECIBO-MES * 100) + MOV-DIA.
               IF FECHA-RECIBO NOT > FECHA-HOY-NUM
                  OR FECHA-RECIBO > FECHA-LIMITE
                   GO TO PREVER-RECIBOS.

               PERFORM BUSCAR-MANDATO
                   VARYING IDX-MAN FROM 1 BY 1
                   UNTIL IDX-MAN > NUM-MANDATOS-TABLA
                      OR (TMAN-TARJETA(IDX-MAN) = MOV-TARJETA AND
                          TMAN-EMISOR(IDX-MAN) = MOV-CONCEPTO(21:10)).
               IF IDX-MAN > NUM-MANDATOS-TABLA
                   GO TO PREVER-RECIBOS.

               PERFORM BUSCAR-TARJETA-PRE
                   VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > NUM-TARJETAS-TABLA
                      OR TPRE-TARJETA(IDX-PRE) = MOV-TARJETA.
               IF IDX-PRE > NUM-TARJETAS-TABLA
                   GO TO PREVER-RECIBOS.

      *>       El recibo es siempre un cargo: el importe previsto es
      *>       el cobrado, en positivo.
               IF MOV-IMPORTE-ENT < 0
                   COMPUTE CENT-CUOTA = MOV-IMPORTE-DEC
                                      - (MOV-IMPORTE-ENT * 100)
               ELSE
                   COMPUTE CENT-CUOTA = 0 - (MOV-IMPORTE-ENT * 100)
                                      - MOV-IMPORTE-DEC
               END-IF.
               PERFORM SUMAR-CARGO THRU SUMAR-CARGO-EXIT.
               GO TO PREVER-RECIBOS.

       PREVER-RECIBOS-EXIT.
           EXIT.

       BUSCAR-TARJETA-PRE.
           CONTINUE.

       BUSCAR-MANDATO.
           CONTINUE.

       SUMAR-CARGO.
           ADD CENT-CUOTA TO TPRE-PREVISTO(IDX-PRE).
           ADD 1 TO TPRE-NUM-CARGOS(IDX-PRE).
           ADD 1 TO NUM-CARGOS-PREVISTOS.

       SUMAR-CARGO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   EVALUAR-TARJETA: avisos de la tarjeta en curso de la
      *>   tabla, segun su ficha de contacto y su ultimo aviso dado.
      *>   ---------------------------------------------------------
       EVALUAR-TARJETA.
           SET SIN-FICHA TO TRUE.
           IF CON-CONTACTOS
               MOVE TPRE-TARJETA(IDX-PRE) TO CONT-TARJETA
               READ CONTACTOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET CON-FICHA TO TRUE
               END-READ
           END-IF.

           MOVE TPRE-TARJETA(IDX-PRE) TO AVS-TARJETA.
           READ AVISOS-SALDO
               INVALID KEY
                   SET SIN-AVISO-PREVIO TO TRUE
                   MOVE TPRE-TARJETA(IDX-PRE) TO AVS-TARJETA
                   MOVE 0 TO AVS-FECHA-FALTA
                   MOVE 0 TO AVS-CENT-PREVISTO
                   SET AVS-UMBRAL-LIBRE TO TRUE
               NOT INVALID KEY
                   SET CON-AVISO-PREVIO TO TRUE
           END-READ.

           PERFORM COMPROBAR-PREVISION THRU COMPROBAR-PREVISION-EXIT.
           PERFORM COMPROBAR-UMBRAL THRU COMPROBAR-UMBRAL-EXIT.

      *>   Solo se da de alta la tarjeta que tiene algo avisado.
           IF CON-AVISO-PREVIO
               REWRITE AVISO-SALDO-REG INVALID KEY
                   GO TO REGISTRO-ERROR
               END-REWRITE
           ELSE
               IF AVS-FECHA-FALTA > 0 OR AVS-UMBRAL-AVISADO
                   WRITE AVISO-SALDO-REG INVALID KEY
                       GO TO REGISTRO-ERROR
                   END-WRITE
               END-IF
           END-IF.

       EVALUAR-TARJETA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   COMPROBAR-PREVISION: aviso de falta de fondos si lo que
      *>   va a salir en el plazo pasa del saldo mas la linea de
      *>   descubierto. El importe del aviso es lo que faltaria, en
      *>   negativo. Cuando ya no falta nada se olvida el ultimo
      *>   aviso, para avisar enseguida si vuelve a faltar.
      *>   ---------------------------------------------------------
       COMPROBAR-PREVISION.
           IF TPRE-PREVISTO(IDX-PRE) = 0
               MOVE 0 TO AVS-FECHA-FALTA
               MOVE 0 TO AVS-CENT-PREVISTO
               GO TO COMPROBAR-PREVISION-EXIT.

           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.
           COMPUTE CENT-DISPONIBLE =
               TPRE-SALDO(IDX-PRE) + CENT-DESCUBIERTO.
           IF TPRE-PREVISTO(IDX-PRE) NOT > CENT-DISPONIBLE
               MOVE 0 TO AVS-FECHA-FALTA
               MOVE 0 TO AVS-CENT-PREVISTO
               GO TO COMPROBAR-PREVISION-EXIT.

      *>   Lo mismo ya avisado hace menos de DIAS-REPETICION-AVISO
      *>   dias no se repite.
           IF AVS-FECHA-FALTA > 0
              AND AVS-CENT-PREVISTO = TPRE-PREVISTO(IDX-PRE)
               COMPUTE DIAS-DESDE-AVISO = HOY-ENTERO
                   - FUNCTION INTEGER-OF-DATE(AVS-FECHA-FALTA)
               IF DIAS-DESDE-AVISO < DIAS-REPETICION-AVISO
                   ADD 1 TO NUM-AVISOS-OMITIDOS
                   GO TO COMPROBAR-PREVISION-EXIT
               END-IF
           END-IF.

           COMPUTE CENT-AVISO =
               CENT-DISPONIBLE - TPRE-PREVISTO(IDX-PRE).
           MOVE SPACES TO CONCEPTO-AVISO.
           STRING "Faltan fondos: cargos en " DELIMITED BY SIZE
               DIAS-VISTA DELIMITED BY SIZE
               " dias" DELIMITED BY SIZE
               INTO CONCEPTO-AVISO.
           PERFORM ENCOLAR-AVISO THRU ENCOLAR-AVISO-EXIT.

           MOVE FECHA-HOY-NUM TO AVS-FECHA-FALTA.
           MOVE TPRE-PREVISTO(IDX-PRE) TO AVS-CENT-PREVISTO.
           ADD 1 TO NUM-AVISOS-FALTA.

       COMPROBAR-PREVISION-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   COMPROBAR-UMBRAL: aviso de saldo bajo, una sola vez cada
      *>   vez que el saldo cruza hacia abajo el umbral de la ficha.
      *>   El importe del aviso es el saldo.
      *>   ---------------------------------------------------------
       COMPROBAR-UMBRAL.
           IF SIN-FICHA
               SET AVS-UMBRAL-LIBRE TO TRUE
               GO TO COMPROBAR-UMBRAL-EXIT.
           IF CONT-UMBRAL-SALDO = 0 OR
              TPRE-SALDO(IDX-PRE) NOT < CONT-UMBRAL-SALDO * 100
               SET AVS-UMBRAL-LIBRE TO TRUE
               GO TO COMPROBAR-UMBRAL-EXIT.
           IF AVS-UMBRAL-AVISADO
               ADD 1 TO NUM-AVISOS-OMITIDOS
               GO TO COMPROBAR-UMBRAL-EXIT.

           MOVE TPRE-SALDO(IDX-PRE) TO CENT-AVISO.
           MOVE "Saldo por debajo de su aviso" TO CONCEPTO-AVISO.
           PERFORM ENCOLAR-AVISO THRU ENCOLAR-AVISO-EXIT.

           SET AVS-UMBRAL-AVISADO TO TRUE.
           ADD 1 TO NUM-AVISOS-UMBRAL.

       COMPROBAR-UMBRAL-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   ENCOLAR-AVISO: entrada pendiente en la cola de avisos con
      *>   CENT-AVISO y CONCEPTO-AVISO, por el canal de la ficha
      *>   (SMS solo con telefono grabado; si no, correo, como en
      *>   CANAL-PREFERIDO de los programas que contabilizan).
      *>   ---------------------------------------------------------
       ENCOLAR-AVISO.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE TPRE-TARJETA(IDX-PRE) TO NOTIF-TARJETA.
           MOVE LAST-MOV-NUM TO NOTIF-MOV-NUM.
           COMPUTE NOTIF-IMPORTE-ENT = (CENT-AVISO / 100).
           MOVE FUNCTION REM(CENT-AVISO, 100) TO NOTIF-IMPORTE-DEC.
           IF NOTIF-IMPORTE-ENT < 0
               COMPUTE NOTIF-IMPORTE-DEC = 0 - NOTIF-IMPORTE-DEC.
           MOVE CONCEPTO-AVISO TO NOTIF-CONCEPTO.
           SET CANAL-CORREO TO TRUE.
           IF CON-FICHA
               IF CONT-PREF-SMS AND CONT-TELEFONO NOT = SPACES
                   SET CANAL-SMS TO TRUE
               END-IF
           END-IF.
           SET NOTIF-PENDIENTE TO TRUE.
           WRITE NOTIF-REG INVALID KEY GO TO REGISTRO-ERROR.

       ENCOLAR-AVISO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   LEER-DESCUBIERTO: limite de la linea de descubierto de la
      *>   tarjeta en descubiertos.ubd (BANK43), en centimos. Sin
      *>   fichero, sin registro o fuera de vigencia (antes del alta o
      *>   pasada la fecha de revision), la linea es cero.
      *>   ---------------------------------------------------------
       LEER-DESCUBIERTO.
           MOVE 0 TO CENT-DESCUBIERTO.
           OPEN INPUT DESCUBIERTOS.
           IF FSD <> 00 AND FSD <> 05
               GO TO LEER-DESCUBIERTO-EXIT.
           MOVE TPRE-TARJETA(IDX-PRE) TO DESC-TARJETA.
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

      *>   Fallo al grabar en la cola, el contador o el registro de
      *>   avisos: se para sin seguir avisando. En el relanzamiento
      *>   se repite como mucho el aviso de la tarjeta en curso.
       REGISTRO-ERROR.
           DISPLAY "BANK62: error al grabar los avisos de la tarjeta "
               TPRE-TARJETA(IDX-PRE).
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.
           CLOSE AVISOS-SALDO.
           IF CON-CONTACTOS
               CLOSE CONTACTOS.
           GO TO FIN-BATCH-ERROR.

       FIN-BATCH-ERROR.
      *>   Codigo de retorno distinto de cero: el lanzador de la
      *>   cadena (BANK31) apunta el paso en error, no completado.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
