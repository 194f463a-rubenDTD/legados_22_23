       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK61.

      *> Reparto de plazas a la lista de espera de espectaculos. Cuando
      *> un evento se agota, BANK7 ofrece apuntar la tarjeta en
      *> lista_espera.ubd; cuando una plaza vuelve al aforo (devolucion
      *> desde "Mis entradas" en BANK17, baja de cuenta en BANK60 o
      *> aumento de aforo en BANK16) el programa que la libera llama a
      *> este subprograma con el numero de evento, o con cero para
      *> repasar todos. Mientras quede aforo disponible se toma la
      *> primera tarjeta de la lista, por orden de llegada, que siga
      *> activa y tenga saldo (con su linea de descubierto vigente)
      *> para pagar la entrada sin pasar de su gasto diario en
      *> entradas (limites.ubd, como en BANK7): se le cobra con el
      *> concepto "Entrada lista espera #" seguido del localizador, se
      *> emite su BILLETE-REG y el aviso de rigor le llega por su canal
      *> preferido con ese localizador en el texto. La que no tenga
      *> saldo o ya haya agotado su limite del dia conserva su puesto
      *> para la proxima plaza.
      *>
      *> Las esperas de un evento con la venta cerrada o ya celebrado
      *> y las de tarjetas canceladas se dan por caducadas. El
      *> llamante cierra antes sus ficheros de eventos, billetes,
      *> saldos, movimientos y avisos; el resultado vuelve en
      *> ESPERA-PETICION (plazas asignadas y si hubo error), sin
      *> mensajes propios, porque se llama tambien desde el cajero.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LISTA-ESPERA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-CLAVE
           FILE STATUS IS FSLE.

           SELECT EVENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVENTO-NUM
           FILE STATUS IS FSE.

           SELECT BILLETES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BILLETE-NUM
           FILE STATUS IS FSB.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-TARJETA
           FILE STATUS IS FSS.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

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

           SELECT OPTIONAL LIMITES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIM-TARJETA
           FILE STATUS IS FSL.

       DATA DIVISION.
       FILE SECTION.
      *> Lista de espera por evento: ESP-SECUENCIA da el orden de
      *> llegada dentro del evento (BANK7 toma la siguiente a la mayor
      *> grabada). La espera atendida guarda el localizador emitido.
       FD LISTA-ESPERA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "lista_espera.ubd".
       01 ESPERA-REG.
           02 ESP-CLAVE.
               03 ESP-EVENTO         PIC  9(6).
               03 ESP-SECUENCIA      PIC  9(6).
           02 ESP-TARJETA           PIC  9(16).
           02 ESP-FECHA-ALTA        PIC  9(8).
           02 ESP-ESTADO            PIC  9(1).
               88 ESP-ESPERANDO        VALUE 0.
               88 ESP-ATENDIDA         VALUE 1.
               88 ESP-CADUCADA         VALUE 2.
           02 ESP-BILLETE-NUM       PIC  9(10).

       FD EVENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "eventos.ubd".
       01 EVENTO-REG.
           02 EVENTO-NUM            PIC  9(6).
           02 EVENTO-NOMBRE         PIC  X(30).
           02 EVENTO-ANO            PIC  9(4).
           02 EVENTO-MES            PIC  9(2).
           02 EVENTO-DIA            PIC  9(2).
           02 EVENTO-PRECIO-ENT     PIC  9(5).
           02 EVENTO-PRECIO-DEC     PIC  9(2).
           02 EVENTO-AFORO-TOTAL    PIC  9(5).
           02 EVENTO-AFORO-DISP     PIC  9(5).
           02 EVENTO-PROMOTOR       PIC  9(4).
           02 EVENTO-LIQUIDADO      PIC  9(1).
               88 EVENTO-SIN-LIQUIDAR VALUE 0.
               88 EVENTO-YA-LIQUIDADO VALUE 1.
           02 EVENTO-VENTA          PIC  9(1).
               88 EVENTO-EN-VENTA      VALUE 0.
               88 EVENTO-VENTA-CERRADA VALUE 1.

       FD BILLETES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "billetes.ubd".
       01 BILLETE-REG.
           02 BILLETE-NUM           PIC  9(10).
           02 BILLETE-TARJETA       PIC  9(16).
           02 BILLETE-EVENTO-NUM    PIC  9(6).
           02 BILLETE-ANO           PIC  9(4).
           02 BILLETE-MES           PIC  9(2).
           02 BILLETE-DIA           PIC  9(2).
           02 BILLETE-PRECIO-ENT    PIC  9(5).
           02 BILLETE-PRECIO-DEC    PIC  9(2).
           02 BILLETE-MOV-NUM       PIC  9(35).
           02 BILLETE-ESTADO        PIC  9(1).
               88 BILLETE-VALIDO     VALUE 0.
               88 BILLETE-DEVUELTO   VALUE 1.
           02 BILLETE-GASTOS-ENT    PIC  9(5).
           02 BILLETE-GASTOS-DEC    PIC  9(2).

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
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-TARJETA        PIC  9(16).
           02 SALDO-ENT            PIC S9(9).
           02 SALDO-DEC            PIC  9(2).
           02 SALDO-ULTIMO-MOV     PIC  9(35).

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

      *> Limites operativos por tarjeta (BANK30), en EUR enteros; la
      *> tarjeta sin registro (o con el campo a cero) opera con el
      *> gasto diario en entradas por defecto.
       FD LIMITES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "limites.ubd".
       01 LIMITE-REG.
           02 LIM-TARJETA           PIC 9(16).
           02 LIM-RETIRADA-DIARIA   PIC 9(7).
           02 LIM-TRANSF-MAX        PIC 9(7).
           02 LIM-ENTRADAS-DIARIO   PIC 9(7).

       WORKING-STORAGE SECTION.
       77 FSLE                     PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSL                      PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK61".
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

       77 FECHA-HOY-NUM            PIC  9(8).
       77 FECHA-EVENTO-NUM         PIC  9(8).

       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-BILLETE-NUM         PIC  9(10).

       77 CENT-SALDO-USER          PIC S9(9).
       77 CENT-PRECIO-EVENTO       PIC S9(9).
       77 CENT-SALDO-TMP           PIC S9(9).
       77 CENT-DELTA-SALDO         PIC S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).

      *> Gasto diario en entradas por defecto, en EUR, el mismo que
      *> aplica BANK7 a las tarjetas sin limite propio.
       78 LIMITE-ENTRADAS-DEFECTO  VALUE 1000.
       77 CENT-LIMITE-ENTRADAS     PIC S9(9).
       77 CENT-GASTADO-HOY         PIC S9(9).

       LINKAGE SECTION.
       01 ESPERA-PETICION.
           02 EPE-EVENTO           PIC  9(6).
           02 EPE-ASIGNADAS        PIC  9(5).
           02 EPE-RESULTADO        PIC  9(1).
               88 EPE-CORRECTO       VALUE 0.
               88 EPE-ERROR          VALUE 1.

       PROCEDURE DIVISION USING ESPERA-PETICION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           MOVE 0 TO EPE-ASIGNADAS.
           SET EPE-CORRECTO TO TRUE.

           OPEN I-O LISTA-ESPERA.
           IF FSLE <> 00 AND FSLE <> 05
               SET EPE-ERROR TO TRUE
               EXIT PROGRAM.
           OPEN I-O EVENTOS.
           IF FSE <> 00
               CLOSE LISTA-ESPERA
               SET EPE-ERROR TO TRUE
               EXIT PROGRAM.

           IF EPE-EVENTO = 0
               GO TO REPASAR-EVENTOS.

           MOVE EPE-EVENTO TO EVENTO-NUM.
           READ EVENTOS INVALID KEY GO TO FIN-REPARTO.
           PERFORM ATENDER-EVENTO THRU ATENDER-EVENTO-EXIT.
           GO TO FIN-REPARTO.

       REPASAR-EVENTOS.
           READ EVENTOS NEXT RECORD AT END GO TO FIN-REPARTO.
               PERFORM ATENDER-EVENTO THRU ATENDER-EVENTO-EXIT.
               IF EPE-ERROR
                   GO TO FIN-REPARTO.
               GO TO REPASAR-EVENTOS.

       FIN-REPARTO.
           CLOSE LISTA-ESPERA.
           CLOSE EVENTOS.
           EXIT PROGRAM.

      *>   ---------------------------------------------------------
      *>   ATENDER-EVENTO: recorre por orden de llegada la lista del
      *>   evento en curso mientras le quede aforo. Un evento con la
      *>   venta cerrada o ya celebrado no admite mas esperas: las
      *>   pendientes se dan por caducadas.
      *>   ---------------------------------------------------------
       ATENDER-EVENTO.
           COMPUTE FECHA-EVENTO-NUM = (EVENTO-ANO * 10000)
               + (EVENTO-MES * 100) + EVENTO-DIA.

           MOVE EVENTO-NUM TO ESP-EVENTO.
           MOVE 0 TO ESP-SECUENCIA.
           START LISTA-ESPERA KEY IS >= ESP-CLAVE
               INVALID KEY GO TO ATENDER-EVENTO-EXIT.

       ATENDER-SIGUIENTE.
           IF EPE-ERROR
               GO TO ATENDER-EVENTO-EXIT.
           IF EVENTO-EN-VENTA AND FECHA-EVENTO-NUM >= FECHA-HOY-NUM
              AND EVENTO-AFORO-DISP = 0
               GO TO ATENDER-EVENTO-EXIT.

           READ LISTA-ESPERA NEXT RECORD AT END
               GO TO ATENDER-EVENTO-EXIT.
           IF ESP-EVENTO NOT = EVENTO-NUM
               GO TO ATENDER-EVENTO-EXIT.
           IF NOT ESP-ESPERANDO
               GO TO ATENDER-SIGUIENTE.

           IF EVENTO-VENTA-CERRADA OR FECHA-EVENTO-NUM < FECHA-HOY-NUM
               SET ESP-CADUCADA TO TRUE
               REWRITE ESPERA-REG INVALID KEY SET EPE-ERROR TO TRUE
               END-REWRITE
               GO TO ATENDER-SIGUIENTE.

           PERFORM ASIGNAR-PLAZA THRU ASIGNAR-PLAZA-EXIT.
           GO TO ATENDER-SIGUIENTE.

       ATENDER-EVENTO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   ASIGNAR-PLAZA: intenta vender la plaza libre a la espera
      *>   en curso. La espera se marca atendida, con el localizador
      *>   ya reservado, antes de cobrar: si la sesion se corta a
      *>   medias, la tarjeta pierde el puesto en la lista pero nunca
      *>   se le cobra dos veces la misma entrada.
      *>   ---------------------------------------------------------
       ASIGNAR-PLAZA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               SET EPE-ERROR TO TRUE
               GO TO ASIGNAR-PLAZA-EXIT.
           MOVE ESP-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 2 TO TESTADO.
           CLOSE TARJETAS.

           IF TARJETA-CERRADA
               SET ESP-CADUCADA TO TRUE
               REWRITE ESPERA-REG INVALID KEY SET EPE-ERROR TO TRUE
               END-REWRITE
               GO TO ASIGNAR-PLAZA-EXIT.
      *>   Tarjeta perdida o inactiva: conserva el puesto, por si la
      *>   reactivan antes de la proxima plaza.
           IF NOT TARJETA-ACTIVA
               GO TO ASIGNAR-PLAZA-EXIT.

           OPEN I-O SALDOS.
           IF FSS <> 00
               SET EPE-ERROR TO TRUE
               GO TO ASIGNAR-PLAZA-EXIT.
           MOVE ESP-TARJETA TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-USER.
           CLOSE SALDOS.
           IF EPE-ERROR
               GO TO ASIGNAR-PLAZA-EXIT.

           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.
           COMPUTE CENT-PRECIO-EVENTO =
               (EVENTO-PRECIO-ENT * 100) + EVENTO-PRECIO-DEC.
           IF CENT-PRECIO-EVENTO > CENT-SALDO-USER + CENT-DESCUBIERTO
               GO TO ASIGNAR-PLAZA-EXIT.

      *>   Techo diario de gasto en entradas, como en la compra de
      *>   BANK7: si esta entrada lo pasa, la espera sigue en la lista.
           COMPUTE CENT-LIMITE-ENTRADAS = LIMITE-ENTRADAS-DEFECTO
               * 100.
           PERFORM LEER-LIMITES THRU LEER-LIMITES-EXIT.
           PERFORM SUMAR-GASTO-HOY THRU SUMAR-GASTO-HOY-EXIT.
           IF EPE-ERROR
               GO TO ASIGNAR-PLAZA-EXIT.
           IF CENT-PRECIO-EVENTO + CENT-GASTADO-HOY >
              CENT-LIMITE-ENTRADAS
               GO TO ASIGNAR-PLAZA-EXIT.

           OPEN I-O BILLETES.
           IF FSB <> 00
               SET EPE-ERROR TO TRUE
               GO TO ASIGNAR-PLAZA-EXIT.
           MOVE 0 TO LAST-BILLETE-NUM.

       BUSCAR-ULTIMO-BILLETE.
           READ BILLETES NEXT RECORD AT END
               GO TO RESERVAR-PLAZA.
               IF LAST-BILLETE-NUM < BILLETE-NUM THEN
                   MOVE BILLETE-NUM TO LAST-BILLETE-NUM
               END-IF.
               GO TO BUSCAR-ULTIMO-BILLETE.

       RESERVAR-PLAZA.
           ADD 1 TO LAST-BILLETE-NUM.
           MOVE LAST-BILLETE-NUM TO ESP-BILLETE-NUM.
           SET ESP-ATENDIDA TO TRUE.
           REWRITE ESPERA-REG INVALID KEY
               CLOSE BILLETES
               SET EPE-ERROR TO TRUE
               GO TO ASIGNAR-PLAZA-EXIT.

           SUBTRACT 1 FROM EVENTO-AFORO-DISP.
           SET DPE-EVENTOS TO TRUE.
           MOVE EVENTO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE EVENTO-REG INVALID KEY
               CLOSE BILLETES
               SET EPE-ERROR TO TRUE
               GO TO ASIGNAR-PLAZA-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               CLOSE BILLETES
               SET EPE-ERROR TO TRUE
               GO TO ASIGNAR-PLAZA-EXIT.
           OPEN I-O SALDOS.
           IF FSS <> 00
               CLOSE BILLETES
               CLOSE F-MOVIMIENTOS
               SET EPE-ERROR TO TRUE
               GO TO ASIGNAR-PLAZA-EXIT.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               CLOSE BILLETES
               CLOSE F-MOVIMIENTOS
               CLOSE SALDOS
               SET EPE-ERROR TO TRUE
               GO TO ASIGNAR-PLAZA-EXIT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE ESP-TARJETA TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Entrada lista espera #" DELIMITED BY SIZE
               LAST-BILLETE-NUM DELIMITED BY SIZE
               INTO MOV-CONCEPTO.

           COMPUTE MOV-IMPORTE-ENT = 0 - EVENTO-PRECIO-ENT.
           MOVE EVENTO-PRECIO-DEC TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT = 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.

           SUBTRACT CENT-PRECIO-EVENTO FROM CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY SET EPE-ERROR TO TRUE.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.

           MOVE ESP-TARJETA TO SALDO-TARJETA.
           COMPUTE CENT-DELTA-SALDO = 0 - CENT-PRECIO-EVENTO.
           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT.

           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.

           MOVE LAST-BILLETE-NUM TO BILLETE-NUM.
           MOVE ESP-TARJETA TO BILLETE-TARJETA.
           MOVE EVENTO-NUM TO BILLETE-EVENTO-NUM.
           MOVE ANO TO BILLETE-ANO.
           MOVE MES TO BILLETE-MES.
           MOVE DIA TO BILLETE-DIA.
           MOVE EVENTO-PRECIO-ENT TO BILLETE-PRECIO-ENT.
           MOVE EVENTO-PRECIO-DEC TO BILLETE-PRECIO-DEC.
           MOVE LAST-MOV-NUM TO BILLETE-MOV-NUM.
           SET BILLETE-VALIDO TO TRUE.
           MOVE 0 TO BILLETE-GASTOS-ENT.
           MOVE 0 TO BILLETE-GASTOS-DEC.
           WRITE BILLETE-REG INVALID KEY SET EPE-ERROR TO TRUE.
           CLOSE BILLETES.

           ADD 1 TO EPE-ASIGNADAS.

       ASIGNAR-PLAZA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   LEER-DESCUBIERTO: limite de la linea de descubierto de la
      *>   tarjeta de la espera en curso (BANK43), en centimos. Sin
      *>   fichero, sin registro o fuera de vigencia, la linea es
      *>   cero.
      *>   ---------------------------------------------------------
       LEER-DESCUBIERTO.
           MOVE 0 TO CENT-DESCUBIERTO.
           OPEN INPUT DESCUBIERTOS.
           IF FSD <> 00 AND FSD <> 05
               GO TO LEER-DESCUBIERTO-EXIT.
           MOVE ESP-TARJETA TO DESC-TARJETA.
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

      *>   ---------------------------------------------------------
      *>   LEER-LIMITES: si la tarjeta de la espera en curso tiene
      *>   limite propio de gasto en entradas en limites.ubd (BANK30),
      *>   sustituye al de defecto. Sin fichero, sin registro o con el
      *>   campo a cero, queda el de defecto.
      *>   ---------------------------------------------------------
       LEER-LIMITES.
           OPEN INPUT LIMITES.
           IF FSL <> 00 AND FSL <> 05
               GO TO LEER-LIMITES-EXIT.
           MOVE ESP-TARJETA TO LIM-TARJETA.
           READ LIMITES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LIM-ENTRADAS-DIARIO > 0
                       COMPUTE CENT-LIMITE-ENTRADAS =
                           LIM-ENTRADAS-DIARIO * 100
                   END-IF
           END-READ.
           CLOSE LIMITES.

       LEER-LIMITES-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   SUMAR-GASTO-HOY: lo ya gastado hoy en entradas por la
      *>   tarjeta de la espera en curso, con el mismo criterio que
      *>   BANK7: compras del cajero y entradas ya servidas hoy desde
      *>   la lista, en negativo (restarlas acumula en positivo).
      *>   ---------------------------------------------------------
       SUMAR-GASTO-HOY.
           MOVE 0 TO CENT-GASTADO-HOY.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               SET EPE-ERROR TO TRUE
               GO TO SUMAR-GASTO-HOY-EXIT.

       SUMAR-GASTO-HOY-LEER.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO SUMAR-GASTO-HOY-FIN.
               IF MOV-TARJETA = ESP-TARJETA AND MOV-ANO = ANO
                  AND MOV-MES = MES AND MOV-DIA = DIA
                  AND (MOV-CONCEPTO = "Compra de entradas."
                   OR MOV-CONCEPTO(1:22) = "Entrada lista espera #")
                  THEN
                   IF MOV-IMPORTE-ENT < 0
                       COMPUTE CENT-SALDO-TMP =
                           (MOV-IMPORTE-ENT * 100) - MOV-IMPORTE-DEC
                   ELSE
                       COMPUTE CENT-SALDO-TMP =
                           (MOV-IMPORTE-ENT * 100) + MOV-IMPORTE-DEC
                   END-IF
                   SUBTRACT CENT-SALDO-TMP FROM CENT-GASTADO-HOY
               END-IF.
               GO TO SUMAR-GASTO-HOY-LEER.

       SUMAR-GASTO-HOY-FIN.
           CLOSE F-MOVIMIENTOS.

       SUMAR-GASTO-HOY-EXIT.
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
           WRITE SALDO-REG INVALID KEY SET EPE-ERROR TO TRUE.
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
           REWRITE SALDO-REG INVALID KEY SET EPE-ERROR TO TRUE.
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
           WRITE SALDO-REG INVALID KEY SET EPE-ERROR TO TRUE.

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
           REWRITE SALDO-REG INVALID KEY SET EPE-ERROR TO TRUE.
           GO TO SIGUIENTE-MOV-NUM-EXIT.

       SIGUIENTE-MOV-NUM-NUEVO.
           MOVE 0 TO SALDO-ENT.
           MOVE 0 TO SALDO-DEC.
           MOVE 1 TO SALDO-ULTIMO-MOV.
           MOVE 1 TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE SALDO-REG INVALID KEY SET EPE-ERROR TO TRUE.

       SIGUIENTE-MOV-NUM-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   ENCOLAR-NOTIF: por cada MOVIMIENTO-REG que se
      *>   contabiliza se deja una entrada pendiente en la cola de
      *>   avisos para que el despachador (BANK14) informe al titular
      *>   del movimiento. Aqui el concepto lleva el localizador de la
      *>   entrada asignada, que es lo que el titular necesita saber.
      *>   ---------------------------------------------------------
       ENCOLAR-NOTIF.
           MOVE MOV-TARJETA TO NOTIF-TARJETA.
           MOVE MOV-NUM TO NOTIF-MOV-NUM.
           MOVE MOV-IMPORTE-ENT TO NOTIF-IMPORTE-ENT.
           MOVE MOV-IMPORTE-DEC TO NOTIF-IMPORTE-DEC.
           MOVE MOV-CONCEPTO TO NOTIF-CONCEPTO.
           PERFORM CANAL-PREFERIDO THRU CANAL-PREFERIDO-EXIT.
           SET NOTIF-PENDIENTE TO TRUE.
           WRITE NOTIF-REG INVALID KEY SET EPE-ERROR TO TRUE.

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
