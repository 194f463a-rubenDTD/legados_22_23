      *> nombre y la fecha del espectaculo desde eventos.ubd), vuelve a
      *> mostrar el localizador y el estado de cada una, y pagina igual
      *> que el listado de movimientos de BANK3.
      *>
      *> Desde el listado el titular puede devolver una entrada valida
      *> hasta DIAS-CORTE-DEVOLUCION dias antes del evento, siempre que
      *> el evento siga en venta. Se le abona el precio menos los
      *> gastos de devolucion (GASTOS-DEVOLUCION-PCT), con un
      *> movimiento "Devolucion entrada #" y su aviso; los gastos
      *> retenidos quedan en el propio billete para la liquidacion del
      *> promotor (BANK38). La plaza vuelve al aforo y se ofrece antes
      *> que a nadie a la lista de espera del evento (BANK61).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS EVENTO-NUM
           FILE STATUS IS FSE.

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
       FD BILLETES
           02 BILLETE-ESTADO        PIC  9(1).
               88 BILLETE-VALIDO     VALUE 0.
               88 BILLETE-DEVUELTO   VALUE 1.
           02 BILLETE-GASTOS-ENT    PIC  9(5).
           02 BILLETE-GASTOS-DEC    PIC  9(2).

       FD EVENTOS
           LABEL RECORD STANDARD
           02 EVENTO-LIQUIDADO      PIC  9(1).
               88 EVENTO-SIN-LIQUIDAR VALUE 0.
               88 EVENTO-YA-LIQUIDADO VALUE 1.
           02 EVENTO-VENTA          PIC  9(1).
               88 EVENTO-EN-VENTA      VALUE 0.
               88 EVENTO-VENTA-CERRADA VALUE 1.

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
       77 FSB                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSCO                     PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK17".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

      *> Peticion de reparto de plazas a la lista de espera (BANK61).
       01 ESPERA-PETICION.
           02 EPE-EVENTO           PIC  9(6).
           02 EPE-ASIGNADAS        PIC  9(5).
           02 EPE-RESULTADO        PIC  9(1).
               88 EPE-CORRECTO       VALUE 0.
               88 EPE-ERROR          VALUE 1.

       78 BLACK                  VALUE      0.
       78 BLUE                   VALUE      1.
       78 YELLOW                 VALUE      6.
       78 WHITE                  VALUE      7.

      *> Devolucion de entradas: gastos que se retienen, en tanto por
      *> ciento del precio, y antelacion minima en dias sobre la
      *> fecha del evento.
       78 GASTOS-DEVOLUCION-PCT    VALUE 10.
       78 DIAS-CORTE-DEVOLUCION    VALUE 2.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
       77 FECHA-EVENTO-ANO          PIC  9(4).
       77 ESTADO-TEXTO              PIC  X(9).

       77 LAST-MOV-NUM              PIC  9(35).
       77 LOCALIZADOR-ELEGIDO       PIC  9(10).
       77 CONFIRMACION              PIC  X(1).
       77 FECHA-HOY-NUM             PIC  9(8).
       77 FECHA-EVENTO-NUM          PIC  9(8).
       77 DIAS-HASTA-EVENTO         PIC S9(6).

       77 CENT-PRECIO-BILLETE       PIC S9(9).
       77 CENT-GASTOS               PIC S9(9).
       77 CENT-ABONO                PIC S9(9).
       77 CENT-SALDO-USER           PIC S9(9).
       77 CENT-SALDO-TMP            PIC S9(9).
       77 CENT-DELTA-SALDO          PIC S9(9).
       77 CENT-VISTA                PIC S9(9).
       77 VISTA-ENT                 PIC  ZZZZ9.
       77 VISTA-DEC                 PIC  99.
       77 LINEA-IMPORTE             PIC  9(2).

       LINKAGE SECTION.
       77 TNUM                      PIC  9(16).

           05 FILLER LINE LINEA-RENGLON COL 66 PIC X(9)
               FROM ESTADO-TEXTO.

       01 ENTRADA-LOCALIZADOR.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 20 COL 27 PIC 9(10) USING LOCALIZADOR-ELEGIDO.

       01 ENTRADA-CONFIRMACION.
           05 FILLER UNDERLINE
               LINE 18 COL 49 PIC X(1) USING CONFIRMACION.

       PROCEDURE DIVISION USING TNUM.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
       MOSTRAR-PAGINA-FIN.
           DISPLAY "PgUp - Pagina anterior" LINE 22 COL 02.
           DISPLAY "PgDn - Pagina siguiente" LINE 22 COL 50.
           DISPLAY "Enter - Devolver una entrada" LINE 24 COL 02.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

       ESPERA-TECLA.
           ACCEPT PRESSED-KEY LINE 24 COL 80 ON EXCEPTION
                       SUBTRACT 1 FROM PAGINA-ACTUAL
                   END-IF
                   GO TO MOSTRAR-PAGINA
               ELSE IF ESC-PRESSED THEN
                   EXIT PROGRAM
               ELSE
                   GO TO ESPERA-TECLA.

      *>   ---------------------------------------------------------
      *>   PEDIR-DEVOLUCION: localizador de la entrada a devolver.
      *>   Solo se admite una entrada valida de la propia tarjeta, de
      *>   un evento que siga en venta y con la antelacion minima.
      *>   ---------------------------------------------------------
       PEDIR-DEVOLUCION.
           DISPLAY "Localizador a devolver:" LINE 20 COL 02.
           MOVE 0 TO LOCALIZADOR-ELEGIDO.
           ACCEPT ENTRADA-LOCALIZADOR ON EXCEPTION
               IF ESC-PRESSED
                   GO TO MOSTRAR-PAGINA
               ELSE
                   GO TO PEDIR-DEVOLUCION.

           IF LOCALIZADOR-ELEGIDO = 0
               GO TO MOSTRAR-PAGINA.

           OPEN INPUT BILLETES.
           IF FSB <> 00
               GO TO PSYS-ERR.
           MOVE LOCALIZADOR-ELEGIDO TO BILLETE-NUM.
           READ BILLETES INVALID KEY
               MOVE 0 TO BILLETE-TARJETA.
           CLOSE BILLETES.

           IF BILLETE-TARJETA NOT = TNUM
               DISPLAY "Localizador no valido" LINE 21 COL 02
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DEVOLUCION.
           IF BILLETE-DEVUELTO
               DISPLAY "Esa entrada ya esta devuelta" LINE 21 COL 02
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DEVOLUCION.

           OPEN INPUT EVENTOS.
           IF FSE <> 00
               GO TO PSYS-ERR.
           MOVE BILLETE-EVENTO-NUM TO EVENTO-NUM.
           READ EVENTOS INVALID KEY
               SET EVENTO-VENTA-CERRADA TO TRUE.
           CLOSE EVENTOS.

           IF EVENTO-VENTA-CERRADA
               DISPLAY "La venta de ese espectaculo esta cerrada: no"
                   LINE 21 COL 02 WITH BACKGROUND-COLOR RED
               DISPLAY "admite devoluciones" LINE 21 COL 47
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DEVOLUCION.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE FECHA-EVENTO-NUM = (EVENTO-ANO * 10000)
               + (EVENTO-MES * 100) + EVENTO-DIA.
           COMPUTE DIAS-HASTA-EVENTO =
               FUNCTION INTEGER-OF-DATE(FECHA-EVENTO-NUM)
               - FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM).
           IF DIAS-HASTA-EVENTO < DIAS-CORTE-DEVOLUCION
               DISPLAY "Fuera del plazo de devolucion de la entrada"
                   LINE 21 COL 02 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DEVOLUCION.

      *>   Los gastos se redondean al centimo y nunca superan el
      *>   precio de la entrada.
           COMPUTE CENT-PRECIO-BILLETE =
               (BILLETE-PRECIO-ENT * 100) + BILLETE-PRECIO-DEC.
           COMPUTE CENT-GASTOS ROUNDED =
               (CENT-PRECIO-BILLETE * GASTOS-DEVOLUCION-PCT) / 100.
           IF CENT-GASTOS > CENT-PRECIO-BILLETE
               MOVE CENT-PRECIO-BILLETE TO CENT-GASTOS.
           COMPUTE CENT-ABONO = CENT-PRECIO-BILLETE - CENT-GASTOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Devolver una entrada" LINE 6 COL 30.
           DISPLAY "Localizador:" LINE 8 COL 20.
           DISPLAY BILLETE-NUM LINE 8 COL 45.
           DISPLAY "Espectaculo:" LINE 9 COL 20.
           DISPLAY EVENTO-NOMBRE LINE 9 COL 45.
           DISPLAY "Fecha:" LINE 10 COL 20.
           DISPLAY EVENTO-DIA LINE 10 COL 45.
           DISPLAY "/" LINE 10 COL 47.
           DISPLAY EVENTO-MES LINE 10 COL 48.
           DISPLAY "/" LINE 10 COL 50.
           DISPLAY EVENTO-ANO LINE 10 COL 51.
           DISPLAY "Precio de la entrada:" LINE 12 COL 20.
           MOVE CENT-PRECIO-BILLETE TO CENT-VISTA.
           MOVE 12 TO LINEA-IMPORTE.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.
           DISPLAY "Gastos de devolucion:" LINE 13 COL 20.
           MOVE CENT-GASTOS TO CENT-VISTA.
           MOVE 13 TO LINEA-IMPORTE.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.
           DISPLAY "Importe a abonar:" LINE 14 COL 20.
           MOVE CENT-ABONO TO CENT-VISTA.
           MOVE 14 TO LINEA-IMPORTE.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.
           DISPLAY "Enter - Confirmar" LINE 24 COL 02.
           DISPLAY "ESC - Cancelar" LINE 24 COL 66.

       PIDE-CONFIRMA-DEVOLUCION.
           MOVE "N" TO CONFIRMACION.
           DISPLAY "Devolver la entrada? (S/N):" LINE 18 COL 20.
           ACCEPT ENTRADA-CONFIRMACION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO MOSTRAR-PAGINA
               ELSE
                   GO TO PIDE-CONFIRMA-DEVOLUCION.

           IF CONFIRMACION NOT = "S" AND CONFIRMACION NOT = "s"
               GO TO MOSTRAR-PAGINA.

      *>   ---------------------------------------------------------
      *>   REALIZAR-DEVOLUCION: abono al titular, marca del billete
      *>   (con los gastos retenidos) y plaza de vuelta al aforo, en
      *>   ese orden, como ABONAR-BILLETE en BANK16. Cerrados los
      *>   ficheros, la plaza se ofrece a la lista de espera.
      *>   ---------------------------------------------------------
       REALIZAR-DEVOLUCION.
           OPEN I-O BILLETES.
           IF FSB <> 00
               GO TO PSYS-ERR.
           MOVE LOCALIZADOR-ELEGIDO TO BILLETE-NUM.
           READ BILLETES INVALID KEY GO TO PSYS-ERR.
           IF BILLETE-DEVUELTO
               GO TO PSYS-ERR.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.
           OPEN I-O SALDOS.
           IF FSS <> 00
               GO TO PSYS-ERR.
           OPEN I-O NOTIFICACIONES.
           IF FSN <> 00
               GO TO PSYS-ERR.

           MOVE TNUM TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-USER.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE TNUM TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Devolucion entrada #" DELIMITED BY SIZE
               BILLETE-NUM DELIMITED BY SIZE
               INTO MOV-CONCEPTO.

           COMPUTE MOV-IMPORTE-ENT = CENT-ABONO / 100.
           MOVE FUNCTION REM(CENT-ABONO, 100) TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.

           ADD CENT-ABONO TO CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.

           MOVE TNUM TO SALDO-TARJETA.
           MOVE CENT-ABONO TO CENT-DELTA-SALDO.
           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT.

           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.

           SET BILLETE-DEVUELTO TO TRUE.
           COMPUTE BILLETE-GASTOS-ENT = CENT-GASTOS / 100.
           MOVE FUNCTION MOD(CENT-GASTOS, 100) TO BILLETE-GASTOS-DEC.
           REWRITE BILLETE-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE BILLETES.

           OPEN I-O EVENTOS.
           IF FSE <> 00
               GO TO PSYS-ERR.
           MOVE BILLETE-EVENTO-NUM TO EVENTO-NUM.
           READ EVENTOS INVALID KEY GO TO PSYS-ERR.
           IF EVENTO-AFORO-DISP < EVENTO-AFORO-TOTAL
               ADD 1 TO EVENTO-AFORO-DISP
               SET DPE-EVENTOS TO TRUE
               MOVE EVENTO-REG TO DPE-REGISTRO
               CALL "BANK58" USING DIARIO-PETICION
               REWRITE EVENTO-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           END-IF.
           CLOSE EVENTOS.

           MOVE BILLETE-EVENTO-NUM TO EPE-EVENTO.
           CALL "BANK61" USING ESPERA-PETICION.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Devolver una entrada" LINE 6 COL 30.
           DISPLAY "Entrada devuelta correctamente." LINE 10 COL 24.
           DISPLAY "Importe abonado:" LINE 12 COL 20.
           MOVE CENT-ABONO TO CENT-VISTA.
           MOVE 12 TO LINEA-IMPORTE.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *>   ---------------------------------------------------------
      *>   MOSTRAR-IMPORTE: pinta CENT-VISTA en euros en la fila
      *>   LINEA-IMPORTE, columna 45.
      *>   ---------------------------------------------------------
       MOSTRAR-IMPORTE.
           COMPUTE VISTA-ENT = CENT-VISTA / 100.
           MOVE FUNCTION MOD(CENT-VISTA, 100) TO VISTA-DEC.
           DISPLAY VISTA-ENT LINE LINEA-IMPORTE COL 45.
           DISPLAY "," LINE LINEA-IMPORTE COL 50.
           DISPLAY VISTA-DEC LINE LINEA-IMPORTE COL 51.
           DISPLAY "EUR" LINE LINEA-IMPORTE COL 54.

       MOSTRAR-IMPORTE-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   BUSCAR-EVENTO: cruza el billete en curso con eventos.ubd
      *>   para mostrar nombre y fecha del espectaculo. Si el evento
       BUSCAR-EVENTO-EXIT.
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
           COMPUTE CENT-SALDO-TMP = (SALDO-ENT * 100) + SALDO-DEC.
           ADD CENT-DELTA-SALDO TO CENT-SALDO-TMP.
           COMPUTE SALDO-ENT = (CENT-SALDO-TMP
               - FUNCTION MOD(CENT-SALDO-TMP, 100)) / 100.
           MOVE FUNCTION MOD(CENT-SALDO-TMP, 100) TO SALDO-DEC.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.
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
           WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.

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
           REWRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.
           GO TO SIGUIENTE-MOV-NUM-EXIT.

       SIGUIENTE-MOV-NUM-NUEVO.
           MOVE 0 TO SALDO-ENT.
           MOVE 0 TO SALDO-DEC.
           MOVE 1 TO SALDO-ULTIMO-MOV.
           MOVE 1 TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.

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
           WRITE NOTIF-REG INVALID KEY GO TO PSYS-ERR.

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

       PSYS-ERR.
           CLOSE BILLETES.
           CLOSE EVENTOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
