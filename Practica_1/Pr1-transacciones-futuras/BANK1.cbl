           FILE STATUS IS FSCL.


           SELECT OPTIONAL DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESC-TARJETA
           FILE STATUS IS FSD.

           SELECT OPTIONAL RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECH-CLAVE
           FILE STATUS IS FSRE.

           SELECT OPTIONAL TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERM-ID
           FILE STATUS IS FSTE.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
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

      *> Maestro de clientes (BANK27): cuando la tarjeta apunta a una
      *> ficha por TNIF, los datos del titular que se piden confirmar
           02 CLI-DOMICILIO  PIC X(30).


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

      *> Maestro de cajeros (BANK63): uno por terminal fisico, con su
      *> sucursal, su ubicacion y si esta en servicio.
       FD TERMINALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "terminales.ubd".
       01 TERMINAL-REG.
           02 TERM-ID              PIC  9(4).
           02 TERM-SUCURSAL        PIC  9(4).
           02 TERM-UBICACION       PIC  X(30).
           02 TERM-ESTADO          PIC  9(1).
               88 TERM-EN-SERVICIO     VALUE 0.
               88 TERM-FUERA-SERVICIO  VALUE 1.

       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSCL                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSRE                     PIC  X(2).
       77 FSTE                     PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK1".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       77 CENT-IMPOR-USER          PIC  S9(9).
       77 CENT-SALDO-TMP           PIC  S9(9).
       77 CENT-DELTA-SALDO         PIC  S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 FECHA-HOY-NUM            PIC  9(8).

      *> Importe intentado de la operacion denegada en curso, para
      *> APUNTAR-RECHAZO.
       77 CENT-RECHAZO             PIC S9(9).

      *> Terminal en el que corre este cajero: primer argumento de la
      *> linea de mandatos, o el de defecto si no se indica.
       78 TERMINAL-DEFECTO         VALUE 1.
       77 PARAMETRO-LINEA          PIC  X(20).
       77 TERMINAL-CAJERO          PIC  9(4).
       77 UBICACION-MOSTRADA       PIC  X(30).
       77 SITUACION-TERMINAL       PIC  9(1).
           88 TERMINAL-OPERATIVO     VALUE 0.
           88 TERMINAL-DESCONOCIDO   VALUE 1.
           88 TERMINAL-INACTIVO      VALUE 2.

       77 NUM-MENSUALIDADES        PIC   9(4).
       77 BUCLE-MES                PIC   9(4).

       PROCEDURE DIVISION.

      *>   El cajero no arranca si su terminal no esta dado de alta en
      *>   terminales.ubd o esta fuera de servicio.
       INICIO-TERMINAL.
           ACCEPT PARAMETRO-LINEA FROM COMMAND-LINE.
           IF PARAMETRO-LINEA(1:4) IS NUMERIC
               MOVE PARAMETRO-LINEA(1:4) TO TERMINAL-CAJERO
           ELSE
               MOVE TERMINAL-DEFECTO TO TERMINAL-CAJERO
           END-IF.

           PERFORM COMPROBAR-TERMINAL THRU COMPROBAR-TERMINAL-EXIT.
           IF TERMINAL-DESCONOCIDO
               DISPLAY "BANK1: terminal " TERMINAL-CAJERO
                   " no dado de alta en terminales.ubd"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF TERMINAL-INACTIVO
               DISPLAY "BANK1: terminal " TERMINAL-CAJERO
                   " fuera de servicio"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'


       P1.
      *>   Entre cliente y cliente se vuelve a mirar el maestro: un
      *>   cajero puesto fuera de servicio desde sucursal deja de
      *>   admitir tarjetas en cuanto termina la operacion en curso.
           PERFORM COMPROBAR-TERMINAL THRU COMPROBAR-TERMINAL-EXIT.
           IF NOT TERMINAL-OPERATIVO
               GO TO PFUERA-SERVICIO.

           DISPLAY UBICACION-MOSTRADA LINE 6 COL 26.
           DISPLAY "Bienvenido a UnizarBank" LINE 8 COL 28.
           DISPLAY "Por favor, introduzca la tarjeta para operar"
               LINE 10 COL 18.

           SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-ORD-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ORD-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-ORD-USER, 100)
               TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE TARJETA-ORIGEN TO MOV-TARJETA.
           MOVE TRANSF-IMPORTE-ENT TO MOV-IMPORTE-ENT.
           MULTIPLY -1 BY TRANSF-IMPORTE-ENT.
           MOVE TRANSF-IMPORTE-DEC TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT = 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.
      *>   que una pasada posterior de BANK10 no lo vuelva a aplicar
      *>   si el proceso se interrumpe justo aqui.
           SET ORIGEN-HECHO TO TRUE.
           SET DPE-TRANSF TO TRUE.
           MOVE TRANSF-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE TRANSF-REG INVALID KEY GO TO PSYS-ERR.

       GUARDAR-TRANSF-1-DESTINO.

           ADD CENT-IMPOR-USER TO CENT-SALDO-DST-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-DST-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-DST-USER, 100)
               TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE TARJETA-DESTINO TO MOV-TARJETA.
           MOVE 0 TO MOV-MIN.
           MOVE 0 TO MOV-SEG.
           MOVE "Nos transfieren." TO MOV-CONCEPTO.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.

           SET TRANSF-COMPLETADA TO TRUE.
           SET ORIGEN-PENDIENTE TO TRUE.
           SET DPE-TRANSF TO TRUE.
           MOVE TRANSF-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE TRANSF-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-MOVIMIENTOS.
           IF TRANSF-TOTAL-CUOTAS > 0 AND
              TRANSF-CUOTAS-HECHAS NOT < TRANSF-TOTAL-CUOTAS
               SET TRANSF-COMPLETADA TO TRUE
               SET DPE-TRANSF TO TRUE
               MOVE TRANSF-REG TO DPE-REGISTRO
               CALL "BANK58" USING DIARIO-PETICION
               REWRITE TRANSF-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               CLOSE F-MOVIMIENTOS
                  (ANO > TRANSF-FIN-ANO OR
                   (ANO = TRANSF-FIN-ANO AND MES > TRANSF-FIN-MES))
                   SET TRANSF-COMPLETADA TO TRUE
                   SET DPE-TRANSF TO TRUE
                   MOVE TRANSF-REG TO DPE-REGISTRO
                   CALL "BANK58" USING DIARIO-PETICION
                   REWRITE TRANSF-REG INVALID KEY GO TO PSYS-ERR
                   END-REWRITE
                   CLOSE F-MOVIMIENTOS

      *>       La mensualidad se salta (y se cuenta en
      *>       MENSUALIDADES-SALTADAS, visible en el listado de BANK8)
      *>       en vez de dejar la cuenta en descubierto sin avisar; con
      *>       linea de descubierto vigente solo se salta si el pago
      *>       pasaria del limite autorizado.
               IF CENT-IMPOR-USER >
                  CENT-SALDO-ORD-USER + CENT-DESCUBIERTO THEN
                   ADD 1 TO MENSUALIDADES-SALTADAS
               ELSE
      *>           Igual que en GUARDAR-TRANSF-1: si ORIGEN-HECHO ya

                       COMPUTE MOV-SALDOPOS-ENT =
                           (CENT-SALDO-ORD-USER / 100)
                       MOVE FUNCTION REM(CENT-SALDO-ORD-USER, 100)
                           TO MOV-SALDOPOS-DEC
                       IF MOV-SALDOPOS-ENT < 0
                           COMPUTE MOV-SALDOPOS-DEC =
                               0 - MOV-SALDOPOS-DEC
                       END-IF

                       MOVE LAST-MOV-NUM TO MOV-NUM
                       MOVE TARJETA-ORIGEN TO MOV-TARJETA
                       MOVE TRANSF-IMPORTE-ENT TO MOV-IMPORTE-ENT
                       MULTIPLY -1 BY TRANSF-IMPORTE-ENT
                       MOVE TRANSF-IMPORTE-DEC TO MOV-IMPORTE-DEC
                       IF MOV-IMPORTE-ENT = 0
                           COMPUTE MOV-IMPORTE-DEC =
                               0 - MOV-IMPORTE-DEC
                       END-IF
                       MOVE 0 TO MOV-TERMINAL

                       WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR
                       PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT
                           ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT

                       SET ORIGEN-HECHO TO TRUE
                       SET DPE-TRANSF TO TRUE
                       MOVE TRANSF-REG TO DPE-REGISTRO
                       CALL "BANK58" USING DIARIO-PETICION
                       REWRITE TRANSF-REG INVALID KEY GO TO PSYS-ERR
                   END-IF

                   ADD CENT-IMPOR-USER TO CENT-SALDO-DST-USER
                   COMPUTE MOV-SALDOPOS-ENT =
                       (CENT-SALDO-DST-USER / 100)
                   MOVE FUNCTION REM(CENT-SALDO-DST-USER, 100)
                       TO MOV-SALDOPOS-DEC
                   IF MOV-SALDOPOS-ENT < 0
                       COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC
                   END-IF

                   MOVE LAST-MOV-NUM TO MOV-NUM
                   MOVE TARJETA-DESTINO TO MOV-TARJETA
                   MOVE 0 TO MOV-MIN
                   MOVE 0 TO MOV-SEG
                   MOVE "Nos transfieren." TO MOV-CONCEPTO
                   MOVE 0 TO MOV-TERMINAL

                   WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR
                   PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT

               SET ORIGEN-PENDIENTE TO TRUE

               SET DPE-TRANSF TO TRUE
               MOVE TRANSF-REG TO DPE-REGISTRO
               CALL "BANK58" USING DIARIO-PETICION
               REWRITE TRANSF-REG

               CLOSE F-MOVIMIENTOS
                   (BUCLE-ANO = TRANSF-FIN-ANO AND
                    BUCLE-MES > TRANSF-FIN-MES)))
               SET TRANSF-COMPLETADA TO TRUE
               SET DPE-TRANSF TO TRUE
               MOVE TRANSF-REG TO DPE-REGISTRO
               CALL "BANK58" USING DIARIO-PETICION
               REWRITE TRANSF-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               CLOSE F-MOVIMIENTOS

      *>   La mensualidad se salta (y se cuenta en MENSUALIDADES-
      *>   SALTADAS, visible en el listado de BANK8) en vez de dejar
      *>   la cuenta en descubierto sin avisar; con linea de
      *>   descubierto vigente solo se salta si el pago pasaria del
      *>   limite autorizado.
           IF CENT-IMPOR-USER > CENT-SALDO-ORD-USER + CENT-DESCUBIERTO
              THEN
               ADD 1 TO MENSUALIDADES-SALTADAS
           ELSE
      *>       Igual que en GUARDAR-TRANSF-1/2: si ORIGEN-HECHO ya
                   SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-ORD-USER
                   COMPUTE MOV-SALDOPOS-ENT =
                       (CENT-SALDO-ORD-USER / 100)
                   MOVE FUNCTION REM(CENT-SALDO-ORD-USER, 100)
                       TO MOV-SALDOPOS-DEC
                   IF MOV-SALDOPOS-ENT < 0
                       COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC
                   END-IF

                   MOVE LAST-MOV-NUM TO MOV-NUM
                   MOVE TARJETA-ORIGEN TO MOV-TARJETA
                   MOVE TRANSF-IMPORTE-ENT TO MOV-IMPORTE-ENT
                   MULTIPLY -1 BY TRANSF-IMPORTE-ENT
                   MOVE TRANSF-IMPORTE-DEC TO MOV-IMPORTE-DEC
                   IF MOV-IMPORTE-ENT = 0
                       COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC
                   END-IF
                   MOVE 0 TO MOV-TERMINAL

                   WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR
                   PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT
                   PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT

                   SET ORIGEN-HECHO TO TRUE
                   SET DPE-TRANSF TO TRUE
                   MOVE TRANSF-REG TO DPE-REGISTRO
                   CALL "BANK58" USING DIARIO-PETICION
                   REWRITE TRANSF-REG INVALID KEY GO TO PSYS-ERR
               END-IF

               ADD CENT-IMPOR-USER TO CENT-SALDO-DST-USER
               COMPUTE MOV-SALDOPOS-ENT =
                   (CENT-SALDO-DST-USER / 100)
               MOVE FUNCTION REM(CENT-SALDO-DST-USER, 100)
                   TO MOV-SALDOPOS-DEC
               IF MOV-SALDOPOS-ENT < 0
                   COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC
               END-IF

               MOVE LAST-MOV-NUM TO MOV-NUM
               MOVE TARJETA-DESTINO TO MOV-TARJETA
               MOVE 0 TO MOV-MIN
               MOVE 0 TO MOV-SEG
               MOVE "Nos transfieren." TO MOV-CONCEPTO
               MOVE 0 TO MOV-TERMINAL

               WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR
               PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT
               SET TRANSF-COMPLETADA TO TRUE
           END-IF
           SET ORIGEN-PENDIENTE TO TRUE
           SET DPE-TRANSF TO TRUE
           MOVE TRANSF-REG TO DPE-REGISTRO
           CALL "BANK58" USING DIARIO-PETICION
           REWRITE TRANSF-REG INVALID KEY GO TO PSYS-ERR

           ADD 1 TO BUCLE-MES
                   GO TO PCONFIRMA-DATOS-ENTER.

           SET TARJETA-ACTIVA TO TRUE.
           SET DPE-TARJETAS TO TRUE.
           MOVE TAJETAREG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.

       PMENU.
               GO TO PMENU.

           IF CHOICE = 3
               CALL "BANK4" USING TNUM TERMINAL-CAJERO
               GO TO PMENU.

           IF CHOICE = 4
               CALL "BANK5" USING TNUM TERMINAL-CAJERO
               GO TO PMENU.

           IF CHOICE = 5


       PINT-ERR.
           SET RECH-OP-ACCESO TO TRUE.
           SET RECH-SIN-INTENTOS TO TRUE.
           MOVE 0 TO CENT-RECHAZO.
           PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT.

           CLOSE TARJETAS.
           CLOSE INTENTOS.
               GO TO PINT-ERR-ENTER.


       PFUERA-SERVICIO.
           DISPLAY "Cajero fuera de servicio" LINE 9 COL 28
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Disculpe las molestias" LINE 11 COL 29
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO PINT-ERR-ENTER.


       PTARJ-RETENIDA.
           SET RECH-OP-ACCESO TO TRUE.
           SET RECH-TARJ-RETENIDA TO TRUE.
           MOVE 0 TO CENT-RECHAZO.
           PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT.

           CLOSE TARJETAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PINT-ERR-ENTER.

       PTARJ-CERRADA.
           SET RECH-OP-ACCESO TO TRUE.
           SET RECH-TARJ-CERRADA TO TRUE.
           MOVE 0 TO CENT-RECHAZO.
           PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT.

           CLOSE TARJETAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PINT-ERR-ENTER.

       PTARJ-CADUCADA.
           SET RECH-OP-ACCESO TO TRUE.
           SET RECH-TARJ-CADUCADA TO TRUE.
           MOVE 0 TO CENT-RECHAZO.
           PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT.

           CLOSE TARJETAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           SUBTRACT 1 FROM IINTENTOS.
           REWRITE INTENTOSREG INVALID KEY GO TO PSYS-ERR.

           SET RECH-OP-ACCESO TO TRUE.
           SET RECH-PIN-ERRONEO TO TRUE.
           MOVE 0 TO CENT-RECHAZO.
           PERFORM APUNTAR-RECHAZO THRU APUNTAR-RECHAZO-EXIT.

           CLOSE TARJETAS.
           CLOSE INTENTOS.

           MOVE TARJETA-ORIGEN TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           MOVE CENT-SALDO-TMP TO CENT-SALDO-ORD-USER.
           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.

           MOVE TARJETA-DESTINO TO SALDO-TARJETA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
       DESTINO-DESAPARECIDO.
           CLOSE TARJETAS.
           SET TRANSF-RECHAZADA TO TRUE.
           SET DPE-TRANSF TO TRUE.
           MOVE TRANSF-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE TRANSF-REG INVALID KEY GO TO PSYS-ERR.
           GO TO LEER-TRANSF.

      *>   ---------------------------------------------------------
      *>   LEER-DESCUBIERTO: limite de la linea de descubierto de la
      *>   tarjeta en descubiertos.ubd (BANK43), en centimos. Sin
      *>   fichero, sin registro o fuera de vigencia (antes del alta o
      *>   pasada la fecha de revision), la linea es cero.
      *>   ---------------------------------------------------------
       LEER-DESCUBIERTO.
           MOVE 0 TO CENT-DESCUBIERTO.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           OPEN INPUT DESCUBIERTOS.
           IF FSD <> 00 AND FSD <> 05
               GO TO LEER-DESCUBIERTO-EXIT.
           MOVE TARJETA-ORIGEN TO DESC-TARJETA.
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
      *>   LEER-SALDO: deja en CENT-SALDO-TMP el saldo contabilizado,
      *>   en centimos, de la tarjeta indicada en SALDO-TARJETA. Si la
           MOVE 0 TO SALDO-ENT.
           MOVE 0 TO SALDO-DEC.
           MOVE 0 TO SALDO-ULTIMO-MOV.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE 0 TO CENT-SALDO-TMP.

      *>   incremento (o decremento, si es negativo) CENT-DELTA-SALDO,
      *>   en centimos, dejando el saldo contabilizado al dia.
      *>   ---------------------------------------------------------
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
           READ SALDOS INVALID KEY GO TO SIGUIENTE-MOV-NUM-NUEVO.
           ADD 1 TO SALDO-ULTIMO-MOV.
           MOVE SALDO-ULTIMO-MOV TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.
           GO TO SIGUIENTE-MOV-NUM-EXIT.

           MOVE 0 TO SALDO-DEC.
           MOVE 1 TO SALDO-ULTIMO-MOV.
           MOVE 1 TO LAST-MOV-NUM.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR.

       SIGUIENTE-MOV-NUM-EXIT.
       CIFRAR-CARACTER-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   APUNTAR-RECHAZO: deja en rechazos.ubd la negativa que se
      *>   acaba de dar a la tarjeta TNUM. El llamante fija antes la
      *>   operacion y el motivo (RECH-OPERACION, RECH-MOTIVO) y el
      *>   importe intentado en CENT-RECHAZO. Un fallo del diario no
      *>   cambia lo que ve el cliente: la negativa ya esta dada.
      *>   ---------------------------------------------------------
       APUNTAR-RECHAZO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE TNUM TO RECH-TARJETA.
           STRING ANO DELIMITED BY SIZE
               MES DELIMITED BY SIZE
               DIA DELIMITED BY SIZE
               HORAS DELIMITED BY SIZE
               MINUTOS DELIMITED BY SIZE
               SEGUNDOS DELIMITED BY SIZE
               INTO RECH-FECHA-HORA.
           MOVE 0 TO RECH-SECUENCIA.
           COMPUTE RECH-IMPORTE-ENT = CENT-RECHAZO / 100.
           MOVE FUNCTION MOD(CENT-RECHAZO, 100) TO RECH-IMPORTE-DEC.

           OPEN I-O RECHAZOS.
           IF FSRE <> 00 AND FSRE <> 05
               GO TO APUNTAR-RECHAZO-EXIT.

       APUNTAR-RECHAZO-GRABAR.
           WRITE RECHAZO-REG INVALID KEY
               IF RECH-SECUENCIA < 99
                   ADD 1 TO RECH-SECUENCIA
                   GO TO APUNTAR-RECHAZO-GRABAR
               END-IF
           END-WRITE.
           CLOSE RECHAZOS.

       APUNTAR-RECHAZO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   COMPROBAR-TERMINAL: situacion de TERMINAL-CAJERO en el
      *>   maestro de cajeros. Sin fichero o sin registro, el terminal
      *>   es desconocido y el cajero no opera.
      *>   ---------------------------------------------------------
       COMPROBAR-TERMINAL.
           SET TERMINAL-DESCONOCIDO TO TRUE.
           OPEN INPUT TERMINALES.
           IF FSTE <> 00
               GO TO COMPROBAR-TERMINAL-EXIT.
           MOVE TERMINAL-CAJERO TO TERM-ID.
           READ TERMINALES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE TERM-UBICACION TO UBICACION-MOSTRADA
                   IF TERM-EN-SERVICIO
                       SET TERMINAL-OPERATIVO TO TRUE
                   ELSE
                       SET TERMINAL-INACTIVO TO TRUE
                   END-IF
           END-READ.
           CLOSE TERMINALES.

       COMPROBAR-TERMINAL-EXIT.
           EXIT.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80.
           IF ENTER-PRESSED
