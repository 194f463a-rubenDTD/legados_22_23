      *> abonarse, de modo que una cancelacion interrumpida se reanuda
      *> sin devolver dos veces la misma entrada. Como BANK11 y BANK12,
      *> es una herramienta de sucursal y no cuelga de PMENU.
      *>
      *> Cerrar la venta (o cancelar) deja el evento marcado con la
      *> venta cerrada, que no es lo mismo que agotado: un evento
      *> agotado pero en venta admite lista de espera en BANK7 y
      *> devoluciones desde "Mis entradas" en BANK17; uno cerrado no.
      *> Subir el aforo disponible reabre la venta de un evento sin
      *> liquidar, y las plazas nuevas se ofrecen primero a la lista
      *> de espera (BANK61).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 EVENTO-LIQUIDADO      PIC  9(1).
               88 EVENTO-SIN-LIQUIDAR VALUE 0.
               88 EVENTO-YA-LIQUIDADO VALUE 1.
           02 EVENTO-VENTA          PIC  9(1).
               88 EVENTO-EN-VENTA      VALUE 0.
               88 EVENTO-VENTA-CERRADA VALUE 1.

      *> Maestro de promotores (BANK37): cada evento apunta al suyo y
      *> la liquidacion de BANK38 le paga por el.
           02 BILLETE-ESTADO        PIC  9(1).
               88 BILLETE-VALIDO     VALUE 0.
               88 BILLETE-DEVUELTO   VALUE 1.
           02 BILLETE-GASTOS-ENT    PIC  9(5).
           02 BILLETE-GASTOS-DEC    PIC  9(2).

       FD F-MOVIMIENTOS
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

       WORKING-STORAGE SECTION.
       77 FSE                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSCO                     PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK16".
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

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
           MOVE AFORO-NUEVO TO EVENTO-AFORO-DISP.
           MOVE PROMOTOR-NUEVO TO EVENTO-PROMOTOR.
           SET EVENTO-SIN-LIQUIDAR TO TRUE.
           SET EVENTO-EN-VENTA TO TRUE.
           SET DPE-EVENTOS TO TRUE.
           MOVE EVENTO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE EVENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE EVENTOS.

           MOVE PRECIO-ENT-NUEVO TO EVENTO-PRECIO-ENT.
           MOVE PRECIO-DEC-NUEVO TO EVENTO-PRECIO-DEC.
           MOVE AFORO-NUEVO TO EVENTO-AFORO-DISP.
      *>   Con aforo disponible, un evento sin liquidar vuelve a
      *>   estar en venta aunque antes se cerrara.
           IF AFORO-NUEVO > 0 AND EVENTO-SIN-LIQUIDAR
               SET EVENTO-EN-VENTA TO TRUE.
           SET DPE-EVENTOS TO TRUE.
           MOVE EVENTO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE EVENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE EVENTOS.

      *>   Las plazas que haya ahora libres van antes a la lista de
      *>   espera del evento que a la venta general.
           MOVE EVENTO-NUM-ELEGIDO TO EPE-EVENTO.
           CALL "BANK61" USING ESPERA-PETICION.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Evento actualizado correctamente." LINE 9 COL 23.
           IF EPE-ASIGNADAS > 0
               DISPLAY "Entradas asignadas a la lista de espera:"
                   LINE 11 COL 20
               DISPLAY EPE-ASIGNADAS LINE 11 COL 61.
           IF EPE-ERROR
               DISPLAY "No se pudo completar el reparto a la lista"
                   LINE 13 COL 20 WITH BACKGROUND-COLOR RED
               DISPLAY "de espera; repita la modificacion." LINE 14
                   COL 20 WITH BACKGROUND-COLOR RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *> ---------------------------------------------------------
      *> Cierre de la venta: el evento queda con la venta cerrada y
      *> el aforo disponible a cero, BANK7 deja de listarlo y su
      *> lista de espera caduca, sin tocar lo ya vendido.
      *> ---------------------------------------------------------
       CERRAR-VENTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           READ EVENTOS INVALID KEY GO TO EVENTO-NO-EXISTE.

           MOVE 0 TO EVENTO-AFORO-DISP.
           SET EVENTO-VENTA-CERRADA TO TRUE.
           SET DPE-EVENTOS TO TRUE.
           MOVE EVENTO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE EVENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE EVENTOS.

           MOVE EVENTO-NUM-ELEGIDO TO EPE-EVENTO.
           CALL "BANK61" USING ESPERA-PETICION.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Venta cerrada: el evento ya no se ofrece."
               LINE 9 COL 20.
      *>   liquidar al promotor y se marca para que BANK38 lo salte.
           MOVE 0 TO EVENTO-AFORO-DISP.
           SET EVENTO-YA-LIQUIDADO TO TRUE.
           SET EVENTO-VENTA-CERRADA TO TRUE.
           SET DPE-EVENTOS TO TRUE.
           MOVE EVENTO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE EVENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE EVENTOS.

           CLOSE SALDOS.
           CLOSE NOTIFICACIONES.

           MOVE EVENTO-NUM-ELEGIDO TO EPE-EVENTO.
           CALL "BANK61" USING ESPERA-PETICION.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Evento cancelado. Entradas devueltas:" LINE 9
               COL 20.

           ADD CENT-PRECIO-BILLETE TO CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION REM(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ENCOLAR-NOTIF THRU ENCOLAR-NOTIF-EXIT.
           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT.

           SET BILLETE-DEVUELTO TO TRUE.
           MOVE 0 TO BILLETE-GASTOS-ENT.
           MOVE 0 TO BILLETE-GASTOS-DEC.
           REWRITE BILLETE-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-BILLETES-DEVUELTOS.

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
