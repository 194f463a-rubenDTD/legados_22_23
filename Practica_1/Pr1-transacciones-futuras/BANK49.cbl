       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK49.

      *> Informe de fin de mes de depositos a plazo: el principal de
      *> los depositos vivos esta fuera de saldos.ubd y sus intereses
      *> no se abonan hasta el vencimiento (BANK48), asi que ni el
      *> cuadre de BANK15 ni la contabilidad de BANK33 los reflejan.
      *> Este batch deja en depositos_informe.txt una linea por
      *> deposito vivo con su principal, tipo pactado, fechas, dias
      *> transcurridos e interes bruto devengado y aun no pagado a
      *> fecha de proceso (interes simple, base 365, como BANK48), con
      *> totales al pie. Aparte lista los depositos vencidos o
      *> cancelados cuya liquidacion sigue a medias, que son dinero
      *> debido al cliente. Solo lee; no toca ningun fichero maestro.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           FILE STATUS IS FSDP.

           SELECT OPTIONAL INFORME-DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.

       DATA DIVISION.
       FILE SECTION.
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

       FD INFORME-DEPOSITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "depositos_informe.txt".
       01 INFORME-LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSDP                     PIC  X(2).
       77 FSR                      PIC  X(2).

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

      *> Resultado de la primera apertura de depositos.ubd: las dos
      *> pasadas se saltan si el maestro opcional aun no existe.
       77 MAESTRO-DEPOSITOS        PIC  9(1) VALUE 0.
           88 HAY-DEPOSITOS          VALUE 0.
           88 SIN-DEPOSITOS          VALUE 1.

      *> Devengo a fecha de proceso; el tipo va en centesimas de
      *> punto (2,50 % = 250).
       77 CENT-PRINCIPAL           PIC S9(9).
       77 CENT-DEVENGADO           PIC S9(9).
       77 CENT-PENDIENTE           PIC S9(9).
       77 TIPO-PACTADO             PIC S9(5).
       77 DIAS-DEVENGO             PIC S9(7).

       77 NUM-VIVOS                PIC  9(6) VALUE 0.
       77 NUM-PENDIENTES           PIC  9(6) VALUE 0.
       77 CENT-TOTAL-PRINCIPAL     PIC S9(11) VALUE 0.
       77 CENT-TOTAL-DEVENGADO     PIC S9(11) VALUE 0.
       77 CENT-TOTAL-PENDIENTE     PIC S9(11) VALUE 0.

       01 LINEA-CABECERA.
           02 FILLER               PIC X(34) VALUE
               "DEPOSITOS A PLAZO VIVOS AL DIA    ".
           02 CAB-DIA              PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-MES              PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-ANO              PIC 9(4).
           02 FILLER               PIC X(88) VALUE SPACES.

       01 LINEA-TITULOS.
           02 FILLER               PIC X(11) VALUE "DEPOSITO".
           02 FILLER               PIC X(17) VALUE "TARJETA".
           02 FILLER               PIC X(12) VALUE " PRINCIPAL".
           02 FILLER               PIC X(7) VALUE " TIPO".
           02 FILLER               PIC X(10) VALUE "ALTA".
           02 FILLER               PIC X(10) VALUE "VENCE".
           02 FILLER               PIC X(7) VALUE " DIAS".
           02 FILLER               PIC X(10) VALUE " DEVENGADO".
           02 FILLER               PIC X(48) VALUE SPACES.

       01 LINEA-VIVO.
           02 VIV-NUM              PIC 9(10).
           02 FILLER               PIC X(1) VALUE " ".
           02 VIV-TARJETA          PIC 9(16).
           02 FILLER               PIC X(1) VALUE " ".
           02 VIV-PRINCIPAL-ENT    PIC ZZZZZZ9.
           02 FILLER               PIC X(1) VALUE ",".
           02 VIV-PRINCIPAL-DEC    PIC 9(2).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 VIV-TIPO-ENT         PIC Z9.
           02 FILLER               PIC X(1) VALUE ",".
           02 VIV-TIPO-DEC         PIC 9(2).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 VIV-ALTA             PIC 9(8).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 VIV-VENCE            PIC 9(8).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 VIV-DIAS             PIC ZZZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 VIV-DEVENGADO-ENT    PIC ZZZZZZ9.
           02 FILLER               PIC X(1) VALUE ",".
           02 VIV-DEVENGADO-DEC    PIC 9(2).
           02 FILLER               PIC X(48) VALUE SPACES.

       01 LINEA-PENDIENTE.
           02 FILLER               PIC X(9) VALUE "DEPOSITO ".
           02 PEN-NUM              PIC 9(10).
           02 FILLER               PIC X(9) VALUE " TARJETA ".
           02 PEN-TARJETA          PIC 9(16).
           02 FILLER               PIC X(1) VALUE " ".
           02 PEN-ESTADO           PIC X(9).
           02 FILLER               PIC X(6) VALUE " FASE ".
           02 PEN-FASE             PIC 9(1).
           02 FILLER               PIC X(15) VALUE " POR ABONAR:   ".
           02 PEN-IMPORTE-SIGNO    PIC X(1).
           02 PEN-IMPORTE-ENT      PIC 9(9).
           02 FILLER               PIC X(1) VALUE ",".
           02 PEN-IMPORTE-DEC      PIC 9(2).
           02 FILLER               PIC X(43) VALUE SPACES.

       01 LINEA-TOTAL.
           02 TOT-ETIQUETA         PIC X(40).
           02 TOT-SIGNO            PIC X(1).
           02 TOT-ENT              PIC 9(11).
           02 FILLER               PIC X(1) VALUE ",".
           02 TOT-DEC              PIC 9(2).
           02 FILLER               PIC X(4) VALUE " EUR".
           02 FILLER               PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY "BANK49 - informe de depositos a plazo vivos".
           DISPLAY "Fecha de proceso: " DIA "/" MES "/" ANO.

           OPEN INPUT DEPOSITOS.
           IF FSDP <> 00 AND FSDP <> 05
               DISPLAY "BANK49: error al abrir depositos.ubd, FS=" FSDP
               GO TO FIN-BATCH-ERROR.
           IF FSDP = 05
               SET SIN-DEPOSITOS TO TRUE.
           OPEN OUTPUT INFORME-DEPOSITOS.
           IF FSR <> 00
               CLOSE DEPOSITOS
               DISPLAY "BANK49: error al abrir depositos_informe.txt,"
                   " FS=" FSR
               GO TO FIN-BATCH-ERROR.

           MOVE DIA TO CAB-DIA.
           MOVE MES TO CAB-MES.
           MOVE ANO TO CAB-ANO.
           WRITE INFORME-LINEA FROM LINEA-CABECERA.
           WRITE INFORME-LINEA FROM LINEA-TITULOS.

      *>   Sin maestro todavia, el informe sale con los totales a cero.
           IF SIN-DEPOSITOS
               GO TO LEER-VIVOS-FIN.

      *>   Primera pasada: depositos vivos y su devengo.
       LEER-VIVOS.
           READ DEPOSITOS NEXT RECORD AT END GO TO LEER-VIVOS-FIN.
               IF DEP-NUM = 0 OR NOT DEPOSITO-VIVO THEN
                   GO TO LEER-VIVOS
               END-IF.
               PERFORM LISTAR-VIVO THRU LISTAR-VIVO-EXIT.
               GO TO LEER-VIVOS.

       LEER-VIVOS-FIN.
           CLOSE DEPOSITOS.

           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE "TOTAL PRINCIPAL VIVO:" TO TOT-ETIQUETA.
           MOVE SPACE TO TOT-SIGNO.
           IF CENT-TOTAL-PRINCIPAL < 0
               MOVE "-" TO TOT-SIGNO.
           COMPUTE TOT-ENT = CENT-TOTAL-PRINCIPAL / 100.
           MOVE FUNCTION REM(CENT-TOTAL-PRINCIPAL, 100) TO TOT-DEC.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.
           MOVE "TOTAL INTERES DEVENGADO NO PAGADO:" TO TOT-ETIQUETA.
           MOVE SPACE TO TOT-SIGNO.
           IF CENT-TOTAL-DEVENGADO < 0
               MOVE "-" TO TOT-SIGNO.
           COMPUTE TOT-ENT = CENT-TOTAL-DEVENGADO / 100.
           MOVE FUNCTION REM(CENT-TOTAL-DEVENGADO, 100) TO TOT-DEC.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.

      *>   Segunda pasada: liquidaciones a medias.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE "DEPOSITOS CON LA LIQUIDACION PENDIENTE:"
               TO INFORME-LINEA.
           WRITE INFORME-LINEA.

           IF SIN-DEPOSITOS
               GO TO LEER-PENDIENTES-FIN.
           OPEN INPUT DEPOSITOS.
           IF FSDP <> 00
               DISPLAY "BANK49: error al reabrir depositos.ubd, FS="
                   FSDP
               GO TO FIN-BATCH-ERROR.

       LEER-PENDIENTES.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO LEER-PENDIENTES-CERRAR.
               IF DEP-NUM = 0 OR DEPOSITO-VIVO OR FASE-LIQUIDADA THEN
                   GO TO LEER-PENDIENTES
               END-IF.
               PERFORM LISTAR-PENDIENTE THRU LISTAR-PENDIENTE-EXIT.
               GO TO LEER-PENDIENTES.

       LEER-PENDIENTES-CERRAR.
           CLOSE DEPOSITOS.

       LEER-PENDIENTES-FIN.
           IF NUM-PENDIENTES = 0
               MOVE "NINGUNO" TO INFORME-LINEA
               WRITE INFORME-LINEA
           ELSE
               MOVE "TOTAL PENDIENTE DE ABONAR:" TO TOT-ETIQUETA
               MOVE SPACE TO TOT-SIGNO
               IF CENT-TOTAL-PENDIENTE < 0
                   MOVE "-" TO TOT-SIGNO
               END-IF
               COMPUTE TOT-ENT = CENT-TOTAL-PENDIENTE / 100
               MOVE FUNCTION REM(CENT-TOTAL-PENDIENTE, 100) TO TOT-DEC
               WRITE INFORME-LINEA FROM LINEA-TOTAL
           END-IF.

           CLOSE INFORME-DEPOSITOS.
           DISPLAY "BANK49: fin del proceso. Vivos: " NUM-VIVOS
               " Liquidaciones pendientes: " NUM-PENDIENTES.
           STOP RUN.

      *>   ---------------------------------------------------------
      *>   LISTAR-VIVO: linea del deposito vivo en curso con el
      *>   interes bruto devengado desde el alta hasta hoy al tipo
      *>   pactado. Un deposito que vence hoy aun no se ha liquidado y
      *>   devenga hasta su vencimiento, nunca mas alla.
      *>   ---------------------------------------------------------
       LISTAR-VIVO.
           COMPUTE CENT-PRINCIPAL =
               (DEP-IMPORTE-ENT * 100) + DEP-IMPORTE-DEC.
           IF FECHA-HOY-NUM > DEP-FECHA-VENCIMIENTO
               COMPUTE DIAS-DEVENGO =
                   FUNCTION INTEGER-OF-DATE(DEP-FECHA-VENCIMIENTO)
                   - FUNCTION INTEGER-OF-DATE(DEP-FECHA-ALTA)
           ELSE
               COMPUTE DIAS-DEVENGO =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM)
                   - FUNCTION INTEGER-OF-DATE(DEP-FECHA-ALTA)
           END-IF.
           COMPUTE TIPO-PACTADO = (DEP-TIPO-ENT * 100) + DEP-TIPO-DEC.
           COMPUTE CENT-DEVENGADO = (CENT-PRINCIPAL * TIPO-PACTADO
               * DIAS-DEVENGO) / 3650000.

           MOVE DEP-NUM TO VIV-NUM.
           MOVE DEP-TARJETA TO VIV-TARJETA.
           MOVE DEP-IMPORTE-ENT TO VIV-PRINCIPAL-ENT.
           MOVE DEP-IMPORTE-DEC TO VIV-PRINCIPAL-DEC.
           MOVE DEP-TIPO-ENT TO VIV-TIPO-ENT.
           MOVE DEP-TIPO-DEC TO VIV-TIPO-DEC.
           MOVE DEP-FECHA-ALTA TO VIV-ALTA.
           MOVE DEP-FECHA-VENCIMIENTO TO VIV-VENCE.
           MOVE DIAS-DEVENGO TO VIV-DIAS.
           COMPUTE VIV-DEVENGADO-ENT = CENT-DEVENGADO / 100.
           MOVE FUNCTION MOD(CENT-DEVENGADO, 100) TO VIV-DEVENGADO-DEC.
           WRITE INFORME-LINEA FROM LINEA-VIVO.

           ADD 1 TO NUM-VIVOS.
           ADD CENT-PRINCIPAL TO CENT-TOTAL-PRINCIPAL.
           ADD CENT-DEVENGADO TO CENT-TOTAL-DEVENGADO.

       LISTAR-VIVO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   LISTAR-PENDIENTE: deposito vencido o cancelado con fases de
      *>   la liquidacion sin abonar; el importe es lo que falta segun
      *>   la fase apuntada (principal, intereses, menos retencion).
      *>   ---------------------------------------------------------
       LISTAR-PENDIENTE.
           MOVE 0 TO CENT-PENDIENTE.
           IF FASE-SIN-LIQUIDAR
               COMPUTE CENT-PENDIENTE =
                   (DEP-IMPORTE-ENT * 100) + DEP-IMPORTE-DEC.
           IF FASE-SIN-LIQUIDAR OR FASE-PRINCIPAL-HECHO
               COMPUTE CENT-PENDIENTE = CENT-PENDIENTE
                   + (DEP-INTERES-ENT * 100) + DEP-INTERES-DEC.
           COMPUTE CENT-PENDIENTE = CENT-PENDIENTE
               - ((DEP-RETENCION-ENT * 100) + DEP-RETENCION-DEC).

           MOVE DEP-NUM TO PEN-NUM.
           MOVE DEP-TARJETA TO PEN-TARJETA.
           IF DEPOSITO-VENCIDO
               MOVE "VENCIDO" TO PEN-ESTADO
           ELSE
               MOVE "CANCELADO" TO PEN-ESTADO
           END-IF.
           MOVE DEP-FASE TO PEN-FASE.
      *>   Con el interes ya abonado solo queda la retencion, y lo
      *>   pendiente es negativo: signo aparte y magnitud.
           MOVE SPACE TO PEN-IMPORTE-SIGNO.
           IF CENT-PENDIENTE < 0
               MOVE "-" TO PEN-IMPORTE-SIGNO.
           COMPUTE PEN-IMPORTE-ENT = CENT-PENDIENTE / 100.
           MOVE FUNCTION REM(CENT-PENDIENTE, 100) TO PEN-IMPORTE-DEC.
           WRITE INFORME-LINEA FROM LINEA-PENDIENTE.

           ADD 1 TO NUM-PENDIENTES.
           ADD CENT-PENDIENTE TO CENT-TOTAL-PENDIENTE.

       LISTAR-PENDIENTE-EXIT.
           EXIT.

       FIN-BATCH-ERROR.
      *>   Codigo de retorno distinto de cero: el lanzador de la
      *>   cadena (BANK31) apunta el paso en error, no completado.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
