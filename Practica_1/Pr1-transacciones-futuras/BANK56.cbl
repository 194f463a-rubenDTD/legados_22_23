       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK56.

      *> Parte nocturno de operaciones denegadas. BANK1, BANK4, BANK6
      *> y BANK7 apuntan en rechazos.ubd cada negativa que da el
      *> cajero (pin erroneo, tarjeta retenida, caducada o de baja,
      *> saldo insuficiente, limite de la tarjeta, importe que el
      *> cajero no puede dispensar, destino de baja); este batch
      *> resume las del dia de proceso en rechazos_dia.txt:
      *>
      *>   - por tarjeta: cuantas negativas tuvo, repartidas en pin,
      *>     estado de la tarjeta, saldo, limite y otras, y el
      *>     importe que se intento mover;
      *>   - por motivo: cuantas negativas y cuanto importe;
      *>   - los totales del dia.
      *>
      *> Solo lee: el diario no se purga desde aqui. La criba de
      *> fraude de esas mismas negativas la hace BANK32.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECH-CLAVE
           FILE STATUS IS FSRE.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.

       DATA DIVISION.
       FILE SECTION.
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

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "rechazos_dia.txt".
       01 INFORME-LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSRE                     PIC  X(2).
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

      *> Acumulado de la tarjeta en curso: el diario va ordenado por
      *> tarjeta, asi que basta un corte de control.
       77 TARJ-EN-CURSO            PIC  9(16) VALUE 0.
       77 TARJ-NEGATIVAS           PIC  9(6) VALUE 0.
       77 TARJ-PIN                 PIC  9(6).
       77 TARJ-ESTADO              PIC  9(6).
       77 TARJ-SALDO               PIC  9(6).
       77 TARJ-LIMITE              PIC  9(6).
       77 TARJ-OTRAS               PIC  9(6).
       77 TARJ-CENT                PIC  9(11).

       77 CENT-RECHAZO             PIC  9(9).
       77 NUM-RECHAZOS-DIA         PIC  9(6) VALUE 0.
       77 NUM-TARJETAS-DIA         PIC  9(6) VALUE 0.
       77 CENT-TOTAL-DIA           PIC  9(11) VALUE 0.

      *> Motivos de negativa, con los mismos codigos que RECH-MOTIVO.
       78 NUM-MOTIVOS              VALUE 9.
       01 TABLA-MOTIVOS.
           05 MOTIVO-TABLA OCCURS 9 TIMES INDEXED BY IDX-MOT.
               10 TMOT-CODIGO       PIC  9(2).
               10 TMOT-TEXTO        PIC  X(30).
               10 TMOT-NUM          PIC  9(6).
               10 TMOT-CENT         PIC  9(11).

       01 LINEA-CABECERA.
           02 FILLER               PIC X(40) VALUE
               "OPERACIONES DENEGADAS EN CAJERO DEL DIA ".
           02 CAB-DIA              PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-MES              PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-ANO              PIC 9(4).
           02 FILLER               PIC X(82) VALUE SPACES.

       01 LINEA-SECCION.
           02 SEC-TEXTO            PIC X(60).
           02 FILLER               PIC X(72) VALUE SPACES.

       01 LINEA-TITULOS-TARJETA.
           02 FILLER               PIC X(18) VALUE "TARJETA".
           02 FILLER               PIC X(11) VALUE "NEGATIVAS".
           02 FILLER               PIC X(6) VALUE "PIN".
           02 FILLER               PIC X(8) VALUE "ESTADO".
           02 FILLER               PIC X(7) VALUE "SALDO".
           02 FILLER               PIC X(8) VALUE "LIMITE".
           02 FILLER               PIC X(7) VALUE "OTRAS".
           02 FILLER               PIC X(18) VALUE "IMPORTE INTENTADO".
           02 FILLER               PIC X(49) VALUE SPACES.

       01 LINEA-TARJETA.
           02 LTA-TARJETA          PIC 9(16).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LTA-NEGATIVAS        PIC ZZZZZ9.
           02 FILLER               PIC X(5) VALUE SPACES.
           02 LTA-PIN              PIC ZZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LTA-ESTADO           PIC ZZZ9.
           02 FILLER               PIC X(4) VALUE SPACES.
           02 LTA-SALDO            PIC ZZZ9.
           02 FILLER               PIC X(3) VALUE SPACES.
           02 LTA-LIMITE           PIC ZZZ9.
           02 FILLER               PIC X(4) VALUE SPACES.
           02 LTA-OTRAS            PIC ZZZ9.
           02 FILLER               PIC X(3) VALUE SPACES.
           02 LTA-IMPORTE-ENT      PIC ZZZZZZZZ9.
           02 FILLER               PIC X(1) VALUE ",".
           02 LTA-IMPORTE-DEC      PIC 9(2).
           02 FILLER               PIC X(55) VALUE SPACES.

       01 LINEA-TITULOS-MOTIVO.
           02 FILLER               PIC X(36) VALUE "MOTIVO".
           02 FILLER               PIC X(10) VALUE "NEGATIVAS".
           02 FILLER               PIC X(17) VALUE "IMPORTE INTENTADO".
           02 FILLER               PIC X(69) VALUE SPACES.

       01 LINEA-MOTIVO.
           02 LMO-CODIGO           PIC 9(2).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LMO-TEXTO            PIC X(30).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LMO-NUM              PIC ZZZZZ9.
           02 FILLER               PIC X(4) VALUE SPACES.
           02 LMO-IMPORTE-ENT      PIC ZZZZZZZZ9.
           02 FILLER               PIC X(1) VALUE ",".
           02 LMO-IMPORTE-DEC      PIC 9(2).
           02 FILLER               PIC X(74) VALUE SPACES.

       01 LINEA-TOTAL.
           02 TOT-TEXTO            PIC X(30).
           02 TOT-NUM              PIC ZZZZZ9.
           02 FILLER               PIC X(96) VALUE SPACES.

       01 LINEA-TOTAL-IMPORTE.
           02 TOI-TEXTO            PIC X(30).
           02 TOI-IMPORTE-ENT      PIC ZZZZZZZZ9.
           02 FILLER               PIC X(1) VALUE ",".
           02 TOI-IMPORTE-DEC      PIC 9(2).
           02 FILLER               PIC X(4) VALUE " EUR".
           02 FILLER               PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY "BANK56 - parte de operaciones denegadas del dia".
           DISPLAY "Fecha de proceso: " DIA "/" MES "/" ANO.

           OPEN INPUT RECHAZOS.
           IF FSRE <> 00 AND FSRE <> 05
               DISPLAY "BANK56: error al abrir rechazos.ubd, FS=" FSRE
               GO TO FIN-BATCH-ERROR.
           OPEN OUTPUT INFORME.
           IF FSR <> 00
               CLOSE RECHAZOS
               DISPLAY "BANK56: error al abrir rechazos_dia.txt, FS="
                   FSR
               GO TO FIN-BATCH-ERROR.

           PERFORM CARGAR-MOTIVOS THRU CARGAR-MOTIVOS-EXIT.

           MOVE DIA TO CAB-DIA.
           MOVE MES TO CAB-MES.
           MOVE ANO TO CAB-ANO.
           WRITE INFORME-LINEA FROM LINEA-CABECERA.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE "NEGATIVAS POR TARJETA" TO SEC-TEXTO.
           WRITE INFORME-LINEA FROM LINEA-SECCION.
           WRITE INFORME-LINEA FROM LINEA-TITULOS-TARJETA.

       LEER-RECHAZOS.
           READ RECHAZOS NEXT RECORD AT END
               GO TO LEER-RECHAZOS-FIN.
               IF RECH-FECHA-HORA(1:8) NOT = FECHA
                   GO TO LEER-RECHAZOS.
               IF RECH-TARJETA NOT = TARJ-EN-CURSO
                   PERFORM CERRAR-TARJETA THRU CERRAR-TARJETA-EXIT
                   MOVE RECH-TARJETA TO TARJ-EN-CURSO
               END-IF.
               PERFORM ACUMULAR-RECHAZO THRU ACUMULAR-RECHAZO-EXIT.
               GO TO LEER-RECHAZOS.

       LEER-RECHAZOS-FIN.
           PERFORM CERRAR-TARJETA THRU CERRAR-TARJETA-EXIT.
           CLOSE RECHAZOS.

           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE "NEGATIVAS POR MOTIVO" TO SEC-TEXTO.
           WRITE INFORME-LINEA FROM LINEA-SECCION.
           WRITE INFORME-LINEA FROM LINEA-TITULOS-MOTIVO.
           PERFORM LISTAR-MOTIVO THRU LISTAR-MOTIVO-EXIT
               VARYING IDX-MOT FROM 1 BY 1
               UNTIL IDX-MOT > NUM-MOTIVOS.

           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE "TOTALES DEL DIA" TO SEC-TEXTO.
           WRITE INFORME-LINEA FROM LINEA-SECCION.
           MOVE "  Operaciones denegadas" TO TOT-TEXTO.
           MOVE NUM-RECHAZOS-DIA TO TOT-NUM.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.
           MOVE "  Tarjetas afectadas" TO TOT-TEXTO.
           MOVE NUM-TARJETAS-DIA TO TOT-NUM.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.
           MOVE "  Importe intentado" TO TOI-TEXTO.
           COMPUTE TOI-IMPORTE-ENT = CENT-TOTAL-DIA / 100.
           MOVE FUNCTION MOD(CENT-TOTAL-DIA, 100) TO TOI-IMPORTE-DEC.
           WRITE INFORME-LINEA FROM LINEA-TOTAL-IMPORTE.

           CLOSE INFORME.

           DISPLAY "BANK56: negativas " NUM-RECHAZOS-DIA
               " tarjetas " NUM-TARJETAS-DIA.
           STOP RUN.

      *>   ---------------------------------------------------------
      *>   ACUMULAR-RECHAZO: suma la negativa a la tarjeta en curso,
      *>   a su motivo y al total del dia.
      *>   ---------------------------------------------------------
       ACUMULAR-RECHAZO.
           COMPUTE CENT-RECHAZO =
               (RECH-IMPORTE-ENT * 100) + RECH-IMPORTE-DEC.

           ADD 1 TO TARJ-NEGATIVAS.
           ADD CENT-RECHAZO TO TARJ-CENT.
           ADD 1 TO NUM-RECHAZOS-DIA.
           ADD CENT-RECHAZO TO CENT-TOTAL-DIA.

           IF RECH-PIN-ERRONEO OR RECH-SIN-INTENTOS
               ADD 1 TO TARJ-PIN
           ELSE IF RECH-TARJ-RETENIDA OR RECH-TARJ-CADUCADA
                   OR RECH-TARJ-CERRADA
               ADD 1 TO TARJ-ESTADO
           ELSE IF RECH-SALDO-INSUF
               ADD 1 TO TARJ-SALDO
           ELSE IF RECH-LIMITE
               ADD 1 TO TARJ-LIMITE
           ELSE
               ADD 1 TO TARJ-OTRAS.

           PERFORM BUSCAR-MOTIVO
               VARYING IDX-MOT FROM 1 BY 1
               UNTIL IDX-MOT > NUM-MOTIVOS
                  OR TMOT-CODIGO(IDX-MOT) = RECH-MOTIVO.
           IF IDX-MOT > NUM-MOTIVOS
               GO TO ACUMULAR-RECHAZO-EXIT.
           ADD 1 TO TMOT-NUM(IDX-MOT).
           ADD CENT-RECHAZO TO TMOT-CENT(IDX-MOT).

       ACUMULAR-RECHAZO-EXIT.
           EXIT.

       BUSCAR-MOTIVO.
           CONTINUE.

      *>   ---------------------------------------------------------
      *>   CERRAR-TARJETA: linea de la tarjeta que acaba de terminar
      *>   en el diario, y contadores a cero para la siguiente.
      *>   ---------------------------------------------------------
       CERRAR-TARJETA.
           IF TARJ-NEGATIVAS = 0
               GO TO CERRAR-TARJETA-LIMPIAR.

           ADD 1 TO NUM-TARJETAS-DIA.
           MOVE TARJ-EN-CURSO TO LTA-TARJETA.
           MOVE TARJ-NEGATIVAS TO LTA-NEGATIVAS.
           MOVE TARJ-PIN TO LTA-PIN.
           MOVE TARJ-ESTADO TO LTA-ESTADO.
           MOVE TARJ-SALDO TO LTA-SALDO.
           MOVE TARJ-LIMITE TO LTA-LIMITE.
           MOVE TARJ-OTRAS TO LTA-OTRAS.
           COMPUTE LTA-IMPORTE-ENT = TARJ-CENT / 100.
           MOVE FUNCTION MOD(TARJ-CENT, 100) TO LTA-IMPORTE-DEC.
           WRITE INFORME-LINEA FROM LINEA-TARJETA.

       CERRAR-TARJETA-LIMPIAR.
           MOVE 0 TO TARJ-NEGATIVAS.
           MOVE 0 TO TARJ-PIN.
           MOVE 0 TO TARJ-ESTADO.
           MOVE 0 TO TARJ-SALDO.
           MOVE 0 TO TARJ-LIMITE.
           MOVE 0 TO TARJ-OTRAS.
           MOVE 0 TO TARJ-CENT.

       CERRAR-TARJETA-EXIT.
           EXIT.

       LISTAR-MOTIVO.
           MOVE TMOT-CODIGO(IDX-MOT) TO LMO-CODIGO.
           MOVE TMOT-TEXTO(IDX-MOT) TO LMO-TEXTO.
           MOVE TMOT-NUM(IDX-MOT) TO LMO-NUM.
           COMPUTE LMO-IMPORTE-ENT = TMOT-CENT(IDX-MOT) / 100.
           MOVE FUNCTION MOD(TMOT-CENT(IDX-MOT), 100)
               TO LMO-IMPORTE-DEC.
           WRITE INFORME-LINEA FROM LINEA-MOTIVO.

       LISTAR-MOTIVO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CARGAR-MOTIVOS: codigos y textos de la tabla de motivos,
      *>   en el orden en que salen en el parte.
      *>   ---------------------------------------------------------
       CARGAR-MOTIVOS.
           MOVE 01 TO TMOT-CODIGO(1).
           MOVE "Pin erroneo" TO TMOT-TEXTO(1).
           MOVE 02 TO TMOT-CODIGO(2).
           MOVE "Pin erroneo, sin mas intentos" TO TMOT-TEXTO(2).
           MOVE 03 TO TMOT-CODIGO(3).
           MOVE "Tarjeta retenida" TO TMOT-TEXTO(3).
           MOVE 04 TO TMOT-CODIGO(4).
           MOVE "Tarjeta caducada" TO TMOT-TEXTO(4).
           MOVE 05 TO TMOT-CODIGO(5).
           MOVE "Tarjeta dada de baja" TO TMOT-TEXTO(5).
           MOVE 11 TO TMOT-CODIGO(6).
           MOVE "Saldo insuficiente" TO TMOT-TEXTO(6).
           MOVE 12 TO TMOT-CODIGO(7).
           MOVE "Supera el limite de la tarjeta" TO TMOT-TEXTO(7).
           MOVE 13 TO TMOT-CODIGO(8).
           MOVE "Importe no dispensable" TO TMOT-TEXTO(8).
           MOVE 14 TO TMOT-CODIGO(9).
           MOVE "Destino dado de baja" TO TMOT-TEXTO(9).
           PERFORM LIMPIAR-MOTIVO
               VARYING IDX-MOT FROM 1 BY 1
               UNTIL IDX-MOT > NUM-MOTIVOS.

       CARGAR-MOTIVOS-EXIT.
           EXIT.

       LIMPIAR-MOTIVO.
           MOVE 0 TO TMOT-NUM(IDX-MOT).
           MOVE 0 TO TMOT-CENT(IDX-MOT).

       FIN-BATCH-ERROR.
      *>   Codigo de retorno distinto de cero: el lanzador de la
      *>   cadena (BANK31) apunta el paso en error, no completado.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
