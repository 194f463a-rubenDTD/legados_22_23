       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK55.

      *> Caducidad y antiguedad de la cola de doble firma. Una
      *> propuesta de aprobaciones.ubd que lleva mas de
      *> DIAS-CADUCIDAD dias pendiente ya no refleja lo que se vio al
      *> proponerla (el saldo, la partida o la tarifa vigente pueden
      *> haber cambiado): este batch nocturno la da por caducada, con
      *> fecha de resolucion la de proceso y "BANK55" como operador, y
      *> lo apunta en la auditoria ("Caducada #n"). Si la accion
      *> sigue haciendo falta, el supervisor la vuelve a proponer.
      *>
      *> Deja aprobaciones_antiguedad.txt: las propuestas que siguen
      *> pendientes con los dias que llevan esperando, su tipo, quien
      *> las propuso y el importe, el recuento por tramos de espera
      *> y, al final, las caducadas esta noche. Nada se aplica desde
      *> aqui: aprobar o rechazar es cosa de BANK54.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APROBACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-NUM
           FILE STATUS IS FSAP.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-CLAVE
           FILE STATUS IS FSA.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.

       DATA DIVISION.
       FILE SECTION.
      *> Cola de doble firma: las acciones de sucursal que mueven
      *> dinero por encima del umbral de tarifas.ubd, y todo cambio
      *> de tarifas o de ficha de promotor, quedan aqui pendientes
      *> hasta que otro supervisor las aprueba o rechaza en BANK54;
      *> BANK55 caduca las que nadie trabaja. APR-REFERENCIA es el
      *> movimiento a ajustar, la partida de suspensos o el numero
      *> de promotor (1 para las tarifas); los campos de la propuesta
      *> que no son de su tipo van a ceros. El registro 0 solo lleva
      *> en APR-ULTIMO-NUM el ultimo numero dado.
       FD APROBACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "aprobaciones.ubd".
       01 APROBACION-REG.
           02 APR-NUM              PIC 9(8).
           02 APR-TIPO             PIC 9(1).
               88 APR-AJUSTE          VALUE 1.
               88 APR-SUSPENSO        VALUE 2.
               88 APR-TARIFA          VALUE 3.
               88 APR-PROMOTOR        VALUE 4.
           02 APR-ESTADO           PIC 9(1).
               88 APR-PENDIENTE       VALUE 0.
               88 APR-APROBADA        VALUE 1.
               88 APR-RECHAZADA       VALUE 2.
               88 APR-CADUCADA        VALUE 3.
           02 APR-FECHA-ALTA       PIC 9(8).
           02 APR-HORA-ALTA        PIC 9(6).
           02 APR-OPERADOR-ALTA    PIC X(10).
           02 APR-FECHA-RESOL      PIC 9(8).
           02 APR-OPERADOR-RESOL   PIC X(10).
           02 APR-MOTIVO-RECHAZO   PIC X(40).
           02 APR-REFERENCIA       PIC 9(35).
           02 APR-TARJETA          PIC 9(16).
           02 APR-IMPORTE-ENT      PIC 9(7).
           02 APR-IMPORTE-DEC      PIC 9(2).
           02 APR-ACCION           PIC 9(1).
               88 APR-REAPLICAR       VALUE 1.
               88 APR-SANEAR          VALUE 3.
           02 APR-PROM-NOMBRE      PIC X(30).
           02 APR-PROM-TARJETA     PIC 9(16).
           02 APR-PROM-CUENTA-EXT  PIC 9(16).
           02 APR-PROM-PCT-ENT     PIC 9(2).
           02 APR-PROM-PCT-DEC     PIC 9(2).
           02 APR-TAR-COMISION-ENT PIC 9(3).
           02 APR-TAR-COMISION-DEC PIC 9(2).
           02 APR-TAR-INTERES-ENT  PIC 9(2).
           02 APR-TAR-INTERES-DEC  PIC 9(2).
           02 APR-TAR-DEUDOR-ENT   PIC 9(2).
           02 APR-TAR-DEUDOR-DEC   PIC 9(2).
           02 APR-TAR-DESCUB-ENT   PIC 9(3).
           02 APR-TAR-DESCUB-DEC   PIC 9(2).
           02 APR-TAR-RETENC-ENT   PIC 9(2).
           02 APR-TAR-RETENC-DEC   PIC 9(2).
           02 APR-TAR-PENALIZ-ENT  PIC 9(2).
           02 APR-TAR-PENALIZ-DEC  PIC 9(2).
           02 APR-TAR-UMBRAL       PIC 9(7).
           02 APR-ULTIMO-NUM       PIC 9(8).

       FD AUDITLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDIT-REG.
           02 AUDIT-CLAVE.
               03 AUDIT-TARJETA      PIC 9(16).
               03 AUDIT-FECHA-HORA   PIC 9(14).
           02 AUDIT-SUPERVISOR       PIC X(10).
           02 AUDIT-ACCION           PIC X(20).

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "aprobaciones_antiguedad.txt".
       01 INFORME-LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSAP                     PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSR                      PIC  X(2).

      *> Dias que una propuesta puede esperar su segunda firma; el
      *> mismo plazo que aplica BANK54 al resolver.
       78 DIAS-CADUCIDAD           VALUE 7.

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
       77 DIAS-ESPERA              PIC S9(7).
       77 TIPO-TEXTO               PIC  X(8).
      *> Reintentos de la auditoria de una caducidad cuando la clave
      *> (tarjeta + instante) ya esta ocupada por otra de esta noche.
       77 REINTENTOS-AUDIT         PIC  9(2).

      *> Caducadas esta noche, para listarlas al final del informe.
       01 TABLA-CADUCADAS.
           05 NUM-CADUCADAS         PIC  9(4) VALUE 0.
           05 CADUCADA-TABLA OCCURS 500 TIMES INDEXED BY IDX-CAD.
               10 TCAD-NUM           PIC  9(8).
               10 TCAD-TIPO-TEXTO    PIC  X(8).
               10 TCAD-FECHA-ALTA    PIC  9(8).
               10 TCAD-OPERADOR      PIC  X(10).
               10 TCAD-IMPORTE-ENT   PIC  9(7).
               10 TCAD-IMPORTE-DEC   PIC  9(2).
               10 TCAD-TARJETA       PIC  9(16).

       77 NUM-CADUCADAS-TOTAL      PIC  9(6) VALUE 0.
       77 NUM-PENDIENTES           PIC  9(6) VALUE 0.
       77 NUM-TRAMO-1              PIC  9(6) VALUE 0.
       77 NUM-TRAMO-2              PIC  9(6) VALUE 0.
       77 NUM-TRAMO-3              PIC  9(6) VALUE 0.

       01 LINEA-CABECERA.
           02 FILLER               PIC X(45) VALUE
               "ANTIGUEDAD DE LA COLA DE DOBLE FIRMA A FECHA ".
           02 CAB-DIA              PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-MES              PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-ANO              PIC 9(4).
           02 FILLER               PIC X(77) VALUE SPACES.

       01 LINEA-SECCION.
           02 SEC-TEXTO            PIC X(60).
           02 FILLER               PIC X(72) VALUE SPACES.

       01 LINEA-TITULOS.
           02 FILLER               PIC X(10) VALUE "PROPUESTA".
           02 FILLER               PIC X(10) VALUE "TIPO".
           02 FILLER               PIC X(10) VALUE "ALTA".
           02 FILLER               PIC X(7) VALUE "DIAS".
           02 FILLER               PIC X(12) VALUE "PROPUESTO".
           02 FILLER               PIC X(13) VALUE "IMPORTE".
           02 FILLER               PIC X(16) VALUE "TARJETA".
           02 FILLER               PIC X(54) VALUE SPACES.

       01 LINEA-PROPUESTA.
           02 LPR-NUM              PIC 9(8).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LPR-TIPO             PIC X(8).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LPR-FECHA            PIC 9(8).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LPR-DIAS             PIC ZZZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LPR-OPERADOR         PIC X(10).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LPR-IMPORTE-ENT      PIC ZZZZZZ9.
           02 FILLER               PIC X(1) VALUE ",".
           02 LPR-IMPORTE-DEC      PIC 9(2).
           02 FILLER               PIC X(3) VALUE SPACES.
           02 LPR-TARJETA          PIC 9(16).
           02 FILLER               PIC X(54) VALUE SPACES.

       01 LINEA-TRAMO.
           02 TRA-TEXTO            PIC X(30).
           02 TRA-NUM              PIC ZZZZZ9.
           02 FILLER               PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY "BANK55 - caducidad y antiguedad de la doble firma".
           DISPLAY "Fecha de proceso: " DIA "/" MES "/" ANO.

           OPEN I-O APROBACIONES.
           IF FSAP <> 00 AND FSAP <> 05
               DISPLAY "BANK55: error al abrir aprobaciones.ubd, FS="
                   FSAP
               GO TO FIN-BATCH-ERROR.
           OPEN I-O AUDITLOG.
           IF FSA <> 00
               CLOSE APROBACIONES
               DISPLAY "BANK55: error al abrir auditoria.ubd, FS=" FSA
               GO TO FIN-BATCH-ERROR.
           OPEN OUTPUT INFORME.
           IF FSR <> 00
               CLOSE APROBACIONES
               CLOSE AUDITLOG
               DISPLAY "BANK55: error al abrir aprobaciones_antiguedad"
                   ".txt, FS=" FSR
               GO TO FIN-BATCH-ERROR.

           MOVE DIA TO CAB-DIA.
           MOVE MES TO CAB-MES.
           MOVE ANO TO CAB-ANO.
           WRITE INFORME-LINEA FROM LINEA-CABECERA.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE "PROPUESTAS PENDIENTES DE SEGUNDA FIRMA" TO SEC-TEXTO.
           WRITE INFORME-LINEA FROM LINEA-SECCION.
           WRITE INFORME-LINEA FROM LINEA-TITULOS.

           IF FSAP = 05
               GO TO LEER-APROBACIONES-FIN.

       LEER-APROBACIONES.
           READ APROBACIONES NEXT RECORD AT END
               GO TO LEER-APROBACIONES-FIN.
               IF APR-NUM = 0 OR NOT APR-PENDIENTE
                   GO TO LEER-APROBACIONES.
               COMPUTE DIAS-ESPERA =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM)
                   - FUNCTION INTEGER-OF-DATE(APR-FECHA-ALTA).
               PERFORM NOMBRE-TIPO THRU NOMBRE-TIPO-EXIT.
               IF DIAS-ESPERA > DIAS-CADUCIDAD
                   PERFORM CADUCAR-PROPUESTA
                       THRU CADUCAR-PROPUESTA-EXIT
               ELSE
                   PERFORM LISTAR-PENDIENTE THRU LISTAR-PENDIENTE-EXIT
               END-IF.
               GO TO LEER-APROBACIONES.

       LEER-APROBACIONES-FIN.
           CLOSE APROBACIONES.
           CLOSE AUDITLOG.

           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE "PENDIENTES POR DIAS DE ESPERA" TO SEC-TEXTO.
           WRITE INFORME-LINEA FROM LINEA-SECCION.
           MOVE "  De 0 a 2 dias" TO TRA-TEXTO.
           MOVE NUM-TRAMO-1 TO TRA-NUM.
           WRITE INFORME-LINEA FROM LINEA-TRAMO.
           MOVE "  De 3 a 5 dias" TO TRA-TEXTO.
           MOVE NUM-TRAMO-2 TO TRA-NUM.
           WRITE INFORME-LINEA FROM LINEA-TRAMO.
           MOVE "  De 6 dias al plazo" TO TRA-TEXTO.
           MOVE NUM-TRAMO-3 TO TRA-NUM.
           WRITE INFORME-LINEA FROM LINEA-TRAMO.
           MOVE "  Total pendientes" TO TRA-TEXTO.
           MOVE NUM-PENDIENTES TO TRA-NUM.
           WRITE INFORME-LINEA FROM LINEA-TRAMO.

           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE "PROPUESTAS CADUCADAS EN ESTA PASADA" TO SEC-TEXTO.
           WRITE INFORME-LINEA FROM LINEA-SECCION.
           WRITE INFORME-LINEA FROM LINEA-TITULOS.
           PERFORM LISTAR-CADUCADA THRU LISTAR-CADUCADA-EXIT
               VARYING IDX-CAD FROM 1 BY 1
               UNTIL IDX-CAD > NUM-CADUCADAS.
           MOVE "  Total caducadas" TO TRA-TEXTO.
           MOVE NUM-CADUCADAS-TOTAL TO TRA-NUM.
           WRITE INFORME-LINEA FROM LINEA-TRAMO.
           IF NUM-CADUCADAS-TOTAL > NUM-CADUCADAS
               MOVE "  (lista limitada a 500)" TO SEC-TEXTO
               WRITE INFORME-LINEA FROM LINEA-SECCION.

           CLOSE INFORME.

           DISPLAY "BANK55: pendientes " NUM-PENDIENTES
               " caducadas " NUM-CADUCADAS-TOTAL.
           STOP RUN.

      *>   ---------------------------------------------------------
      *>   LISTAR-PENDIENTE: linea del informe y tramo de espera de
      *>   una propuesta que sigue en plazo.
      *>   ---------------------------------------------------------
       LISTAR-PENDIENTE.
           ADD 1 TO NUM-PENDIENTES.
           IF DIAS-ESPERA < 3
               ADD 1 TO NUM-TRAMO-1
           ELSE IF DIAS-ESPERA < 6
               ADD 1 TO NUM-TRAMO-2
           ELSE
               ADD 1 TO NUM-TRAMO-3.

           MOVE APR-NUM TO LPR-NUM.
           MOVE TIPO-TEXTO TO LPR-TIPO.
           MOVE APR-FECHA-ALTA TO LPR-FECHA.
           MOVE DIAS-ESPERA TO LPR-DIAS.
           MOVE APR-OPERADOR-ALTA TO LPR-OPERADOR.
           MOVE APR-IMPORTE-ENT TO LPR-IMPORTE-ENT.
           MOVE APR-IMPORTE-DEC TO LPR-IMPORTE-DEC.
           MOVE APR-TARJETA TO LPR-TARJETA.
           WRITE INFORME-LINEA FROM LINEA-PROPUESTA.

       LISTAR-PENDIENTE-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CADUCAR-PROPUESTA: la propuesta fuera de plazo queda
      *>   cerrada sin aplicar y apuntada en la auditoria.
      *>   ---------------------------------------------------------
       CADUCAR-PROPUESTA.
           SET APR-CADUCADA TO TRUE.
           MOVE FECHA-HOY-NUM TO APR-FECHA-RESOL.
           MOVE "BANK55" TO APR-OPERADOR-RESOL.
           MOVE "Sin segunda firma en plazo" TO APR-MOTIVO-RECHAZO.
           REWRITE APROBACION-REG INVALID KEY
               GO TO CADUCAR-PROPUESTA-EXIT.

           MOVE APR-TARJETA TO AUDIT-TARJETA.
           STRING ANO DELIMITED BY SIZE
               MES DELIMITED BY SIZE
               DIA DELIMITED BY SIZE
               HORAS DELIMITED BY SIZE
               MINUTOS DELIMITED BY SIZE
               SEGUNDOS DELIMITED BY SIZE
               INTO AUDIT-FECHA-HORA.
           MOVE "BANK55" TO AUDIT-SUPERVISOR.
           MOVE SPACES TO AUDIT-ACCION.
           STRING "Caducada #" DELIMITED BY SIZE
               APR-NUM DELIMITED BY SIZE
               INTO AUDIT-ACCION.
           MOVE 0 TO REINTENTOS-AUDIT.

      *>   Varias propuestas de la misma tarjeta pueden caducar en
      *>   el mismo segundo: la clave ocupada se desempata corriendo
      *>   el instante un segundo, y ninguna caducidad queda sin su
      *>   apunte de auditoria.
       CADUCAR-PROPUESTA-AUDITAR.
           WRITE AUDIT-REG INVALID KEY
               IF REINTENTOS-AUDIT < 99
                   ADD 1 TO REINTENTOS-AUDIT
                   ADD 1 TO AUDIT-FECHA-HORA
                   GO TO CADUCAR-PROPUESTA-AUDITAR
               ELSE
                   DISPLAY "BANK55: error al auditar la caducidad de"
                       " la propuesta " APR-NUM ", FS=" FSA
                   CLOSE APROBACIONES
                   CLOSE AUDITLOG
                   CLOSE INFORME
                   GO TO FIN-BATCH-ERROR
               END-IF
           END-WRITE.

           ADD 1 TO NUM-CADUCADAS-TOTAL.
           IF NUM-CADUCADAS >= 500
               GO TO CADUCAR-PROPUESTA-EXIT.
           ADD 1 TO NUM-CADUCADAS.
           MOVE APR-NUM TO TCAD-NUM(NUM-CADUCADAS).
           MOVE TIPO-TEXTO TO TCAD-TIPO-TEXTO(NUM-CADUCADAS).
           MOVE APR-FECHA-ALTA TO TCAD-FECHA-ALTA(NUM-CADUCADAS).
           MOVE APR-OPERADOR-ALTA TO TCAD-OPERADOR(NUM-CADUCADAS).
           MOVE APR-IMPORTE-ENT TO TCAD-IMPORTE-ENT(NUM-CADUCADAS).
           MOVE APR-IMPORTE-DEC TO TCAD-IMPORTE-DEC(NUM-CADUCADAS).
           MOVE APR-TARJETA TO TCAD-TARJETA(NUM-CADUCADAS).

       CADUCAR-PROPUESTA-EXIT.
           EXIT.

       LISTAR-CADUCADA.
           MOVE TCAD-NUM(IDX-CAD) TO LPR-NUM.
           MOVE TCAD-TIPO-TEXTO(IDX-CAD) TO LPR-TIPO.
           MOVE TCAD-FECHA-ALTA(IDX-CAD) TO LPR-FECHA.
           COMPUTE LPR-DIAS =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM)
               - FUNCTION INTEGER-OF-DATE(TCAD-FECHA-ALTA(IDX-CAD)).
           MOVE TCAD-OPERADOR(IDX-CAD) TO LPR-OPERADOR.
           MOVE TCAD-IMPORTE-ENT(IDX-CAD) TO LPR-IMPORTE-ENT.
           MOVE TCAD-IMPORTE-DEC(IDX-CAD) TO LPR-IMPORTE-DEC.
           MOVE TCAD-TARJETA(IDX-CAD) TO LPR-TARJETA.
           WRITE INFORME-LINEA FROM LINEA-PROPUESTA.

       LISTAR-CADUCADA-EXIT.
           EXIT.

       NOMBRE-TIPO.
           MOVE SPACES TO TIPO-TEXTO.
           IF APR-AJUSTE
               MOVE "Ajuste" TO TIPO-TEXTO.
           IF APR-SUSPENSO
               MOVE "Suspenso" TO TIPO-TEXTO.
           IF APR-TARIFA
               MOVE "Tarifas" TO TIPO-TEXTO.
           IF APR-PROMOTOR
               MOVE "Promotor" TO TIPO-TEXTO.

       NOMBRE-TIPO-EXIT.
           EXIT.

       FIN-BATCH-ERROR.
      *>   Codigo de retorno distinto de cero: el lanzador de la
      *>   cadena (BANK31) apunta el paso en error, no completado.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
