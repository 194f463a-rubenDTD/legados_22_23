      *>   - la carga sugerida para la proxima visita de reposicion
      *>     (una semana de consumo medio menos lo ya cargado).
      *>
      *> Cada cajero tiene sus cajetines y su propia demanda, asi que
      *> el plan sale por terminal (terminales.ubd, BANK63): solo se
      *> cuentan las retiradas con su MOV-TERMINAL y solo sus
      *> cajetines. Un segundo argumento limita el plan a un terminal;
      *> sin el, sale uno tras otro para todos los del maestro.
      *>
      *> Pensado para lanzarse una vez por semana, antes de preparar
      *> la visita de BANK26.

           SELECT OPTIONAL CAJETINES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJETIN-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERM-ID
           FILE STATUS IS FSTE.

           SELECT OPTIONAL PLAN-CARGA ASSIGN TO DISK
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

       FD F-MOVHIST
           LABEL RECORD STANDARD
           02 HIST-MIN             PIC   9(2).
           02 HIST-SEG             PIC   9(2).
           02 HIST-IMPORTE-ENT     PIC  S9(7).
           02 HIST-IMPORTE-DEC     PIC  S9(2).
           02 HIST-CONCEPTO        PIC  X(35).
           02 HIST-SALDOPOS-ENT    PIC  S9(9).
           02 HIST-SALDOPOS-DEC    PIC  S9(2).
      *>   Cajero (terminales.ubd) del efectivo; cero si no lo es.
           02 HIST-TERMINAL        PIC   9(4).

       FD CAJETINES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajetines.ubd".
       01 CAJETIN-REG.
           02 CAJETIN-CLAVE.
               03 CAJETIN-TERMINAL PIC  9(4).
               03 CAJETIN-DENOM    PIC  9(3).
           02 CAJETIN-CANTIDAD     PIC  9(5).

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

       FD PLAN-CARGA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "plan_carga.txt".
       77 FSH                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSTE                     PIC  X(2).

      *> Mirada atras por defecto, en dias, si la linea de mandatos
      *> no dice otra cosa.
       77 IDX-BUCLE                PIC  9(8).
       77 NUM-RETIRADAS            PIC  9(7) VALUE 0.

      *> Terminal pedido por la linea de mandatos (cero: todos los del
      *> maestro) y terminal cuyo plan se esta escribiendo.
       77 TERMINAL-PEDIDO          PIC  9(4) VALUE 0.
       77 TERMINAL-EN-CURSO        PIC  9(4).
       77 NUM-TERMINALES           PIC  9(4) VALUE 0.

      *> Demanda acumulada: billetes dispensados por denominacion y
      *> dia de la semana (1 lunes .. 7 domingo) dentro de la mirada.
       01 TABLA-DEMANDA.
           02 FILLER               PIC X(5) VALUE " DIAS".
           02 FILLER               PIC X(67) VALUE SPACES.

       01 LINEA-TERMINAL.
           02 FILLER               PIC X(7) VALUE "CAJERO ".
           02 TER-ID               PIC 9(4).
           02 FILLER               PIC X(11) VALUE "  SUCURSAL ".
           02 TER-SUCURSAL         PIC 9(4).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 TER-UBICACION        PIC X(30).
           02 FILLER               PIC X(1) VALUE SPACES.
           02 TER-ESTADO           PIC X(17).
           02 FILLER               PIC X(56) VALUE SPACES.

       01 LINEA-MEDIA.
           02 FILLER               PIC X(12) VALUE "BILLETES DE ".
           02 MED-DENOM            PIC 9(3).
           END-IF.
           IF DIAS-MIRADA = 0
               MOVE MIRADA-ATRAS-DEFECTO TO DIAS-MIRADA.
      *>   Segundo argumento opcional: el terminal, tras un blanco.
           IF PARAMETRO-LINEA(6:4) IS NUMERIC
               MOVE PARAMETRO-LINEA(6:4) TO TERMINAL-PEDIDO.

           COMPUTE DESDE-ENTERO = HOY-ENTERO - DIAS-MIRADA.

           DISPLAY "Fecha de proceso: " DIA "/" MES "/" ANO
               "  mirada atras: " DIAS-MIRADA " dias".

           OPEN OUTPUT PLAN-CARGA.
           IF FSR <> 00
               DISPLAY "BANK40: error al abrir plan_carga.txt, FS="
                   FSR
               GO TO FIN-BATCH-ERROR.

           MOVE DIA TO CAB-DIA.
           MOVE MES TO CAB-MES.
           MOVE ANO TO CAB-ANO.
           MOVE DIAS-MIRADA TO CAB-DIAS.
           WRITE PLAN-LINEA FROM LINEA-CABECERA.

      *>   El estado 05 es el maestro opcional aun inexistente: sin
      *>   cajeros dados de alta no hay plan que hacer.
           OPEN INPUT TERMINALES.
           IF FSTE <> 00 AND FSTE <> 05
               DISPLAY "BANK40: error al abrir terminales.ubd, FS="
                   FSTE
               CLOSE PLAN-CARGA
               GO TO FIN-BATCH-ERROR.

           IF TERMINAL-PEDIDO = 0
               GO TO BARRER-TERMINALES.

           MOVE TERMINAL-PEDIDO TO TERM-ID.
           READ TERMINALES INVALID KEY
               DISPLAY "BANK40: terminal " TERMINAL-PEDIDO
                   " no dado de alta en terminales.ubd"
               CLOSE TERMINALES
               CLOSE PLAN-CARGA
               GO TO FIN-BATCH-ERROR.
           PERFORM PLANIFICAR-TERMINAL THRU PLANIFICAR-TERMINAL-EXIT.
           GO TO BARRER-TERMINALES-FIN.

       BARRER-TERMINALES.
           READ TERMINALES NEXT RECORD AT END
               GO TO BARRER-TERMINALES-FIN.
               PERFORM PLANIFICAR-TERMINAL
                   THRU PLANIFICAR-TERMINAL-EXIT.
               GO TO BARRER-TERMINALES.

       BARRER-TERMINALES-FIN.
           CLOSE TERMINALES.
           CLOSE PLAN-CARGA.

           DISPLAY "BANK40: fin del proceso. Cajeros: " NUM-TERMINALES
               ". Retiradas miradas: " NUM-RETIRADAS
               ". Plan en plan_carga.txt".
           STOP RUN.

      *>   ---------------------------------------------------------
      *>   PLANIFICAR-TERMINAL: plan del cajero leido en TERMINAL-REG.
      *>   Tablas a cero, barrido de las retiradas de ese terminal en
      *>   vivos e historico, y su bloque en el plan: cabecera del
      *>   cajero, medias por dia y autonomia de sus cajetines.
      *>   ---------------------------------------------------------
       PLANIFICAR-TERMINAL.
           MOVE TERM-ID TO TERMINAL-EN-CURSO.
           ADD 1 TO NUM-TERMINALES.

           PERFORM INICIAR-TABLAS THRU INICIAR-TABLAS-EXIT.

      *>   Cuantos lunes, martes... caen dentro de la mirada, para
           IF FSM <> 00
               DISPLAY "BANK40: error al abrir movimientos.ubd, FS="
                   FSM
               CLOSE PLAN-CARGA
               GO TO FIN-BATCH-ERROR.

       BARRER-VIVOS.
           READ F-MOVIMIENTOS NEXT RECORD AT END GO TO BARRER-VIVOS-FIN.
               IF MOV-CONCEPTO = "Retirada de efectivo."
                  AND MOV-TERMINAL = TERMINAL-EN-CURSO THEN
                   COMPUTE FECHA-VISTA = (MOV-ANO * 10000)
                       + (MOV-MES * 100) + MOV-DIA
                   COMPUTE EUROS-RETIRADA = 0 - MOV-IMPORTE-ENT
           OPEN INPUT F-MOVHIST.
           IF FSH <> 00 AND FSH <> 05
               DISPLAY "BANK40: error al abrir movhist.ubd, FS=" FSH
               CLOSE PLAN-CARGA
               GO TO FIN-BATCH-ERROR.

       BARRER-HISTORICO.
           READ F-MOVHIST NEXT RECORD AT END GO TO BARRER-HISTORICO-FIN.
               IF HIST-CONCEPTO = "Retirada de efectivo."
                  AND HIST-TERMINAL = TERMINAL-EN-CURSO THEN
                   COMPUTE FECHA-VISTA = (HIST-ANO * 10000)
                       + (HIST-MES * 100) + HIST-DIA
                   COMPUTE EUROS-RETIRADA = 0 - HIST-IMPORTE-ENT
       BARRER-HISTORICO-FIN.
           CLOSE F-MOVHIST.

           MOVE SPACES TO PLAN-LINEA.
           WRITE PLAN-LINEA.
           MOVE TERM-ID TO TER-ID.
           MOVE TERM-SUCURSAL TO TER-SUCURSAL.
           MOVE TERM-UBICACION TO TER-UBICACION.
           IF TERM-FUERA-SERVICIO
               MOVE "FUERA DE SERVICIO" TO TER-ESTADO
           ELSE
               MOVE SPACES TO TER-ESTADO
           END-IF.
           WRITE PLAN-LINEA FROM LINEA-TERMINAL.

      *>   Medias por denominacion y dia de la semana.
           PERFORM ESCRIBIR-MEDIAS THRU ESCRIBIR-MEDIAS-EXIT
               VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 7.

      *>   Autonomia y carga sugerida por cajetin cargado del cajero.
           OPEN INPUT CAJETINES.
           IF FSC <> 00 AND FSC <> 05
               DISPLAY "BANK40: error al abrir cajetines.ubd, FS=" FSC
               CLOSE PLAN-CARGA
               GO TO FIN-BATCH-ERROR.
           MOVE TERMINAL-EN-CURSO TO CAJETIN-TERMINAL.
           MOVE 0 TO CAJETIN-DENOM.
           START CAJETINES KEY IS NOT LESS THAN CAJETIN-CLAVE
               INVALID KEY GO TO BARRER-CAJETINES-FIN.

       BARRER-CAJETINES.
           READ CAJETINES NEXT RECORD AT END GO TO BARRER-CAJETINES-FIN.
               IF CAJETIN-TERMINAL NOT = TERMINAL-EN-CURSO
                   GO TO BARRER-CAJETINES-FIN.
               PERFORM ESCRIBIR-CAJETIN THRU ESCRIBIR-CAJETIN-EXIT.
               GO TO BARRER-CAJETINES.

       BARRER-CAJETINES-FIN.
           CLOSE CAJETINES.

       PLANIFICAR-TERMINAL-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   INICIAR-TABLAS: denominaciones estandar, de mayor a menor
