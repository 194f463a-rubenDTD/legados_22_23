       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK51.

      *> Control de efectivo por titular para prevencion de blanqueo:
      *> la criba de BANK32 mira una tarjeta y un dia, y no ve a quien
      *> reparte sus ingresos en efectivo entre dos tarjetas, o entre
      *> varios dias, para quedarse por debajo del umbral. Este batch
      *> de fin de mes suma por NIF (todas las tarjetas del titular,
      *> via TNIF) los ingresos de efectivo de BANK5, netos de sus
      *> anulaciones, y las retiradas de efectivo de BANK4 de una
      *> ventana movil de VENTANA-DIAS dias hasta la fecha de proceso,
      *> tanto en movimientos.ubd como en movhist.ubd. Una tarjeta sin
      *> NIF se trata como un titular por si sola.
      *>
      *> Deja dos salidas:
      *>
      *>   - declaracion_efectivo.txt: fichero de ancho fijo con los
      *>     titulares cuyos ingresos o retiradas de la ventana llegan
      *>     al umbral legal de declaracion ('C' cabecera con la
      *>     ventana y los totales de control, 'D' una por titular);
      *>   - estructuracion_efectivo.txt: lista trabajada de posibles
      *>     fraccionamientos: muchas operaciones justo por debajo del
      *>     umbral por operacion, o un total de la ventana justo por
      *>     debajo del de declaracion repartido en varias tarjetas o
      *>     en varias operaciones.
      *>
      *> Cada posible fraccionamiento queda como caso en
      *> casos_blanqueo.ubd, donde el analista apunta con BANK52 su
      *> revision y sus notas. Un caso revisado no vuelve a salir
      *> mientras el titular no tenga efectivo nuevo posterior a la
      *> revision; si lo tiene, el caso se reabre conservando las
      *> notas anteriores. Solo lee los maestros de tarjetas y
      *> movimientos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-MOVHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-NUM
           FILE STATUS IS FSH.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL CASOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASO-CLAVE
           FILE STATUS IS FSCA.

           SELECT OPTIONAL DECLARACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSD.

           SELECT OPTIONAL INFORME-ESTRUCT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.

       DATA DIVISION.
       FILE SECTION.
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

      *> Historico de BANK19: movimientos originales de anos ya
      *> cerrados, con el mismo formato que movimientos.ubd.
       FD F-MOVHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movhist.ubd".
       01 MOVHIST-REG.
           02 HIST-NUM             PIC  9(35).
           02 HIST-TARJETA         PIC  9(16).
           02 HIST-ANO             PIC   9(4).
           02 HIST-MES             PIC   9(2).
           02 HIST-DIA             PIC   9(2).
           02 HIST-HOR             PIC   9(2).
           02 HIST-MIN             PIC   9(2).
           02 HIST-SEG             PIC   9(2).
           02 HIST-IMPORTE-ENT     PIC  S9(7).
           02 HIST-IMPORTE-DEC     PIC  S9(2).
           02 HIST-CONCEPTO        PIC  X(35).
           02 HIST-SALDOPOS-ENT    PIC  S9(9).
           02 HIST-SALDOPOS-DEC    PIC  S9(2).
      *>   Cajero (terminales.ubd) del efectivo; cero si no lo es.
           02 HIST-TERMINAL        PIC   9(4).

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

      *> Casos de posible fraccionamiento. La clave es el NIF; para
      *> una tarjeta sin NIF, NIF en blanco y la propia tarjeta (con
      *> NIF, CASO-TARJETA va a cero). El batch da de alta, actualiza
      *> y reabre; la revision y las notas las pone BANK52.
       FD CASOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "casos_blanqueo.ubd".
       01 CASO-REG.
           02 CASO-CLAVE.
               03 CASO-NIF            PIC X(9).
               03 CASO-TARJETA        PIC 9(16).
           02 CASO-NOMBRE             PIC X(20).
           02 CASO-ESTADO             PIC 9(1).
               88 CASO-PENDIENTE        VALUE 0.
               88 CASO-REVISADO         VALUE 1.
           02 CASO-FECHA-ALTA         PIC 9(8).
           02 CASO-FECHA-DETECCION    PIC 9(8).
           02 CASO-ULTIMA-OP          PIC 9(8).
           02 CASO-NUM-FRACCIONES     PIC 9(5).
           02 CASO-NUM-TARJETAS       PIC 9(2).
           02 CASO-INGRESOS-ENT       PIC 9(9).
           02 CASO-INGRESOS-DEC       PIC 9(2).
           02 CASO-RETIRADAS-ENT      PIC 9(9).
           02 CASO-RETIRADAS-DEC      PIC 9(2).
           02 CASO-MOTIVO             PIC X(40).
           02 CASO-FECHA-REVISION     PIC 9(8).
           02 CASO-ANALISTA           PIC X(10).
           02 CASO-RESOLUCION         PIC 9(1).
               88 CASO-SIN-RESOLVER     VALUE 0.
               88 CASO-ARCHIVADO        VALUE 1.
               88 CASO-COMUNICADO       VALUE 2.
           02 CASO-NOTAS              PIC X(60).

      *> Declaracion de efectivo, de ancho fijo: una cabecera 'C' con
      *> la ventana, el umbral y los totales de control, y una linea
      *> 'D' por titular declarado. Importes en positivo.
       FD DECLARACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "declaracion_efectivo.txt".
       01 DECL-CABECERA.
           02 DCAB-TIPO             PIC X(1).
           02 DCAB-FECHA-DESDE      PIC 9(8).
           02 DCAB-FECHA-HASTA      PIC 9(8).
           02 DCAB-UMBRAL           PIC 9(7).
           02 DCAB-NUM-REGISTROS    PIC 9(6).
           02 DCAB-INGRESOS-ENT     PIC 9(11).
           02 DCAB-INGRESOS-DEC     PIC 9(2).
           02 DCAB-RETIRADAS-ENT    PIC 9(11).
           02 DCAB-RETIRADAS-DEC    PIC 9(2).
       01 DECL-DETALLE.
           02 DDET-TIPO             PIC X(1).
           02 DDET-NIF              PIC X(9).
           02 DDET-TARJETA          PIC 9(16).
           02 DDET-NOMBRE           PIC X(20).
           02 DDET-NUM-TARJETAS     PIC 9(2).
           02 DDET-INGRESOS-ENT     PIC 9(9).
           02 DDET-INGRESOS-DEC     PIC 9(2).
           02 DDET-NUM-INGRESOS     PIC 9(5).
           02 DDET-RETIRADAS-ENT    PIC 9(9).
           02 DDET-RETIRADAS-DEC    PIC 9(2).
           02 DDET-NUM-RETIRADAS    PIC 9(5).

       FD INFORME-ESTRUCT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "estructuracion_efectivo.txt".
       01 INFORME-LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSM                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSCA                     PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSR                      PIC  X(2).

      *> Ventana movil, en dias, hasta la fecha de proceso incluida.
      *> Con 31 dias la pasada de fin de mes cubre el mes entero.
       78 VENTANA-DIAS             VALUE 31.
      *> Umbral legal de declaracion del efectivo de la ventana, por
      *> titular y por sentido (ingresos o retiradas), en EUR.
       78 UMBRAL-DECLARACION       VALUE 10000.
      *> Umbral por operacion, en EUR, y porcentaje de el a partir
      *> del cual una operacion se considera justo por debajo.
       78 UMBRAL-OPERACION         VALUE 3000.
       78 PORCENTAJE-CERCA         VALUE 80.
      *> Porcentaje del umbral de declaracion a partir del cual el
      *> total de la ventana se considera justo por debajo.
       78 PORCENTAJE-CASI-DECL     VALUE 90.
      *> Operaciones justo por debajo que hacen sospechoso un caso.
       78 MIN-FRACCIONES           VALUE 3.

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
       77 FECHA-DESDE-NUM          PIC  9(8).
       77 DIAS-DESDE               PIC  9(8).

       77 CENT-UMBRAL-DECL         PIC S9(11).
       77 CENT-CASI-DECL           PIC S9(11).
       77 CENT-UMBRAL-OPER         PIC S9(11).
       77 CENT-CERCA-OPER          PIC S9(11).

      *> Operacion en curso, tomada de movimientos.ubd o de
      *> movhist.ubd.
       77 OP-TARJETA               PIC  9(16).
       77 OP-FECHA                 PIC  9(8).
       77 OP-CONCEPTO              PIC  X(35).
       77 OP-IMPORTE-ENT           PIC S9(7).
       77 OP-IMPORTE-DEC           PIC S9(2).
       77 OP-NIF                   PIC  X(9).
       77 OP-TARJETA-SOLA          PIC  9(16).
       77 OP-NOMBRE                PIC  X(20).
       77 CENT-OP                  PIC S9(9).

       77 OP-CLASE                 PIC  9(1).
           88 OP-NO-EFECTIVO         VALUE 0.
           88 OP-INGRESO             VALUE 1.
           88 OP-ANULACION           VALUE 2.
           88 OP-RETIRADA            VALUE 3.

      *> Acumulado de la ventana por titular. De cada titular se
      *> guardan hasta 5 tarjetas distintas; mas alla solo se cuentan
      *> como la quinta.
       01 TABLA-TITULARES.
           05 NUM-TITULARES         PIC  9(4) VALUE 0.
           05 TITULAR-TABLA OCCURS 1000 TIMES INDEXED BY IDX-AML.
               10 TAML-NIF           PIC  X(9).
               10 TAML-TARJETA-SOLA  PIC  9(16).
               10 TAML-NOMBRE        PIC  X(20).
               10 TAML-NUM-TARJETAS  PIC  9(2).
               10 TAML-TARJETA       PIC  9(16) OCCURS 5 TIMES
                                     INDEXED BY IDX-TJ.
               10 TAML-CENT-INGRESOS PIC S9(11).
               10 TAML-NUM-INGRESOS  PIC  9(5).
               10 TAML-CENT-RETIRADAS PIC S9(11).
               10 TAML-NUM-RETIRADAS PIC  9(5).
               10 TAML-NUM-FRACCIONES PIC 9(5).
               10 TAML-ULTIMA-OP     PIC  9(8).

       77 TABLA-DESBORDADA         PIC  9(1) VALUE 0.
           88 SIN-DESBORDE           VALUE 0.
           88 CON-DESBORDE           VALUE 1.

       77 CENT-INGRESOS-POS        PIC S9(11).
       77 CENT-RETIRADAS-POS       PIC S9(11).
       77 CENT-TOTAL-INGRESOS      PIC S9(13) VALUE 0.
       77 CENT-TOTAL-RETIRADAS     PIC S9(13) VALUE 0.

       77 NUM-DECLARADOS           PIC  9(6) VALUE 0.
       77 NUM-CASOS-LISTADOS       PIC  9(6) VALUE 0.
       77 NUM-CASOS-SUPRIMIDOS     PIC  9(6) VALUE 0.
       77 NUM-OPERACIONES          PIC  9(8) VALUE 0.

       77 MOTIVO-CASO              PIC  X(40).

       01 LINEA-CABECERA.
           02 FILLER               PIC X(40) VALUE
               "POSIBLE FRACCIONAMIENTO DE EFECTIVO DEL ".
           02 CAB-DESDE-DIA        PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-DESDE-MES        PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-DESDE-ANO        PIC 9(4).
           02 FILLER               PIC X(4) VALUE " AL ".
           02 CAB-HASTA-DIA        PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-HASTA-MES        PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-HASTA-ANO        PIC 9(4).
           02 FILLER               PIC X(68) VALUE SPACES.

       01 LINEA-TITULOS.
           02 FILLER               PIC X(10) VALUE "CASO".
           02 FILLER               PIC X(10) VALUE "NIF".
           02 FILLER               PIC X(17) VALUE "TARJETA".
           02 FILLER               PIC X(21) VALUE "TITULAR".
           02 FILLER               PIC X(3) VALUE "TJ".
           02 FILLER               PIC X(6) VALUE "FRACC".
           02 FILLER               PIC X(14) VALUE "     INGRESOS".
           02 FILLER               PIC X(14) VALUE "    RETIRADAS".
           02 FILLER               PIC X(37) VALUE "MOTIVO".

       01 LINEA-CASO.
           02 LCA-ESTADO           PIC X(9).
           02 FILLER               PIC X(1) VALUE " ".
           02 LCA-NIF              PIC X(9).
           02 FILLER               PIC X(1) VALUE " ".
           02 LCA-TARJETA          PIC 9(16).
           02 FILLER               PIC X(1) VALUE " ".
           02 LCA-NOMBRE           PIC X(20).
           02 FILLER               PIC X(1) VALUE " ".
           02 LCA-NUM-TARJETAS     PIC Z9.
           02 FILLER               PIC X(1) VALUE " ".
           02 LCA-FRACCIONES       PIC ZZZZ9.
           02 FILLER               PIC X(1) VALUE " ".
           02 LCA-INGRESOS-ENT     PIC Z(9)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 LCA-INGRESOS-DEC     PIC 9(2).
           02 FILLER               PIC X(1) VALUE " ".
           02 LCA-RETIRADAS-ENT    PIC Z(9)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 LCA-RETIRADAS-DEC    PIC 9(2).
           02 FILLER               PIC X(1) VALUE " ".
           02 LCA-MOTIVO           PIC X(37).

       01 LINEA-NOTAS.
           02 FILLER               PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(18) VALUE
               "REVISION ANTERIOR ".
           02 LNO-FECHA            PIC 9(8).
           02 FILLER               PIC X(1) VALUE " ".
           02 LNO-ANALISTA         PIC X(10).
           02 FILLER               PIC X(1) VALUE " ".
           02 LNO-NOTAS            PIC X(60).
           02 FILLER               PIC X(24) VALUE SPACES.

       01 LINEA-RESUMEN.
           02 FILLER               PIC X(30) VALUE
               "RESUMEN: titulares declarados ".
           02 RES-DECLARADOS       PIC 9(6).
           02 FILLER               PIC X(17) VALUE
               " casos listados ".
           02 RES-LISTADOS         PIC 9(6).
           02 FILLER               PIC X(34) VALUE
               " ya revisados sin efectivo nuevo ".
           02 RES-SUPRIMIDOS       PIC 9(6).
           02 FILLER               PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIAS-DESDE =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM)
               - VENTANA-DIAS + 1.
           COMPUTE FECHA-DESDE-NUM =
               FUNCTION DATE-OF-INTEGER(DIAS-DESDE).

           COMPUTE CENT-UMBRAL-DECL = UMBRAL-DECLARACION * 100.
           COMPUTE CENT-CASI-DECL =
               UMBRAL-DECLARACION * PORCENTAJE-CASI-DECL.
           COMPUTE CENT-UMBRAL-OPER = UMBRAL-OPERACION * 100.
           COMPUTE CENT-CERCA-OPER =
               UMBRAL-OPERACION * PORCENTAJE-CERCA.

           DISPLAY "BANK51 - efectivo por titular (prevencion de"
               " blanqueo)".
           DISPLAY "Fecha de proceso: " DIA "/" MES "/" ANO.
           DISPLAY "Ventana desde " FECHA-DESDE-NUM " hasta "
               FECHA-HOY-NUM.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "BANK51: error al abrir movimientos.ubd, FS="
                   FSM
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT F-MOVHIST.
           IF FSH <> 00 AND FSH <> 05
               CLOSE F-MOVIMIENTOS
               DISPLAY "BANK51: error al abrir movhist.ubd, FS=" FSH
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE F-MOVIMIENTOS
               CLOSE F-MOVHIST
               DISPLAY "BANK51: error al abrir tarjetas.ubd, FS=" FST
               GO TO FIN-BATCH-ERROR.
           OPEN I-O CASOS.
           IF FSCA <> 00 AND FSCA <> 05
               CLOSE F-MOVIMIENTOS
               CLOSE F-MOVHIST
               CLOSE TARJETAS
               DISPLAY "BANK51: error al abrir casos_blanqueo.ubd, FS="
                   FSCA
               GO TO FIN-BATCH-ERROR.
           OPEN OUTPUT DECLARACION.
           IF FSD <> 00
               CLOSE F-MOVIMIENTOS
               CLOSE F-MOVHIST
               CLOSE TARJETAS
               CLOSE CASOS
               DISPLAY "BANK51: error al abrir declaracion_efectivo"
                   ".txt, FS=" FSD
               GO TO FIN-BATCH-ERROR.
           OPEN OUTPUT INFORME-ESTRUCT.
           IF FSR <> 00
               CLOSE F-MOVIMIENTOS
               CLOSE F-MOVHIST
               CLOSE TARJETAS
               CLOSE CASOS
               CLOSE DECLARACION
               DISPLAY "BANK51: error al abrir estructuracion_efectivo"
                   ".txt, FS=" FSR
               GO TO FIN-BATCH-ERROR.

      *>   Primera pasada: efectivo de la ventana en el fichero vivo.
       LEER-MOVIMIENTOS.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO LEER-MOVIMIENTOS-FIN.
               MOVE MOV-TARJETA TO OP-TARJETA.
               COMPUTE OP-FECHA = (MOV-ANO * 10000) + (MOV-MES * 100)
                   + MOV-DIA.
               MOVE MOV-CONCEPTO TO OP-CONCEPTO.
               MOVE MOV-IMPORTE-ENT TO OP-IMPORTE-ENT.
               MOVE MOV-IMPORTE-DEC TO OP-IMPORTE-DEC.
               PERFORM ACUMULAR-OPERACION THRU ACUMULAR-OPERACION-EXIT.
               GO TO LEER-MOVIMIENTOS.

       LEER-MOVIMIENTOS-FIN.
           CLOSE F-MOVIMIENTOS.

      *>   Segunda pasada: la ventana puede alcanzar a movimientos
      *>   que BANK19 ya ha pasado al historico.
           IF FSH = 05
               GO TO LEER-HISTORICO-FIN.

       LEER-HISTORICO.
           READ F-MOVHIST NEXT RECORD AT END
               GO TO LEER-HISTORICO-FIN.
               MOVE HIST-TARJETA TO OP-TARJETA.
               COMPUTE OP-FECHA = (HIST-ANO * 10000)
                   + (HIST-MES * 100) + HIST-DIA.
               MOVE HIST-CONCEPTO TO OP-CONCEPTO.
               MOVE HIST-IMPORTE-ENT TO OP-IMPORTE-ENT.
               MOVE HIST-IMPORTE-DEC TO OP-IMPORTE-DEC.
               PERFORM ACUMULAR-OPERACION THRU ACUMULAR-OPERACION-EXIT.
               GO TO LEER-HISTORICO.

       LEER-HISTORICO-FIN.
           CLOSE F-MOVHIST.
           CLOSE TARJETAS.

      *>   Declaracion: la cabecera lleva los totales de control, asi
      *>   que primero se totaliza y luego se escriben los detalles.
           PERFORM TOTALIZAR-DECLARADO THRU TOTALIZAR-DECLARADO-EXIT
               VARYING IDX-AML FROM 1 BY 1
               UNTIL IDX-AML > NUM-TITULARES.

           MOVE "C" TO DCAB-TIPO.
           MOVE FECHA-DESDE-NUM TO DCAB-FECHA-DESDE.
           MOVE FECHA-HOY-NUM TO DCAB-FECHA-HASTA.
           MOVE UMBRAL-DECLARACION TO DCAB-UMBRAL.
           MOVE NUM-DECLARADOS TO DCAB-NUM-REGISTROS.
           COMPUTE DCAB-INGRESOS-ENT = CENT-TOTAL-INGRESOS / 100.
           MOVE FUNCTION MOD(CENT-TOTAL-INGRESOS, 100)
               TO DCAB-INGRESOS-DEC.
           COMPUTE DCAB-RETIRADAS-ENT = CENT-TOTAL-RETIRADAS / 100.
           MOVE FUNCTION MOD(CENT-TOTAL-RETIRADAS, 100)
               TO DCAB-RETIRADAS-DEC.
           WRITE DECL-CABECERA.

           PERFORM ESCRIBIR-DECLARADO THRU ESCRIBIR-DECLARADO-EXIT
               VARYING IDX-AML FROM 1 BY 1
               UNTIL IDX-AML > NUM-TITULARES.

           CLOSE DECLARACION.

      *>   Lista de posibles fraccionamientos y casos.
           MOVE FECHA-DESDE-NUM(7:2) TO CAB-DESDE-DIA.
           MOVE FECHA-DESDE-NUM(5:2) TO CAB-DESDE-MES.
           MOVE FECHA-DESDE-NUM(1:4) TO CAB-DESDE-ANO.
           MOVE DIA TO CAB-HASTA-DIA.
           MOVE MES TO CAB-HASTA-MES.
           MOVE ANO TO CAB-HASTA-ANO.
           WRITE INFORME-LINEA FROM LINEA-CABECERA.
           WRITE INFORME-LINEA FROM LINEA-TITULOS.

           PERFORM CRIBAR-TITULAR THRU CRIBAR-TITULAR-EXIT
               VARYING IDX-AML FROM 1 BY 1
               UNTIL IDX-AML > NUM-TITULARES.

           IF CON-DESBORDE THEN
               MOVE "AVISO: MAS DE 1000 TITULARES CON EFECTIVO EN LA VEN
      -        "TANA; LOS NO CABIDOS EN TABLA QUEDAN SIN REVISAR"
                   TO INFORME-LINEA
               WRITE INFORME-LINEA
               DISPLAY "BANK51: AVISO, tabla de titulares desbordada".

           MOVE NUM-DECLARADOS TO RES-DECLARADOS.
           MOVE NUM-CASOS-LISTADOS TO RES-LISTADOS.
           MOVE NUM-CASOS-SUPRIMIDOS TO RES-SUPRIMIDOS.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           WRITE INFORME-LINEA FROM LINEA-RESUMEN.

           CLOSE CASOS.
           CLOSE INFORME-ESTRUCT.

           DISPLAY "BANK51: fin del proceso. Operaciones de efectivo: "
               NUM-OPERACIONES " Titulares: " NUM-TITULARES.
           DISPLAY "BANK51: declarados " NUM-DECLARADOS
               " casos listados " NUM-CASOS-LISTADOS
               " ya revisados " NUM-CASOS-SUPRIMIDOS.
           STOP RUN.

      *>   ---------------------------------------------------------
      *>   ACUMULAR-OPERACION: si la operacion en curso es efectivo
      *>   de la ventana, la suma a su titular (creandolo si es la
      *>   primera vez). Los ingresos se suman netos de sus
      *>   anulaciones; las retiradas, en positivo. Una operacion
      *>   justo por debajo del umbral por operacion cuenta ademas
      *>   como fraccion.
      *>   ---------------------------------------------------------
       ACUMULAR-OPERACION.
           IF OP-FECHA < FECHA-DESDE-NUM OR OP-FECHA > FECHA-HOY-NUM
               GO TO ACUMULAR-OPERACION-EXIT.

           SET OP-NO-EFECTIVO TO TRUE.
           IF OP-CONCEPTO = "Ingreso de efectivo."
               SET OP-INGRESO TO TRUE.
           IF OP-CONCEPTO(1:19) = "Anulacion ingreso #"
               SET OP-ANULACION TO TRUE.
           IF OP-CONCEPTO = "Retirada de efectivo."
               SET OP-RETIRADA TO TRUE.
           IF OP-NO-EFECTIVO
               GO TO ACUMULAR-OPERACION-EXIT.

           ADD 1 TO NUM-OPERACIONES.

      *>   Importe con el convenio de parte entera con signo y
      *>   decimales siempre en positivo.
           IF OP-IMPORTE-ENT < 0
               COMPUTE CENT-OP = (OP-IMPORTE-ENT * 100)
                   - OP-IMPORTE-DEC
           ELSE
               COMPUTE CENT-OP = (OP-IMPORTE-ENT * 100)
                   + OP-IMPORTE-DEC
           END-IF.

           MOVE OP-TARJETA TO TNUM.
           READ TARJETAS
               INVALID KEY
                   MOVE SPACES TO OP-NIF
                   MOVE SPACES TO OP-NOMBRE
               NOT INVALID KEY
                   MOVE TNIF TO OP-NIF
                   MOVE TNOMBRE TO OP-NOMBRE
           END-READ.
           MOVE 0 TO OP-TARJETA-SOLA.
           IF OP-NIF = SPACES
               MOVE OP-TARJETA TO OP-TARJETA-SOLA.

           PERFORM BUSCAR-TITULAR
               VARYING IDX-AML FROM 1 BY 1
               UNTIL IDX-AML > NUM-TITULARES
                  OR (TAML-NIF(IDX-AML) = OP-NIF AND
                      TAML-TARJETA-SOLA(IDX-AML) = OP-TARJETA-SOLA).

           IF IDX-AML > NUM-TITULARES THEN
               IF NUM-TITULARES >= 1000
                   SET CON-DESBORDE TO TRUE
                   GO TO ACUMULAR-OPERACION-EXIT
               END-IF
               ADD 1 TO NUM-TITULARES
               SET IDX-AML TO NUM-TITULARES
               MOVE OP-NIF TO TAML-NIF(IDX-AML)
               MOVE OP-TARJETA-SOLA TO TAML-TARJETA-SOLA(IDX-AML)
               MOVE OP-NOMBRE TO TAML-NOMBRE(IDX-AML)
               MOVE 0 TO TAML-NUM-TARJETAS(IDX-AML)
               MOVE 0 TO TAML-CENT-INGRESOS(IDX-AML)
               MOVE 0 TO TAML-NUM-INGRESOS(IDX-AML)
               MOVE 0 TO TAML-CENT-RETIRADAS(IDX-AML)
               MOVE 0 TO TAML-NUM-RETIRADAS(IDX-AML)
               MOVE 0 TO TAML-NUM-FRACCIONES(IDX-AML)
               MOVE 0 TO TAML-ULTIMA-OP(IDX-AML)
           END-IF.

           PERFORM BUSCAR-TARJETA-TITULAR
               VARYING IDX-TJ FROM 1 BY 1
               UNTIL IDX-TJ > TAML-NUM-TARJETAS(IDX-AML)
                  OR TAML-TARJETA(IDX-AML, IDX-TJ) = OP-TARJETA.
           IF IDX-TJ > TAML-NUM-TARJETAS(IDX-AML) AND
              TAML-NUM-TARJETAS(IDX-AML) < 5 THEN
               ADD 1 TO TAML-NUM-TARJETAS(IDX-AML)
               MOVE OP-TARJETA TO TAML-TARJETA(IDX-AML,
                   TAML-NUM-TARJETAS(IDX-AML))
           END-IF.

           IF OP-FECHA > TAML-ULTIMA-OP(IDX-AML)
               MOVE OP-FECHA TO TAML-ULTIMA-OP(IDX-AML).

           IF OP-INGRESO
               ADD CENT-OP TO TAML-CENT-INGRESOS(IDX-AML)
               ADD 1 TO TAML-NUM-INGRESOS(IDX-AML).
      *>   La anulacion ya trae el importe en negativo.
           IF OP-ANULACION
               ADD CENT-OP TO TAML-CENT-INGRESOS(IDX-AML).
           IF OP-RETIRADA
               SUBTRACT CENT-OP FROM TAML-CENT-RETIRADAS(IDX-AML)
               ADD 1 TO TAML-NUM-RETIRADAS(IDX-AML)
               COMPUTE CENT-OP = 0 - CENT-OP.

           IF NOT OP-ANULACION AND
              CENT-OP >= CENT-CERCA-OPER AND
              CENT-OP < CENT-UMBRAL-OPER
               ADD 1 TO TAML-NUM-FRACCIONES(IDX-AML).

       ACUMULAR-OPERACION-EXIT.
           EXIT.

       BUSCAR-TITULAR.
           CONTINUE.

       BUSCAR-TARJETA-TITULAR.
           CONTINUE.

      *>   ---------------------------------------------------------
      *>   IMPORTES-TITULAR: ingresos y retiradas del titular en
      *>   curso, sin negativos (unas anulaciones de ingresos previos
      *>   a la ventana pueden dejar el neto por debajo de cero).
      *>   ---------------------------------------------------------
       IMPORTES-TITULAR.
           MOVE TAML-CENT-INGRESOS(IDX-AML) TO CENT-INGRESOS-POS.
           IF CENT-INGRESOS-POS < 0
               MOVE 0 TO CENT-INGRESOS-POS.
           MOVE TAML-CENT-RETIRADAS(IDX-AML) TO CENT-RETIRADAS-POS.
           IF CENT-RETIRADAS-POS < 0
               MOVE 0 TO CENT-RETIRADAS-POS.

       IMPORTES-TITULAR-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   TOTALIZAR-DECLARADO: cuenta y suma los titulares que
      *>   llegan al umbral de declaracion, para la cabecera.
      *>   ---------------------------------------------------------
       TOTALIZAR-DECLARADO.
           PERFORM IMPORTES-TITULAR THRU IMPORTES-TITULAR-EXIT.
           IF CENT-INGRESOS-POS < CENT-UMBRAL-DECL AND
              CENT-RETIRADAS-POS < CENT-UMBRAL-DECL
               GO TO TOTALIZAR-DECLARADO-EXIT.

           ADD 1 TO NUM-DECLARADOS.
           ADD CENT-INGRESOS-POS TO CENT-TOTAL-INGRESOS.
           ADD CENT-RETIRADAS-POS TO CENT-TOTAL-RETIRADAS.

       TOTALIZAR-DECLARADO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   ESCRIBIR-DECLARADO: linea 'D' del titular en curso si
      *>   llega al umbral de declaracion.
      *>   ---------------------------------------------------------
       ESCRIBIR-DECLARADO.
           PERFORM IMPORTES-TITULAR THRU IMPORTES-TITULAR-EXIT.
           IF CENT-INGRESOS-POS < CENT-UMBRAL-DECL AND
              CENT-RETIRADAS-POS < CENT-UMBRAL-DECL
               GO TO ESCRIBIR-DECLARADO-EXIT.

           MOVE "D" TO DDET-TIPO.
           MOVE TAML-NIF(IDX-AML) TO DDET-NIF.
           MOVE TAML-TARJETA-SOLA(IDX-AML) TO DDET-TARJETA.
           MOVE TAML-NOMBRE(IDX-AML) TO DDET-NOMBRE.
           MOVE TAML-NUM-TARJETAS(IDX-AML) TO DDET-NUM-TARJETAS.
           COMPUTE DDET-INGRESOS-ENT = CENT-INGRESOS-POS / 100.
           MOVE FUNCTION MOD(CENT-INGRESOS-POS, 100)
               TO DDET-INGRESOS-DEC.
           MOVE TAML-NUM-INGRESOS(IDX-AML) TO DDET-NUM-INGRESOS.
           COMPUTE DDET-RETIRADAS-ENT = CENT-RETIRADAS-POS / 100.
           MOVE FUNCTION MOD(CENT-RETIRADAS-POS, 100)
               TO DDET-RETIRADAS-DEC.
           MOVE TAML-NUM-RETIRADAS(IDX-AML) TO DDET-NUM-RETIRADAS.
           WRITE DECL-DETALLE.

       ESCRIBIR-DECLARADO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CRIBAR-TITULAR: reglas de fraccionamiento sobre el titular
      *>   en curso. Si salta alguna, se da de alta, se actualiza o
      *>   se reabre su caso y se lista; un caso ya revisado sin
      *>   efectivo posterior a la revision solo se cuenta.
      *>   ---------------------------------------------------------
       CRIBAR-TITULAR.
           PERFORM IMPORTES-TITULAR THRU IMPORTES-TITULAR-EXIT.
           MOVE SPACES TO MOTIVO-CASO.

           IF TAML-NUM-FRACCIONES(IDX-AML) >= MIN-FRACCIONES
               MOVE "varias operaciones bajo umbral"
                   TO MOTIVO-CASO
               GO TO CRIBAR-TITULAR-CASO.

           IF CENT-INGRESOS-POS >= CENT-CASI-DECL AND
              CENT-INGRESOS-POS < CENT-UMBRAL-DECL AND
              (TAML-NUM-TARJETAS(IDX-AML) > 1 OR
               TAML-NUM-INGRESOS(IDX-AML) >= MIN-FRACCIONES)
               MOVE "ingresos repartidos bajo declaracion"
                   TO MOTIVO-CASO
               GO TO CRIBAR-TITULAR-CASO.

           IF CENT-RETIRADAS-POS >= CENT-CASI-DECL AND
              CENT-RETIRADAS-POS < CENT-UMBRAL-DECL AND
              (TAML-NUM-TARJETAS(IDX-AML) > 1 OR
               TAML-NUM-RETIRADAS(IDX-AML) >= MIN-FRACCIONES)
               MOVE "retiradas repartidas bajo declaracion"
                   TO MOTIVO-CASO
               GO TO CRIBAR-TITULAR-CASO.

           GO TO CRIBAR-TITULAR-EXIT.

       CRIBAR-TITULAR-CASO.
           MOVE TAML-NIF(IDX-AML) TO CASO-NIF.
           MOVE TAML-TARJETA-SOLA(IDX-AML) TO CASO-TARJETA.
           READ CASOS INVALID KEY
               GO TO CRIBAR-TITULAR-NUEVO.

           IF CASO-REVISADO AND
              TAML-ULTIMA-OP(IDX-AML) <= CASO-FECHA-REVISION
               ADD 1 TO NUM-CASOS-SUPRIMIDOS
               GO TO CRIBAR-TITULAR-EXIT.

           IF CASO-REVISADO
               MOVE "REABIERTO" TO LCA-ESTADO
               SET CASO-PENDIENTE TO TRUE
           ELSE
               MOVE "PENDIENTE" TO LCA-ESTADO
           END-IF.
           PERFORM DATOS-CASO THRU DATOS-CASO-EXIT.
           REWRITE CASO-REG INVALID KEY
               DISPLAY "BANK51: no se pudo actualizar el caso "
                   CASO-NIF " " CASO-TARJETA.
           GO TO CRIBAR-TITULAR-LISTAR.

       CRIBAR-TITULAR-NUEVO.
           MOVE "NUEVO" TO LCA-ESTADO.
           SET CASO-PENDIENTE TO TRUE.
           MOVE FECHA-HOY-NUM TO CASO-FECHA-ALTA.
           MOVE 0 TO CASO-FECHA-REVISION.
           MOVE SPACES TO CASO-ANALISTA.
           SET CASO-SIN-RESOLVER TO TRUE.
           MOVE SPACES TO CASO-NOTAS.
           PERFORM DATOS-CASO THRU DATOS-CASO-EXIT.
           WRITE CASO-REG INVALID KEY
               DISPLAY "BANK51: no se pudo dar de alta el caso "
                   CASO-NIF " " CASO-TARJETA.

       CRIBAR-TITULAR-LISTAR.
           ADD 1 TO NUM-CASOS-LISTADOS.
           MOVE TAML-NIF(IDX-AML) TO LCA-NIF.
           IF TAML-NIF(IDX-AML) = SPACES
               MOVE "SIN NIF" TO LCA-NIF.
           MOVE TAML-TARJETA(IDX-AML, 1) TO LCA-TARJETA.
           MOVE TAML-NOMBRE(IDX-AML) TO LCA-NOMBRE.
           MOVE TAML-NUM-TARJETAS(IDX-AML) TO LCA-NUM-TARJETAS.
           MOVE TAML-NUM-FRACCIONES(IDX-AML) TO LCA-FRACCIONES.
           COMPUTE LCA-INGRESOS-ENT = CENT-INGRESOS-POS / 100.
           MOVE FUNCTION MOD(CENT-INGRESOS-POS, 100)
               TO LCA-INGRESOS-DEC.
           COMPUTE LCA-RETIRADAS-ENT = CENT-RETIRADAS-POS / 100.
           MOVE FUNCTION MOD(CENT-RETIRADAS-POS, 100)
               TO LCA-RETIRADAS-DEC.
           MOVE MOTIVO-CASO TO LCA-MOTIVO.
           WRITE INFORME-LINEA FROM LINEA-CASO.

      *>   Un caso reabierto lleva debajo lo que anoto el analista la
      *>   vez anterior.
           IF CASO-FECHA-REVISION NOT = 0
               MOVE CASO-FECHA-REVISION TO LNO-FECHA
               MOVE CASO-ANALISTA TO LNO-ANALISTA
               MOVE CASO-NOTAS TO LNO-NOTAS
               WRITE INFORME-LINEA FROM LINEA-NOTAS.

       CRIBAR-TITULAR-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   DATOS-CASO: cifras de la deteccion actual en el caso.
      *>   ---------------------------------------------------------
       DATOS-CASO.
           MOVE TAML-NOMBRE(IDX-AML) TO CASO-NOMBRE.
           MOVE FECHA-HOY-NUM TO CASO-FECHA-DETECCION.
           MOVE TAML-ULTIMA-OP(IDX-AML) TO CASO-ULTIMA-OP.
           MOVE TAML-NUM-FRACCIONES(IDX-AML) TO CASO-NUM-FRACCIONES.
           MOVE TAML-NUM-TARJETAS(IDX-AML) TO CASO-NUM-TARJETAS.
           COMPUTE CASO-INGRESOS-ENT = CENT-INGRESOS-POS / 100.
           MOVE FUNCTION MOD(CENT-INGRESOS-POS, 100)
               TO CASO-INGRESOS-DEC.
           COMPUTE CASO-RETIRADAS-ENT = CENT-RETIRADAS-POS / 100.
           MOVE FUNCTION MOD(CENT-RETIRADAS-POS, 100)
               TO CASO-RETIRADAS-DEC.
           MOVE MOTIVO-CASO TO CASO-MOTIVO.

       DATOS-CASO-EXIT.
           EXIT.

       FIN-BATCH-ERROR.
      *>   Codigo de retorno distinto de cero: el lanzador de la
      *>   cadena (BANK31) apunta el paso en error, no completado.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
