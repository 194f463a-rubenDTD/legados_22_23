       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK52.

      *> Revision de casos de posible fraccionamiento de efectivo:
      *> BANK51 da de alta en casos_blanqueo.ubd a los titulares que
      *> reparten su efectivo justo por debajo de los umbrales, y
      *> los vuelve a listar cada mes mientras nadie los mire. Desde
      *> esta pantalla de cumplimiento normativo el analista lista
      *> los casos pendientes (o los ya revisados), abre uno, ve las
      *> cifras de la ultima deteccion y las notas anteriores, y lo
      *> cierra como archivado sin indicios o como comunicado, con
      *> sus notas. El caso queda revisado con la fecha y el analista:
      *> BANK51 ya no lo saca mientras el titular no mueva efectivo
      *> nuevo despues de esa fecha.
      *>
      *> Exige identificarse via BANK21 con nivel de supervisor. Como
      *> el resto de herramientas de sucursal, no cuelga de PMENU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASO-CLAVE
           FILE STATUS IS FSCA.

       DATA DIVISION.
       FILE SECTION.
      *> Casos de posible fraccionamiento (BANK51). Clave NIF, o NIF
      *> en blanco y tarjeta para una tarjeta sin NIF.
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

       WORKING-STORAGE SECTION.
       77 FSCA                     PIC  X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
       78 CYAN                    VALUE      3.
       78 RED                     VALUE      4.
       78 MAGENTA                 VALUE      5.
       78 YELLOW                  VALUE      6.
       78 WHITE                   VALUE      7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES               PIC   9(2).
               10 DIA               PIC   9(2).
           05 HORA.
               10 HORAS             PIC   9(2).
               10 MINUTOS           PIC   9(2).
               10 SEGUNDOS          PIC   9(2).
               10 MILISEGUNDOS      PIC   9(2).
           05 DIF-GMT               PIC  S9(4).

       01 KEYBOARD-STATUS           PIC  9(4).
           88 ENTER-PRESSED       VALUE     0.
           88 PGUP-PRESSED        VALUE  2001.
           88 PGDN-PRESSED        VALUE  2002.
           88 ESC-PRESSED         VALUE  2005.

       77 PRESSED-KEY              PIC  9(4).
       77 CHOICE                   PIC  9(1).
       77 CONFIRMACION             PIC  X(1).

       01 OPER-FICHA.
           02 OPER-ID-VALIDADO     PIC X(10).
           02 OPER-NIVEL-VALIDADO  PIC 9(1).

       77 FECHA-HOY-NUM            PIC  9(8).

      *> Casos del estado elegido en el menu, para la lista paginada.
       01 TABLA-CASOS.
           05 NUM-CASOS             PIC  9(3) VALUE 0.
           05 CASO-TABLA OCCURS 200 TIMES.
               10 TCAS-NIF          PIC  X(9).
               10 TCAS-TARJETA      PIC  9(16).
               10 TCAS-NOMBRE       PIC  X(20).
               10 TCAS-DETECCION    PIC  9(8).
               10 TCAS-FRACCIONES   PIC  9(5).
               10 TCAS-MOTIVO       PIC  X(40).

       77 CASOS-DESBORDADOS        PIC  9(1).
           88 SIN-DESBORDE-CAS       VALUE 0.
           88 CON-DESBORDE-CAS       VALUE 1.

       77 ESTADO-LISTADO           PIC  9(1).
       77 ORDINAL-ELEGIDO          PIC  9(3).
       77 PAGINA-ACTUAL            PIC  9(2) VALUE 1.
       77 LINEAS-POR-PAGINA        PIC  9(2) VALUE 10.
       77 TOTAL-PAGINAS            PIC  9(2).
       77 PRIMER-IDX-PAGINA        PIC  9(3).
       77 IDX-LINEA                PIC  9(3).
       77 LINEA-PANTALLA           PIC  9(2).
       77 LINEA-RENGLON            PIC  9(2).

       77 RESOLUCION-NUEVA         PIC  9(1).
       77 NOTAS-NUEVAS             PIC  X(60).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-REVISION.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 17 COL 40 PIC 9(1) USING RESOLUCION-NUEVA.
           05 FILLER UNDERLINE
               LINE 19 COL 10 PIC X(60) USING NOTAS-NUEVAS.

       01 ENTRADA-CONFIRMACION.
           05 FILLER UNDERLINE
               LINE 21 COL 50 PIC X(1) USING CONFIRMACION.

       01 LINEA-CASO.
           05 FILLER LINE LINEA-RENGLON COL 02 PIC 9(3)
               FROM IDX-LINEA.
           05 FILLER LINE LINEA-RENGLON COL 06 PIC X(9)
               FROM TCAS-NIF(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 16 PIC X(20)
               FROM TCAS-NOMBRE(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 37 PIC 9(8)
               FROM TCAS-DETECCION(IDX-LINEA).
           05 FILLER LINE LINEA-RENGLON COL 46 PIC X(34)
               FROM TCAS-MOTIVO(IDX-LINEA).

       01 ORDINAL-ACCEPT.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 21 COL 48 PIC 9(3) USING ORDINAL-ELEGIDO.

       PROCEDURE DIVISION.
       INICIO-SESION.
      *>   Los casos de blanqueo son informacion reservada: exige
      *>   nivel de supervisor, como los ajustes de BANK35.
           CALL "BANK21" USING OPER-FICHA.
           IF OPER-ID-VALIDADO = SPACES
               EXIT PROGRAM.
           IF OPER-NIVEL-VALIDADO < 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Se requiere nivel de supervisor" LINE 9 COL 24
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO EXIT-ENTER.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Casos de efectivo" LINE 2 COL 25
               WITH FOREGROUND-COLOR IS 1.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

       PMENU-CASOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "1 - Casos pendientes de revision" LINE 8 COL 20.
           DISPLAY "2 - Casos ya revisados" LINE 9 COL 20.
           DISPLAY "Elija una opcion y pulse Enter:" LINE 13 COL 20.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT CHOICE LINE 13 COL 52 ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PMENU-CASOS.

           IF CHOICE = 1
               MOVE 0 TO ESTADO-LISTADO
               GO TO LISTAR-CASOS.
           IF CHOICE = 2
               MOVE 1 TO ESTADO-LISTADO
               GO TO LISTAR-CASOS.
           GO TO PMENU-CASOS.

      *> ---------------------------------------------------------
      *> Lista paginada de los casos del estado elegido.
      *> ---------------------------------------------------------
       LISTAR-CASOS.
           PERFORM CARGAR-CASOS THRU CARGAR-CASOS-EXIT.

           IF NUM-CASOS = 0 THEN
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "No hay casos en ese estado" LINE 12 COL 27
               DISPLAY "Enter - Volver" LINE 24 COL 33
               GO TO EXIT-MENU
           END-IF.

           COMPUTE TOTAL-PAGINAS =
               (NUM-CASOS + LINEAS-POR-PAGINA - 1)
               / LINEAS-POR-PAGINA.
           MOVE 1 TO PAGINA-ACTUAL.

       MOSTRAR-PAGINA-CASOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF ESTADO-LISTADO = 0
               DISPLAY "Casos pendientes de revision" LINE 5 COL 26
           ELSE
               DISPLAY "Casos ya revisados" LINE 5 COL 31
           END-IF.
           DISPLAY "Pagina" LINE 6 COL 30.
           DISPLAY PAGINA-ACTUAL LINE 6 COL 37.
           DISPLAY "de" LINE 6 COL 42.
           DISPLAY TOTAL-PAGINAS LINE 6 COL 45.

           IF CON-DESBORDE-CAS
               DISPLAY "AVISO: mas de 200 casos; lista incompleta"
                   LINE 7 COL 19 WITH BACKGROUND-COLOR RED.

           DISPLAY "Num" LINE 8 COL 02.
           DISPLAY "NIF" LINE 8 COL 06.
           DISPLAY "Titular" LINE 8 COL 16.
           DISPLAY "Detectado" LINE 8 COL 37.
           DISPLAY "Motivo" LINE 8 COL 46.

           COMPUTE PRIMER-IDX-PAGINA =
               ((PAGINA-ACTUAL - 1) * LINEAS-POR-PAGINA) + 1.
           MOVE 0 TO LINEA-PANTALLA.
           MOVE PRIMER-IDX-PAGINA TO IDX-LINEA.

       MOSTRAR-LINEA-CASO.
           IF IDX-LINEA > NUM-CASOS OR
              LINEA-PANTALLA >= LINEAS-POR-PAGINA THEN
               GO TO MOSTRAR-PAGINA-CASOS-FIN.

           ADD 1 TO LINEA-PANTALLA.
           COMPUTE LINEA-RENGLON = 9 + LINEA-PANTALLA.
           DISPLAY LINEA-CASO.

           ADD 1 TO IDX-LINEA.
           GO TO MOSTRAR-LINEA-CASO.

       MOSTRAR-PAGINA-CASOS-FIN.
           DISPLAY "PgUp - Pagina anterior" LINE 22 COL 02.
           DISPLAY "PgDn - Pagina siguiente" LINE 22 COL 50.
           DISPLAY "Caso a revisar (0 - volver):" LINE 21 COL 18.
           DISPLAY "Enter - Elegir" LINE 24 COL 02.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

       PIDE-ORDINAL.
           MOVE 0 TO ORDINAL-ELEGIDO.
           ACCEPT ORDINAL-ACCEPT ON EXCEPTION
               IF PGDN-PRESSED THEN
                   IF PAGINA-ACTUAL < TOTAL-PAGINAS
                       ADD 1 TO PAGINA-ACTUAL
                   END-IF
                   GO TO MOSTRAR-PAGINA-CASOS
               ELSE IF PGUP-PRESSED THEN
                   IF PAGINA-ACTUAL > 1
                       SUBTRACT 1 FROM PAGINA-ACTUAL
                   END-IF
                   GO TO MOSTRAR-PAGINA-CASOS
               ELSE IF ESC-PRESSED THEN
                   GO TO PMENU-CASOS
               ELSE
                   GO TO PIDE-ORDINAL.

           IF ORDINAL-ELEGIDO = 0 THEN
               GO TO PMENU-CASOS.

           IF ORDINAL-ELEGIDO > NUM-CASOS THEN
               DISPLAY "Numero de orden no valido" LINE 23 COL 27
                   WITH BACKGROUND-COLOR RED
               GO TO PIDE-ORDINAL.

      *> ---------------------------------------------------------
      *> Revision de un caso: cifras de la ultima deteccion, notas
      *> anteriores y resolucion con las notas nuevas.
      *> ---------------------------------------------------------
       MOSTRAR-CASO.
           OPEN I-O CASOS.
           IF FSCA <> 00
               GO TO PSYS-ERR.

           MOVE TCAS-NIF(ORDINAL-ELEGIDO) TO CASO-NIF.
           MOVE TCAS-TARJETA(ORDINAL-ELEGIDO) TO CASO-TARJETA.
           READ CASOS INVALID KEY
               CLOSE CASOS
               GO TO PSYS-ERR.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "NIF:" LINE 6 COL 10.
           DISPLAY CASO-NIF LINE 6 COL 15.
           IF CASO-NIF = SPACES
               DISPLAY "Tarjeta sin NIF:" LINE 6 COL 26
               DISPLAY CASO-TARJETA LINE 6 COL 43.
           DISPLAY "Titular:" LINE 7 COL 06.
           DISPLAY CASO-NOMBRE LINE 7 COL 15.
           DISPLAY "Alta del caso:" LINE 8 COL 02.
           DISPLAY CASO-FECHA-ALTA LINE 8 COL 17.
           DISPLAY "Ultima deteccion:" LINE 8 COL 30.
           DISPLAY CASO-FECHA-DETECCION LINE 8 COL 48.
           DISPLAY "Motivo:" LINE 9 COL 07.
           DISPLAY CASO-MOTIVO LINE 9 COL 15.
           DISPLAY "Tarjetas con efectivo:" LINE 10 COL 02.
           DISPLAY CASO-NUM-TARJETAS LINE 10 COL 25.
           DISPLAY "Operaciones bajo umbral:" LINE 10 COL 30.
           DISPLAY CASO-NUM-FRACCIONES LINE 10 COL 55.
           DISPLAY "Ingresos de la ventana:" LINE 11 COL 02.
           DISPLAY CASO-INGRESOS-ENT LINE 11 COL 26.
           DISPLAY "," LINE 11 COL 35.
           DISPLAY CASO-INGRESOS-DEC LINE 11 COL 36.
           DISPLAY "EUR" LINE 11 COL 39.
           DISPLAY "Retiradas de la ventana:" LINE 12 COL 01.
           DISPLAY CASO-RETIRADAS-ENT LINE 12 COL 26.
           DISPLAY "," LINE 12 COL 35.
           DISPLAY CASO-RETIRADAS-DEC LINE 12 COL 36.
           DISPLAY "EUR" LINE 12 COL 39.

           IF CASO-FECHA-REVISION NOT = 0
               DISPLAY "Revisado el" LINE 14 COL 02
               DISPLAY CASO-FECHA-REVISION LINE 14 COL 14
               DISPLAY "por" LINE 14 COL 23
               DISPLAY CASO-ANALISTA LINE 14 COL 27
               IF CASO-ARCHIVADO
                   DISPLAY "(archivado)" LINE 14 COL 38
               END-IF
               IF CASO-COMUNICADO
                   DISPLAY "(comunicado)" LINE 14 COL 38
               END-IF
           END-IF.

           DISPLAY "1 - Archivar sin indicios" LINE 15 COL 10.
           DISPLAY "2 - Comunicado al organo de control" LINE 16
               COL 10.
           DISPLAY "Resolucion:" LINE 17 COL 28.
           DISPLAY "Notas del analista:" LINE 18 COL 10.
           DISPLAY "ESC - Volver" LINE 24 COL 66.

           MOVE CASO-RESOLUCION TO RESOLUCION-NUEVA.
           MOVE CASO-NOTAS TO NOTAS-NUEVAS.

       PIDE-REVISION.
           ACCEPT ENTRADA-REVISION ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE CASOS
                   GO TO MOSTRAR-PAGINA-CASOS
               ELSE
                   GO TO PIDE-REVISION.

           IF RESOLUCION-NUEVA NOT = 1 AND RESOLUCION-NUEVA NOT = 2
               DISPLAY "Indique la resolucion (1 o 2)" LINE 23 COL 25
                   WITH BACKGROUND-COLOR RED
               GO TO PIDE-REVISION.
           IF NOTAS-NUEVAS = SPACES
               DISPLAY "Las notas del analista son obligatorias"
                   LINE 23 COL 20 WITH BACKGROUND-COLOR RED
               GO TO PIDE-REVISION.

       PIDE-CONFIRMA-REVISION.
           MOVE "N" TO CONFIRMACION.
           DISPLAY "Cerrar la revision del caso? (S/N):" LINE 21
               COL 14.

           ACCEPT ENTRADA-CONFIRMACION ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE CASOS
                   GO TO MOSTRAR-PAGINA-CASOS
               ELSE
                   GO TO PIDE-CONFIRMA-REVISION.

           IF CONFIRMACION NOT = "S" AND CONFIRMACION NOT = "s"
               CLOSE CASOS
               GO TO MOSTRAR-PAGINA-CASOS.

           SET CASO-REVISADO TO TRUE.
           MOVE RESOLUCION-NUEVA TO CASO-RESOLUCION.
           MOVE NOTAS-NUEVAS TO CASO-NOTAS.
           MOVE FECHA-HOY-NUM TO CASO-FECHA-REVISION.
           MOVE OPER-ID-VALIDADO TO CASO-ANALISTA.
           REWRITE CASO-REG INVALID KEY
               CLOSE CASOS
               GO TO PSYS-ERR.
           CLOSE CASOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Caso revisado" LINE 9 COL 33.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-MENU.

      *>   ---------------------------------------------------------
      *>   CARGAR-CASOS: casos con CASO-ESTADO = ESTADO-LISTADO.
      *>   ---------------------------------------------------------
       CARGAR-CASOS.
           MOVE 0 TO NUM-CASOS.
           SET SIN-DESBORDE-CAS TO TRUE.

           OPEN INPUT CASOS.
           IF FSCA = 05
               CLOSE CASOS
               GO TO CARGAR-CASOS-EXIT.
           IF FSCA <> 00
               GO TO PSYS-ERR.

       CARGAR-CASOS-LEER.
           READ CASOS NEXT RECORD AT END
               GO TO CARGAR-CASOS-FIN.
               IF CASO-ESTADO NOT = ESTADO-LISTADO
                   GO TO CARGAR-CASOS-LEER.
               IF NUM-CASOS >= 200
                   SET CON-DESBORDE-CAS TO TRUE
                   GO TO CARGAR-CASOS-LEER.
               ADD 1 TO NUM-CASOS.
               MOVE CASO-NIF TO TCAS-NIF(NUM-CASOS).
               MOVE CASO-TARJETA TO TCAS-TARJETA(NUM-CASOS).
               MOVE CASO-NOMBRE TO TCAS-NOMBRE(NUM-CASOS).
               MOVE CASO-FECHA-DETECCION TO TCAS-DETECCION(NUM-CASOS).
               MOVE CASO-NUM-FRACCIONES TO TCAS-FRACCIONES(NUM-CASOS).
               MOVE CASO-MOTIVO TO TCAS-MOTIVO(NUM-CASOS).
               GO TO CARGAR-CASOS-LEER.

       CARGAR-CASOS-FIN.
           CLOSE CASOS.

       CARGAR-CASOS-EXIT.
           EXIT.

       PSYS-ERR.
           CLOSE CASOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde" LINE 11 COL 32
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80.
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               GO TO EXIT-ENTER.

       EXIT-MENU.
           ACCEPT PRESSED-KEY LINE 24 COL 80.
           IF ENTER-PRESSED
               GO TO PMENU-CASOS
           ELSE
               GO TO EXIT-MENU.
