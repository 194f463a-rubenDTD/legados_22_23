      *> deja a cero dejando constancia en pantalla de lo recogido
      *> (que es lo que firma la furgoneta). Es la pareja de la
      *> reposicion de cajetines de BANK26, en la cara de entrada del
      *> efectivo. Cada cajero tiene su buzon: se elige primero el
      *> terminal (terminales.ubd, BANK63) y solo se vacia el suyo.
      *> Exige identificarse via BANK21; basta el nivel de operador.
      *> Como el resto de herramientas de sucursal, no cuelga de
      *> PMENU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL DEPOSITO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CLAVE
           FILE STATUS IS FSD.

           SELECT OPTIONAL TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERM-ID
           FILE STATUS IS FSTE.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOSITO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "deposito.ubd".
       01 DEPOSITO-REG.
           02 DEP-CLAVE.
               03 DEP-TERMINAL     PIC  9(4).
               03 DEP-DENOM        PIC  9(3).
           02 DEP-CANTIDAD         PIC  9(5).

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
       77 FSD                      PIC  X(2).
       77 FSTE                     PIC  X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       77 NUM-DENOMINACIONES       PIC  9(2) VALUE 0.
       77 TOTAL-RECOGIDO           PIC  9(9) VALUE 0.

      *> Cajero sobre el que se trabaja, elegido al entrar.
       77 TERMINAL-CAJERO          PIC 9(4).
       77 UBICACION-MOSTRADA       PIC X(30).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-TERMINAL.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 8 COL 45 PIC 9(4) USING TERMINAL-CAJERO.

       01 LINEA-DENOMINACION.
           05 FILLER LINE LINEA-RENGLON COL 20 PIC 9(3)
               FROM DEP-DENOM.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

      *>   Se trabaja cajero a cajero: el terminal ha de estar dado
      *>   de alta en el maestro (BANK63), este o no en servicio.
       PIDE-TERMINAL.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Terminal del cajero:" LINE 8 COL 24.
           MOVE 0 TO TERMINAL-CAJERO.
           DISPLAY "Enter - Continuar" LINE 24 COL 02.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

       PIDE-TERMINAL-ACCEPT.
           ACCEPT ENTRADA-TERMINAL ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-TERMINAL-ACCEPT.

           IF TERMINAL-CAJERO = 0 THEN
               GO TO PIDE-TERMINAL-ACCEPT.

           OPEN INPUT TERMINALES.
           IF FSTE <> 00 AND FSTE <> 05
               GO TO PSYS-ERR.
           MOVE TERMINAL-CAJERO TO TERM-ID.
           READ TERMINALES INVALID KEY
               CLOSE TERMINALES
               DISPLAY "Terminal no dado de alta" LINE 11 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO PIDE-TERMINAL-ACCEPT.
           MOVE TERM-UBICACION TO UBICACION-MOSTRADA.
           CLOSE TERMINALES.

       MOSTRAR-INVENTARIO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Buzon de depositos a recoger" LINE 6 COL 26.
           DISPLAY "Cajero" LINE 7 COL 20.
           DISPLAY TERMINAL-CAJERO LINE 7 COL 27.
           DISPLAY UBICACION-MOSTRADA LINE 7 COL 32.

           MOVE 0 TO NUM-DENOMINACIONES.
           MOVE 0 TO TOTAL-RECOGIDO.
           OPEN INPUT DEPOSITO.
           IF FSD <> 00 AND FSD <> 05
               GO TO PSYS-ERR.
           MOVE TERMINAL-CAJERO TO DEP-TERMINAL.
           MOVE 0 TO DEP-DENOM.
           START DEPOSITO KEY IS NOT LESS THAN DEP-CLAVE
               INVALID KEY GO TO MOSTRAR-INVENTARIO-FIN.

       MOSTRAR-INVENTARIO-LEER.
           READ DEPOSITO NEXT RECORD AT END
               GO TO MOSTRAR-INVENTARIO-FIN.
               IF DEP-TERMINAL NOT = TERMINAL-CAJERO
                   GO TO MOSTRAR-INVENTARIO-FIN.
               IF DEP-CANTIDAD > 0 AND LINEA-RENGLON < 18 THEN
                   ADD 1 TO LINEA-RENGLON
                   ADD 1 TO NUM-DENOMINACIONES
           OPEN I-O DEPOSITO.
           IF FSD <> 00 AND FSD <> 05
               GO TO PSYS-ERR.
           MOVE TERMINAL-CAJERO TO DEP-TERMINAL.
           MOVE 0 TO DEP-DENOM.
           START DEPOSITO KEY IS NOT LESS THAN DEP-CLAVE
               INVALID KEY GO TO VACIAR-BUZON-FIN.

       VACIAR-BUZON-LEER.
           READ DEPOSITO NEXT RECORD AT END GO TO VACIAR-BUZON-FIN.
               IF DEP-TERMINAL NOT = TERMINAL-CAJERO
                   GO TO VACIAR-BUZON-FIN.
               IF DEP-CANTIDAD > 0 THEN
                   MOVE 0 TO DEP-CANTIDAD
                   REWRITE DEPOSITO-REG INVALID KEY GO TO PSYS-ERR

       PSYS-ERR.
           CLOSE DEPOSITO.
           CLOSE TERMINALES.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
