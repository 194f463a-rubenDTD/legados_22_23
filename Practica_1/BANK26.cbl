      *> BANK4 comprueba y descuenta en cada retirada y que el arqueo
      *> de BANK13 coteja billete a billete. Esta pantalla de sucursal
      *> suma al inventario los billetes cargados al reponer (dando de
      *> alta la denominacion si es la primera vez). Cada cajero
      *> lleva sus propios cajetines: se elige primero el terminal
      *> (dado de alta en terminales.ubd por BANK63) y la reposicion
      *> solo toca los suyos. Exige identificarse via BANK21; basta
      *> el nivel de operador. Como el resto de herramientas de
      *> sucursal, no cuelga de PMENU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       77 FSC                      PIC  X(2).
       77 FSTE                     PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK26".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       77 DENOM-REPUESTA           PIC 9(3).
       77 BILLETES-REPUESTOS       PIC 9(5).

      *> Cajero sobre el que se trabaja, elegido al entrar.
       77 TERMINAL-CAJERO          PIC 9(4).
       77 UBICACION-MOSTRADA       PIC X(30).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-TERMINAL.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 8 COL 45 PIC 9(4) USING TERMINAL-CAJERO.

       01 ENTRADA-REPOSICION.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 8 COL 45 PIC 9(3) USING DENOM-REPUESTA.
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

       PIDE-DATOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cajero" LINE 6 COL 20.
           DISPLAY TERMINAL-CAJERO LINE 6 COL 27.
           DISPLAY UBICACION-MOSTRADA LINE 6 COL 32.
           DISPLAY "Denominacion del billete:" LINE 8 COL 18.
           DISPLAY "Billetes cargados:" LINE 9 COL 25.

           IF FSC <> 00 AND FSC <> 05
               GO TO PSYS-ERR.

           MOVE TERMINAL-CAJERO TO CAJETIN-TERMINAL.
           MOVE DENOM-REPUESTA TO CAJETIN-DENOM.
           READ CAJETINES INVALID KEY GO TO REPONER-CAJETIN-NUEVO.

           ADD BILLETES-REPUESTOS TO CAJETIN-CANTIDAD.
           SET DPE-CAJETINES TO TRUE.
           MOVE CAJETIN-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE CAJETIN-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CAJETINES.
           GO TO P-EXITO.

       REPONER-CAJETIN-NUEVO.
           MOVE TERMINAL-CAJERO TO CAJETIN-TERMINAL.
           MOVE DENOM-REPUESTA TO CAJETIN-DENOM.
           MOVE BILLETES-REPUESTOS TO CAJETIN-CANTIDAD.
           SET DPE-CAJETINES TO TRUE.
           MOVE CAJETIN-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           WRITE CAJETIN-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CAJETINES.


       PSYS-ERR.
           CLOSE CAJETINES.
           CLOSE TERMINALES.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
