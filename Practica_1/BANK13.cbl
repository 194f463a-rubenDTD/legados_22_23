      *> en el dia. Este programa calcula ese importe esperado a partir
      *> de los MOVIMIENTO-REG del dia y lo compara con lo que el
      *> empleado de sucursal cuenta fisicamente al hacer el arqueo,
      *> senalando cualquier descuadre. El arqueo es de un cajero
      *> concreto (terminales.ubd, BANK63): solo cuentan los
      *> movimientos con su MOV-TERMINAL y solo sus cajetines y su
      *> buzon. Como BANK11 y BANK12, es una herramienta de sucursal y
      *> no cuelga de PMENU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL CAJETINES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJETIN-CLAVE
           FILE STATUS IS FSC.

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
       FD F-MOVIMIENTOS
           02 MOV-MIN              PIC   9(2).
           02 MOV-SEG              PIC   9(2).
           02 MOV-IMPORTE-ENT      PIC  S9(7).
           02 MOV-IMPORTE-DEC      PIC  S9(2).
           02 MOV-CONCEPTO         PIC  X(35).
           02 MOV-SALDOPOS-ENT     PIC  S9(9).
           02 MOV-SALDOPOS-DEC     PIC  S9(2).
      *>   Cajero (terminales.ubd) del efectivo; cero si no lo es.
           02 MOV-TERMINAL         PIC   9(4).

       FD CAJETINES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajetines.ubd".
       01 CAJETIN-REG.
           02 CAJETIN-CLAVE.
               03 CAJETIN-TERMINAL PIC  9(4).
               03 CAJETIN-DENOM    PIC  9(3).
           02 CAJETIN-CANTIDAD     PIC  9(5).

      *> Inventario del buzon de depositos que alimenta BANK5 con cada
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
       77 FSM                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSTE                     PIC  X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       77 EURENT-CONTADO            PIC  9(7).
       77 EURDEC-CONTADO            PIC  9(2).

      *> Cajero sobre el que se trabaja, elegido al entrar.
       77 TERMINAL-CAJERO          PIC 9(4).
       77 UBICACION-MOSTRADA       PIC X(30).

      *> Cajetines cargados y recuento fisico billete a billete.
       01 TABLA-CAJETINES.
           05 NUM-CAJETINES         PIC  9(2) VALUE 0.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-TERMINAL.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 8 COL 45 PIC 9(4) USING TERMINAL-CAJERO.

       01 CONTADO-ACCEPT.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 18 COL 45 PIC 9(7) USING EURENT-CONTADO.
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

       CALCULAR-TOTALES.
           MOVE 0 TO CENT-TOTAL-RETIRADO.
           MOVE 0 TO CENT-NETO-INGRESADO.
       LEER-MOVIMIENTOS.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO LEER-MOVIMIENTOS-FIN.
               IF MOV-ANO = ANO AND MOV-MES = MES AND MOV-DIA = DIA
                  AND MOV-TERMINAL = TERMINAL-CAJERO THEN
                   COMPUTE CENT-IMPOR-TMP =
                       (MOV-IMPORTE-ENT * 100) + MOV-IMPORTE-DEC
                   IF MOV-CONCEPTO = "Retirada de efectivo." THEN

       MOSTRAR-TOTALES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cajero" LINE 6 COL 20.
           DISPLAY TERMINAL-CAJERO LINE 6 COL 27.
           DISPLAY UBICACION-MOSTRADA LINE 6 COL 32.

           COMPUTE RETIRADO-ENT = (CENT-TOTAL-RETIRADO / 100).
           MOVE FUNCTION MOD(CENT-TOTAL-RETIRADO, 100) TO RETIRADO-DEC.
           OPEN INPUT CAJETINES.
           IF FSC <> 00 AND FSC <> 05
               GO TO PSYS-ERR.
           MOVE TERMINAL-CAJERO TO CAJETIN-TERMINAL.
           MOVE 0 TO CAJETIN-DENOM.
           START CAJETINES KEY IS NOT LESS THAN CAJETIN-CLAVE
               INVALID KEY GO TO ARQUEO-CAJETINES-FIN.

       ARQUEO-CAJETINES-LEER.
           READ CAJETINES NEXT RECORD AT END
               GO TO ARQUEO-CAJETINES-FIN.
               IF CAJETIN-TERMINAL NOT = TERMINAL-CAJERO
                   GO TO ARQUEO-CAJETINES-FIN.
               IF NUM-CAJETINES >= 10
                   GO TO ARQUEO-CAJETINES-FIN.
               ADD 1 TO NUM-CAJETINES.
           OPEN INPUT DEPOSITO.
           IF FSD <> 00 AND FSD <> 05
               GO TO PSYS-ERR.
           MOVE TERMINAL-CAJERO TO DEP-TERMINAL.
           MOVE 0 TO DEP-DENOM.
           START DEPOSITO KEY IS NOT LESS THAN DEP-CLAVE
               INVALID KEY GO TO ARQUEO-DEPOSITO-FIN.

       ARQUEO-DEPOSITO-LEER.
           READ DEPOSITO NEXT RECORD AT END
               GO TO ARQUEO-DEPOSITO-FIN.
               IF DEP-TERMINAL NOT = TERMINAL-CAJERO
                   GO TO ARQUEO-DEPOSITO-FIN.
               IF NUM-DENOM-DEP >= 10
                   GO TO ARQUEO-DEPOSITO-FIN.
               ADD 1 TO NUM-DENOM-DEP.
           CLOSE F-MOVIMIENTOS.
           CLOSE CAJETINES.
           CLOSE DEPOSITO.
           CLOSE TERMINALES.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
