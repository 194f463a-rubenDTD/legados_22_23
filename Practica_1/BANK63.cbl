       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK63.

      *> Mantenimiento del maestro de cajeros: terminales.ubd guarda un
      *> registro por cajero fisico con su numero de terminal, la
      *> sucursal a la que pertenece, su ubicacion y si esta en
      *> servicio. BANK1 recibe su numero de terminal por la linea de
      *> mandatos y no arranca (ni admite tarjetas) si el terminal no
      *> esta aqui o esta fuera de servicio; los cajetines
      *> (cajetines.ubd) y el buzon (deposito.ubd) se llevan por
      *> terminal, cada retirada e ingreso de BANK4 y BANK5 apunta el
      *> suyo en MOV-TERMINAL, y la reposicion (BANK26), la recogida
      *> (BANK39), el arqueo (BANK13) y la prevision (BANK40) trabajan
      *> cajero a cajero. El volcado a contabilidad de BANK33 toma de
      *> aqui la sucursal para las cuentas de caja. Poner un cajero
      *> en servicio o retirarlo exige nivel de supervisor via BANK21.
      *> Como el resto de herramientas de sucursal, no cuelga de PMENU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERM-ID
           FILE STATUS IS FSTE.

       DATA DIVISION.
       FILE SECTION.
      *> Maestro de cajeros: uno por terminal fisico, con su
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
       77 FSTE                     PIC  X(2).

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
           88 ESC-PRESSED         VALUE  2005.

       77 PRESSED-KEY              PIC  9(4).

       01 OPER-FICHA.
           02 OPER-ID-VALIDADO     PIC X(10).
           02 OPER-NIVEL-VALIDADO  PIC 9(1).

       77 TERMINAL-EXISTE          PIC 9(1) VALUE 0.
           88 TERMINAL-NUEVO        VALUE 0.
           88 TERMINAL-DADO-ALTA    VALUE 1.

       77 TERMINAL-BUSCADO         PIC 9(4).
       77 SUCURSAL-NUEVA           PIC 9(4).
       77 UBICACION-NUEVA          PIC X(30).
       77 ESTADO-NUEVO             PIC 9(1).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-TERMINAL.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 8 COL 40 PIC 9(4) USING TERMINAL-BUSCADO.

       01 ENTRADA-DATOS-TERMINAL.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 12 COL 40 PIC 9(4) USING SUCURSAL-NUEVA.
           05 FILLER AUTO UNDERLINE
               LINE 13 COL 40 PIC X(30) USING UBICACION-NUEVA.
           05 FILLER UNDERLINE
               LINE 14 COL 40 PIC 9(1) USING ESTADO-NUEVO.

       PROCEDURE DIVISION.
       INICIO-SESION.
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
           DISPLAY "UnizarBank - Maestro de cajeros" LINE 2 COL 24
               WITH FOREGROUND-COLOR IS 1.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

       PIDE-TERMINAL.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Terminal:" LINE 8 COL 29.

           MOVE 0 TO TERMINAL-BUSCADO.

           DISPLAY "Enter - Continuar" LINE 24 COL 02.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT ENTRADA-TERMINAL ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-TERMINAL.

           IF TERMINAL-BUSCADO = 0 THEN
               GO TO PIDE-TERMINAL.

       LEER-TERMINAL.
           OPEN I-O TERMINALES.
           IF FSTE <> 00 AND FSTE <> 05
               GO TO PSYS-ERR.

           MOVE TERMINAL-BUSCADO TO TERM-ID.
           READ TERMINALES
               INVALID KEY
                   SET TERMINAL-NUEVO TO TRUE
                   MOVE 0 TO SUCURSAL-NUEVA
                   MOVE SPACES TO UBICACION-NUEVA
                   MOVE 0 TO ESTADO-NUEVO
               NOT INVALID KEY
                   SET TERMINAL-DADO-ALTA TO TRUE
                   MOVE TERM-SUCURSAL TO SUCURSAL-NUEVA
                   MOVE TERM-UBICACION TO UBICACION-NUEVA
                   MOVE TERM-ESTADO TO ESTADO-NUEVO
           END-READ.

           IF TERMINAL-NUEVO
               DISPLAY "Terminal nuevo: se dara de alta" LINE 10 COL 24
           ELSE
               DISPLAY "Terminal dado de alta" LINE 10 COL 29
           END-IF.

       PIDE-DATOS-TERMINAL.
           DISPLAY "Sucursal:" LINE 12 COL 29.
           DISPLAY "Ubicacion:" LINE 13 COL 28.
           DISPLAY "Estado:" LINE 14 COL 31.
           DISPLAY "(0 en servicio, 1 fuera de servicio)" LINE 15
               COL 22.

           ACCEPT ENTRADA-DATOS-TERMINAL ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE TERMINALES
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-DATOS-TERMINAL.

           IF SUCURSAL-NUEVA = 0
               DISPLAY "Indique la sucursal del cajero" LINE 17 COL 25
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               GO TO PIDE-DATOS-TERMINAL.

           IF ESTADO-NUEVO > 1
               DISPLAY "Estado no valido" LINE 17 COL 32
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               GO TO PIDE-DATOS-TERMINAL.

       GRABAR-TERMINAL.
           MOVE TERMINAL-BUSCADO TO TERM-ID.
           MOVE SUCURSAL-NUEVA TO TERM-SUCURSAL.
           MOVE UBICACION-NUEVA TO TERM-UBICACION.
           MOVE ESTADO-NUEVO TO TERM-ESTADO.
           IF TERMINAL-DADO-ALTA
               REWRITE TERMINAL-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           ELSE
               WRITE TERMINAL-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
           END-IF.
           CLOSE TERMINALES.

       P-EXITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cajero actualizado en el maestro." LINE 9 COL 23.
           IF ESTADO-NUEVO = 1
               DISPLAY "Queda FUERA DE SERVICIO: no admitira tarjetas"
                   LINE 11 COL 17
           ELSE
               DISPLAY "Queda en servicio." LINE 11 COL 31
           END-IF.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSYS-ERR.
           CLOSE TERMINALES.

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
