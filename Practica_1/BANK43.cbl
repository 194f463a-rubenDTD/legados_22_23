       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK43.

      *> Mantenimiento de lineas de descubierto autorizado por tarjeta:
      *> descubiertos.ubd guarda, en EUR enteros, hasta cuanto puede
      *> quedar en negativo el saldo de la tarjeta, desde que fecha
      *> rige la linea y la fecha de revision (AAAAMMDD, ambas
      *> incluidas). Fuera de ese intervalo la tarjeta vuelve a no
      *> poder bajar de cero. El cajero (BANK4, BANK6, BANK7), el
      *> batch de ordenes (BANK10) y el bucle de mensualidades de
      *> BANK1 dejan operar hasta -limite; BANK2 ensena lo que queda
      *> de linea, y BANK24 cobra a fin de mes los intereses deudores
      *> y la comision por descubierto segun tarifas.ubd. Un limite a
      *> cero suprime la linea de la tarjeta. Conceder credito mueve
      *> dinero: exige nivel de supervisor via BANK21 y deja
      *> constancia en la auditoria, como los limites de BANK30.
      *> Como el resto de herramientas de sucursal, no cuelga de PMENU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESC-TARJETA
           FILE STATUS IS FSD.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-CLAVE
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
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

       FD DESCUBIERTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descubiertos.ubd".
       01 DESCUBIERTO-REG.
           02 DESC-TARJETA          PIC 9(16).
           02 DESC-LIMITE           PIC 9(7).
           02 DESC-FECHA-ALTA       PIC 9(8).
           02 DESC-FECHA-REVISION   PIC 9(8).

       FD AUDITLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDIT-REG.
           02 AUDIT-CLAVE.
               03 AUDIT-TARJETA      PIC 9(16).
               03 AUDIT-FECHA-HORA   PIC 9(14).
           02 AUDIT-SUPERVISOR       PIC X(10).
           02 AUDIT-ACCION           PIC X(20).

       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSA                      PIC  X(2).

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

       77 DESCUBIERTO-EXISTE       PIC 9(1) VALUE 0.
           88 SIN-DESCUBIERTO       VALUE 0.
           88 CON-DESCUBIERTO       VALUE 1.

       77 TNUM-BUSCADA             PIC 9(16).
       77 LIMITE-NUEVO             PIC 9(7).
       77 ALTA-NUEVA               PIC 9(8).
       77 REVISION-NUEVA           PIC 9(8).
       77 ACCION-AUDITORIA         PIC X(20).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-TARJETA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 8 COL 40 PIC 9(16) USING TNUM-BUSCADA.

       01 ENTRADA-DESCUBIERTO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 13 COL 50 PIC 9(7) USING LIMITE-NUEVO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 14 COL 50 PIC 9(8) USING ALTA-NUEVA.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 15 COL 50 PIC 9(8) USING REVISION-NUEVA.

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
           DISPLAY "UnizarBank - Descubierto autorizado" LINE 2 COL 22
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

       PIDE-TARJETA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta:" LINE 8 COL 30.

           MOVE 0 TO TNUM-BUSCADA.

           DISPLAY "Enter - Continuar" LINE 24 COL 02.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT ENTRADA-TARJETA ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-TARJETA.

           IF TNUM-BUSCADA = 0 THEN
               GO TO PIDE-TARJETA.

       BUSCAR-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE TNUM-BUSCADA TO TNUM.
           READ TARJETAS INVALID KEY GO TO TARJETA-NO-EXISTE.
           CLOSE TARJETAS.

      *>   A una tarjeta cerrada no se le abre credito.
           IF TARJETA-CERRADA
               GO TO TARJETA-CERRADA-ERR.

           DISPLAY "Titular:" LINE 10 COL 20.
           DISPLAY TNOMBRE LINE 10 COL 30.

       LEER-DESCUBIERTO.
           OPEN I-O DESCUBIERTOS.
           IF FSD <> 00 AND FSD <> 05
               GO TO PSYS-ERR.

           MOVE TNUM-BUSCADA TO DESC-TARJETA.
           READ DESCUBIERTOS
               INVALID KEY
                   SET SIN-DESCUBIERTO TO TRUE
                   MOVE 0 TO LIMITE-NUEVO
                   COMPUTE ALTA-NUEVA = (ANO * 10000) + (MES * 100)
                       + DIA
                   MOVE 0 TO REVISION-NUEVA
               NOT INVALID KEY
                   SET CON-DESCUBIERTO TO TRUE
                   MOVE DESC-LIMITE TO LIMITE-NUEVO
                   MOVE DESC-FECHA-ALTA TO ALTA-NUEVA
                   MOVE DESC-FECHA-REVISION TO REVISION-NUEVA
           END-READ.

       PIDE-DESCUBIERTO.
           DISPLAY "Linea en EUR (0 = sin descubierto)" LINE 12 COL 20.
           DISPLAY "Limite de descubierto:" LINE 13 COL 21.
           DISPLAY "Vigente desde (AAAAMMDD):" LINE 14 COL 18.
           DISPLAY "Revision (AAAAMMDD):" LINE 15 COL 23.

           ACCEPT ENTRADA-DESCUBIERTO ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE DESCUBIERTOS
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-DESCUBIERTO.

           IF LIMITE-NUEVO = 0
               GO TO GRABAR-DESCUBIERTO.

      *>   Las dos fechas han de ser de calendario y la revision no
      *>   puede ser anterior al alta.
           IF FUNCTION TEST-DATE-YYYYMMDD(ALTA-NUEVA) <> 0
              OR FUNCTION TEST-DATE-YYYYMMDD(REVISION-NUEVA) <> 0
               DISPLAY "Fecha no valida" LINE 17 COL 33
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               GO TO PIDE-DESCUBIERTO.

           IF REVISION-NUEVA < ALTA-NUEVA
               DISPLAY "La revision es anterior al alta" LINE 17 COL 25
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               GO TO PIDE-DESCUBIERTO.

       GRABAR-DESCUBIERTO.
           MOVE TNUM-BUSCADA TO DESC-TARJETA.

           IF LIMITE-NUEVO = 0
               MOVE "Baja descubierto" TO ACCION-AUDITORIA
               IF CON-DESCUBIERTO
                   DELETE DESCUBIERTOS INVALID KEY GO TO PSYS-ERR
                   END-DELETE
               END-IF
           ELSE
               MOVE "Linea descubierto" TO ACCION-AUDITORIA
               MOVE LIMITE-NUEVO TO DESC-LIMITE
               MOVE ALTA-NUEVA TO DESC-FECHA-ALTA
               MOVE REVISION-NUEVA TO DESC-FECHA-REVISION
               IF CON-DESCUBIERTO
                   REWRITE DESCUBIERTO-REG INVALID KEY GO TO PSYS-ERR
                   END-REWRITE
               ELSE
                   WRITE DESCUBIERTO-REG INVALID KEY GO TO PSYS-ERR
                   END-WRITE
               END-IF
           END-IF.
           CLOSE DESCUBIERTOS.

       REGISTRAR-AUDITORIA.
           OPEN I-O AUDITLOG.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE TNUM-BUSCADA TO AUDIT-TARJETA.
           STRING ANO DELIMITED BY SIZE
               MES DELIMITED BY SIZE
               DIA DELIMITED BY SIZE
               HORAS DELIMITED BY SIZE
               MINUTOS DELIMITED BY SIZE
               SEGUNDOS DELIMITED BY SIZE
               INTO AUDIT-FECHA-HORA.
           MOVE OPER-ID-VALIDADO TO AUDIT-SUPERVISOR.
           MOVE ACCION-AUDITORIA TO AUDIT-ACCION.

           WRITE AUDIT-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE AUDITLOG.

       P-EXITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Descubierto de la tarjeta actualizado." LINE 9
               COL 21.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       TARJETA-NO-EXISTE.
           CLOSE TARJETAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta no existe" LINE 9 COL 27
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Salir" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       TARJETA-CERRADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta esta cerrada" LINE 9 COL 26
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Salir" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE DESCUBIERTOS.
           CLOSE AUDITLOG.

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
