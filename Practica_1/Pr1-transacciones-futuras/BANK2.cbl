           RECORD KEY IS TRANSF-NUM
           FILE STATUS IS FSTM.

           SELECT OPTIONAL DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESC-TARJETA
           FILE STATUS IS FSD.

       DATA DIVISION.
       FILE SECTION.
       FD SALDOS
           02 TRANSF-TOTAL-CUOTAS  PIC    9(3).
           02 TRANSF-CUOTAS-HECHAS PIC    9(3).

      *> Linea de descubierto autorizada por tarjeta (BANK43), en EUR
      *> enteros; solo cuenta entre la fecha de alta y la de revision.
       FD DESCUBIERTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descubiertos.ubd".
       01 DESCUBIERTO-REG.
           02 DESC-TARJETA          PIC 9(16).
           02 DESC-LIMITE           PIC 9(7).
           02 DESC-FECHA-ALTA       PIC 9(8).
           02 DESC-FECHA-REVISION   PIC 9(8).

       WORKING-STORAGE SECTION.
       77 FSS                      PIC  X(2).
       77 FSTM                     PIC  X(2).
       77 FSD                      PIC  X(2).

       78 BLACK                  VALUE      0.
       78 BLUE                   VALUE      1.
       77 CENT-SALDO-POSTED        PIC S9(9).
       77 CENT-SALDO-DISPONIBLE    PIC S9(9).
       77 CENT-IMPOR-PENDIENTE     PIC S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 CENT-LINEA-RESTANTE      PIC S9(9).
       77 FECHA-HOY-NUM            PIC  9(8).

      *> Saldos en pantalla: signo aparte y magnitud, para que un
      *> descubierto de menos de un euro no salga en positivo.
       77 POSTED-SIGNO             PIC  X(1).
       77 POSTED-ENT               PIC  9(7).
       77 POSTED-DEC               PIC  9(2).
       77 DISP-SIGNO               PIC  X(1).
       77 DISP-ENT                 PIC  9(7).
       77 DISP-DEC                 PIC  9(2).
       77 LINEA-ENT                PIC S9(7).
       77 LINEA-DEC                PIC  9(2).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 SALDO-POSTED-DISPLAY.
           05 FILLER LINE 10 COL 33 PIC X(1) FROM POSTED-SIGNO.
           05 FILLER LINE 10 COL 34 PIC 9(7) FROM POSTED-ENT.
           05 FILLER LINE 10 COL 41 VALUE ",".
           05 FILLER LINE 10 COL 42 PIC 99 FROM POSTED-DEC.
           05 FILLER LINE 10 COL 45 VALUE "EUR".

       01 SALDO-DISPONIBLE-DISPLAY.
           05 FILLER LINE 13 COL 33 PIC X(1) FROM DISP-SIGNO.
           05 FILLER LINE 13 COL 34 PIC 9(7) FROM DISP-ENT.
           05 FILLER LINE 13 COL 41 VALUE ",".
           05 FILLER LINE 13 COL 42 PIC 99 FROM DISP-DEC.
           05 FILLER LINE 13 COL 45 VALUE "EUR".

       01 LINEA-RESTANTE-DISPLAY.
           05 FILLER SIGN IS LEADING SEPARATE
               LINE 15 COL 33 PIC -9(7) FROM LINEA-ENT.
           05 FILLER LINE 15 COL 41 VALUE ",".
           05 FILLER LINE 15 COL 42 PIC 99 FROM LINEA-DEC.
           05 FILLER LINE 15 COL 45 VALUE "EUR".

       PROCEDURE DIVISION USING TNUM.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           *> El disponible parte del saldo contabilizado y resta el
           *> importe de toda transferencia pendiente de ejecutar cuyo
           *> origen sea esta tarjeta.
           *> Con linea de descubierto vigente, lo que queda de ella
           *> (el limite menos lo ya dispuesto en negativo) se suma al
           *> disponible.
           MOVE CENT-SALDO-POSTED TO CENT-SALDO-DISPONIBLE.
           PERFORM SUMAR-PENDIENTES THRU SUMAR-PENDIENTES-EXIT.
           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.

           MOVE CENT-DESCUBIERTO TO CENT-LINEA-RESTANTE.
           IF CENT-SALDO-POSTED < 0
               ADD CENT-SALDO-POSTED TO CENT-LINEA-RESTANTE.
           IF CENT-LINEA-RESTANTE < 0
               MOVE 0 TO CENT-LINEA-RESTANTE.
           ADD CENT-DESCUBIERTO TO CENT-SALDO-DISPONIBLE.

           MOVE SPACE TO POSTED-SIGNO.
           IF CENT-SALDO-POSTED < 0
               MOVE "-" TO POSTED-SIGNO.
           COMPUTE POSTED-ENT = (CENT-SALDO-POSTED / 100).
           MOVE FUNCTION REM(CENT-SALDO-POSTED, 100) TO POSTED-DEC.

           MOVE SPACE TO DISP-SIGNO.
           IF CENT-SALDO-DISPONIBLE < 0
               MOVE "-" TO DISP-SIGNO.
           COMPUTE DISP-ENT = (CENT-SALDO-DISPONIBLE / 100).
           MOVE FUNCTION REM(CENT-SALDO-DISPONIBLE, 100) TO DISP-DEC.

           COMPUTE LINEA-ENT = (CENT-LINEA-RESTANTE / 100).
           MOVE FUNCTION MOD(CENT-LINEA-RESTANTE, 100) TO LINEA-DEC.

           DISPLAY "Saldo contabilizado (posted):" LINE 9 COL 19.
           DISPLAY SALDO-POSTED-DISPLAY.
           DISPLAY "Saldo disponible:" LINE 12 COL 19.
           DISPLAY SALDO-DISPONIBLE-DISPLAY.
           IF CENT-DESCUBIERTO > 0
               DISPLAY "de ello, descubierto restante:" LINE 14 COL 19
               DISPLAY LINEA-RESTANTE-DISPLAY.
           DISPLAY "(tiene en cuenta las transferencias pendientes"
               LINE 17 COL 17.
           DISPLAY "de ejecutar que saldran de esta cuenta"
               LINE 18 COL 17.
           DISPLAY "y la linea de descubierto autorizada)"
               LINE 19 COL 17.

           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.
       SUMAR-PENDIENTES-EXIT.
           CLOSE TRANSFERENCIAS.

      *>   ---------------------------------------------------------
      *>   LEER-DESCUBIERTO: limite de la linea de descubierto de la
      *>   tarjeta en descubiertos.ubd (BANK43), en centimos. Sin
      *>   fichero, sin registro o fuera de vigencia (antes del alta o
      *>   pasada la fecha de revision), la linea es cero.
      *>   ---------------------------------------------------------
       LEER-DESCUBIERTO.
           MOVE 0 TO CENT-DESCUBIERTO.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           OPEN INPUT DESCUBIERTOS.
           IF FSD <> 00 AND FSD <> 05
               GO TO LEER-DESCUBIERTO-EXIT.
           MOVE TNUM TO DESC-TARJETA.
           READ DESCUBIERTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FECHA-HOY-NUM >= DESC-FECHA-ALTA
                      AND FECHA-HOY-NUM <= DESC-FECHA-REVISION
                       COMPUTE CENT-DESCUBIERTO = DESC-LIMITE * 100
                   END-IF
           END-READ.
           CLOSE DESCUBIERTOS.

       LEER-DESCUBIERTO-EXIT.
           EXIT.

       PSYS-ERR.
           CLOSE SALDOS.
           CLOSE TRANSFERENCIAS.
