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

      *> Enlace vieja-nueva que deja la renovacion de BANK28, con
      *> clave la tarjeta nueva: desde la tarjeta en mano se remonta
       77 FECHA-DESDE-NUM           PIC  9(8).
       77 FECHA-HASTA-NUM           PIC  9(8).

      *> Importe y saldo de la linea: signo aparte y magnitudes, que
      *> un importe de menos de un euro lleva el signo en los
      *> decimales y no en la parte entera.
       77 PANT-IMPORTE-SIGNO        PIC  X(1).
       77 PANT-IMPORTE-ENT          PIC  9(7).
       77 PANT-IMPORTE-DEC          PIC  9(2).
       77 PANT-SALDO-SIGNO          PIC  X(1).
       77 PANT-SALDO-ENT            PIC  9(9).
       77 PANT-SALDO-DEC            PIC  9(2).

       LINKAGE SECTION.
       77 TNUM                      PIC  9(16).

           05 FILLER LINE LINEA-RENGLON COL 11 PIC 9(4) FROM MOV-ANO.
           05 FILLER LINE LINEA-RENGLON COL 17 PIC X(25)
               FROM MOV-CONCEPTO.
           05 FILLER LINE LINEA-RENGLON COL 43 PIC X(1)
               FROM PANT-IMPORTE-SIGNO.
           05 FILLER LINE LINEA-RENGLON COL 44 PIC 9(7)
               FROM PANT-IMPORTE-ENT.
           05 FILLER LINE LINEA-RENGLON COL 51 VALUE ",".
           05 FILLER LINE LINEA-RENGLON COL 52 PIC 99
               FROM PANT-IMPORTE-DEC.
           05 FILLER LINE LINEA-RENGLON COL 58 PIC X(1)
               FROM PANT-SALDO-SIGNO.
           05 FILLER LINE LINEA-RENGLON COL 59 PIC 9(9)
               FROM PANT-SALDO-ENT.
           05 FILLER LINE LINEA-RENGLON COL 68 VALUE ",".
           05 FILLER LINE LINEA-RENGLON COL 69 PIC 99
               FROM PANT-SALDO-DEC.

       PROCEDURE DIVISION USING TNUM.
       INICIO.
               CLOSE F-MOVIMIENTOS
           END-IF.

           MOVE SPACE TO PANT-IMPORTE-SIGNO.
           IF MOV-IMPORTE-ENT < 0 OR MOV-IMPORTE-DEC < 0
               MOVE "-" TO PANT-IMPORTE-SIGNO.
           MOVE MOV-IMPORTE-ENT TO PANT-IMPORTE-ENT.
           MOVE MOV-IMPORTE-DEC TO PANT-IMPORTE-DEC.
           MOVE SPACE TO PANT-SALDO-SIGNO.
           IF MOV-SALDOPOS-ENT < 0 OR MOV-SALDOPOS-DEC < 0
               MOVE "-" TO PANT-SALDO-SIGNO.
           MOVE MOV-SALDOPOS-ENT TO PANT-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO PANT-SALDO-DEC.

           ADD 1 TO LINEA-PANTALLA.
           COMPUTE LINEA-RENGLON = 9 + LINEA-PANTALLA.
           DISPLAY LINEA-MOVIMIENTO.
