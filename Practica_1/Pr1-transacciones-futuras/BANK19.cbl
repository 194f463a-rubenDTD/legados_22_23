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

       WORKING-STORAGE SECTION.
       77 FSM                      PIC  X(2).
           MOVE MOV-CONCEPTO TO HIST-CONCEPTO.
           MOVE MOV-SALDOPOS-ENT TO HIST-SALDOPOS-ENT.
           MOVE MOV-SALDOPOS-DEC TO HIST-SALDOPOS-DEC.
           MOVE MOV-TERMINAL TO HIST-TERMINAL.

           WRITE MOVHIST-REG INVALID KEY CONTINUE.

           MOVE "Arrastre de saldo." TO MOV-CONCEPTO.

           COMPUTE MOV-IMPORTE-ENT = TARR-CENT-NETO(IDX-ARR) / 100.
           MOVE FUNCTION REM(TARR-CENT-NETO(IDX-ARR), 100)
               TO MOV-IMPORTE-DEC.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE MOV-IMPORTE-DEC = 0 - MOV-IMPORTE-DEC.
           COMPUTE MOV-SALDOPOS-ENT = TARR-CENT-NETO(IDX-ARR) / 100.
           MOVE FUNCTION REM(TARR-CENT-NETO(IDX-ARR), 100)
               TO MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-ENT < 0
               COMPUTE MOV-SALDOPOS-DEC = 0 - MOV-SALDOPOS-DEC.
           MOVE 0 TO MOV-TERMINAL.

           WRITE MOVIMIENTO-REG INVALID KEY
               REWRITE MOVIMIENTO-REG INVALID KEY CONTINUE
