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

       FD TARJETAS
           LABEL RECORD STANDARD
       77 FSA                      PIC  X(2).
       77 FSR                      PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK34".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

      *> Umbrales de inactividad, en meses sin actividad del titular.
       78 UMBRAL-MESES-AVISO       VALUE 12.
       78 UMBRAL-MESES-MARCA       VALUE 24.
               GO TO MARCAR-INACTIVA-EXIT.

           SET TARJETA-INACTIVA TO TRUE.
           SET DPE-TARJETAS TO TRUE.
           MOVE TAJETAREG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           REWRITE TAJETAREG INVALID KEY GO TO MARCAR-INACTIVA-EXIT.

           MOVE TNUM TO AUDIT-TARJETA.
