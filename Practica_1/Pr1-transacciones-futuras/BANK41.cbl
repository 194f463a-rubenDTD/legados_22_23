       77 FST                      PIC  X(2).
       77 FSO                      PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK41".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

       77 PIN-TEXTO                PIC  9(4).
       77 CLAVE-ABIERTA            PIC  X(20).
       77 CLAVE-CIFRADA            PIC  9(8).
               MOVE 20 TO LARGO-CLAVE.
               PERFORM CIFRAR-CLAVE THRU CIFRAR-CLAVE-EXIT.
               MOVE CLAVE-CIFRADA TO TPIN.
               SET DPE-TARJETAS TO TRUE
               MOVE TAJETAREG TO DPE-REGISTRO
               CALL "BANK58" USING DIARIO-PETICION
               REWRITE TAJETAREG INVALID KEY CONTINUE.
               ADD 1 TO NUM-PINES-CONV.
               GO TO CONVERTIR-PINES.
