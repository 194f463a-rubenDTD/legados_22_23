       77 FSI                      PIC  X(2).
       77 FSA                      PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK9".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
               INTO CLAVE-ABIERTA
           PERFORM CIFRAR-CLAVE THRU CIFRAR-CLAVE-EXIT
           MOVE CLAVE-CIFRADA TO TPIN-E
           SET DPE-TARJETAS TO TRUE
           MOVE TAJETAREG TO DPE-REGISTRO
           CALL "BANK58" USING DIARIO-PETICION
           REWRITE TAJETAREG INVALID KEY GO PSYS-ERR
           CLOSE TARJETAS.

