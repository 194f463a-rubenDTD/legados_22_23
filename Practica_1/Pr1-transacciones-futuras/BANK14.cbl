      *> mensajeria lo entregue. Cada entrada despachada se marca como
      *> enviada en la propia cola, de modo que una pasada interrumpida
      *> se reanuda donde se quedo sin reenviar avisos ya entregados.
      *> En la cola entran tambien los avisos previos de falta de
      *> fondos y de saldo bajo de BANK62, que no corresponden a
      *> ningun movimiento y se despachan igual que los demas.
      *> Pensado para lanzarse tras el batch nocturno (BANK10), igual
      *> que este sin intervencion de ningun cajero.

               03 NOTIF-TARJETA        PIC  9(16).
               03 NOTIF-MOV-NUM        PIC  9(35).
           02 NOTIF-IMPORTE-ENT        PIC S9(7).
           02 NOTIF-IMPORTE-DEC        PIC S9(2).
           02 NOTIF-CONCEPTO           PIC  X(35).
           02 NOTIF-CANAL              PIC  9(1).
               88 CANAL-SMS              VALUE 1.
           02 CONT-CANAL-PREF      PIC 9(1).
               88 CONT-PREF-SMS      VALUE 1.
               88 CONT-PREF-CORREO   VALUE 2.
      *>   Aviso de saldo bajo (BANK62): EUR enteros, cero sin aviso.
           02 CONT-UMBRAL-SALDO    PIC 9(7).

       FD AVISOS-SMS
           LABEL RECORD STANDARD
           02 FILLER               PIC  X(1) VALUE SPACE.
           02 AVISO-CONTACTO       PIC  X(40).
           02 FILLER               PIC  X(1) VALUE SPACE.
           02 AVISO-IMPORTE-SIGNO  PIC X(1).
           02 AVISO-IMPORTE-ENT    PIC 9(7).
           02 FILLER               PIC  X(1) VALUE ",".
           02 AVISO-IMPORTE-DEC    PIC  9(2).
           02 FILLER               PIC  X(4) VALUE " EUR".
       DESPACHAR-FORMATEAR.
           PERFORM RESOLVER-CONTACTO THRU RESOLVER-CONTACTO-EXIT.

           MOVE SPACE TO AVISO-IMPORTE-SIGNO.
           IF NOTIF-IMPORTE-ENT < 0 OR NOTIF-IMPORTE-DEC < 0
               MOVE "-" TO AVISO-IMPORTE-SIGNO.
           MOVE NOTIF-IMPORTE-ENT TO AVISO-IMPORTE-ENT.
           MOVE NOTIF-IMPORTE-DEC TO AVISO-IMPORTE-DEC.
           MOVE NOTIF-CONCEPTO TO AVISO-CONCEPTO.
