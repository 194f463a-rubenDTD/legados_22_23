      *> en el resumen y en consola. Los conceptos numerados
      *> ("Anulacion ingreso #...", "Devolucion entrada #...") se
      *> agrupan por su texto hasta la almohadilla para que no
      *> fragmenten los totales. El efectivo se parte ademas por
      *> cajero: los movimientos con MOV-TERMINAL dan un asiento por
      *> concepto y terminal, con la sucursal del maestro de cajeros
      *> (terminales.ubd), para las cuentas de caja de cada sucursal.
      *> Pensado para lanzarse dentro de la cadena nocturna
      *> (bank_nightly.sh), tras el cuadre de BANK15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS SALDO-TARJETA
           FILE STATUS IS FSS.

           SELECT OPTIONAL TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERM-ID
           FILE STATUS IS FSTE.

           SELECT OPTIONAL CONTAB-ASIENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCA.
           02 MOV-MIN              PIC   9(2).
           02 MOV-SEG              PIC   9(2).
           02 MOV-IMPORTE-ENT      PIC  S9(7).
           02 MOV-IMPORTE-DEC      PIC  S9(2).
           02 MOV-CONCEPTO         PIC  X(35).
           02 MOV-SALDOPOS-ENT     PIC  S9(9).
           02 MOV-SALDOPOS-DEC     PIC  S9(2).
      *>   Cajero (terminales.ubd) del efectivo; cero si no lo es.
           02 MOV-TERMINAL         PIC   9(4).

       FD SALDOS
           LABEL RECORD STANDARD
           02 SALDO-DEC            PIC  9(2).
           02 SALDO-ULTIMO-MOV     PIC  9(35).

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

      *> Registro de asiento de ancho fijo acordado con finanzas:
      *> fecha, concepto, numero de apuntes y sumas de adeudos y
      *> abonos en centimos, sin signo (los adeudos van en su columna).
      *> El efectivo lleva sucursal y terminal del cajero; los demas
      *> conceptos, ambos a cero.
       FD CONTAB-ASIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contab_asientos.txt".
           02 ASI-APUNTES          PIC 9(6).
           02 ASI-CENT-ADEUDOS     PIC 9(13).
           02 ASI-CENT-ABONOS      PIC 9(13).
           02 ASI-SUCURSAL         PIC 9(4).
           02 ASI-TERMINAL         PIC 9(4).

       FD CONTAB-RESUMEN
           LABEL RECORD STANDARD
       77 FSS                      PIC  X(2).
       77 FSCA                     PIC  X(2).
       77 FSCR                     PIC  X(2).
       77 FSTE                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.

       77 FECHA-PROCESO            PIC  9(8).

      *> Totales del dia por concepto (agrupado hasta la almohadilla)
      *> y, en el efectivo, por cajero.
       01 TABLA-CONCEPTOS.
           05 NUM-CONCEPTOS         PIC  9(3) VALUE 0.
           05 CONCEPTO-TABLA OCCURS 100 TIMES INDEXED BY IDX-CON.
               10 TCON-CONCEPTO     PIC  X(35).
               10 TCON-TERMINAL     PIC  9(4).
               10 TCON-SUCURSAL     PIC  9(4).
               10 TCON-APUNTES      PIC  9(6).
               10 TCON-CENT-ADEUDOS PIC S9(13).
               10 TCON-CENT-ABONOS  PIC S9(13).
           02 RES-ABONOS-ENT       PIC -9(9).
           02 FILLER               PIC X(1) VALUE ",".
           02 RES-ABONOS-DEC       PIC 9(2).
           02 RES-CAJERO.
               03 RES-CAJERO-LIT   PIC X(8).
               03 RES-TERMINAL     PIC 9(4).
           02 FILLER               PIC X(26) VALUE SPACES.

       01 LINEA-NETO.
           02 FILLER               PIC X(25) VALUE
               DISPLAY "BANK33: error al abrir contab_resumen.txt,"
                   " FS=" FSCR
               GO TO FIN-BATCH-ERROR.
      *>   El estado 05 es el maestro de cajeros opcional aun
      *>   inexistente: el efectivo sale entonces con sucursal cero.
           OPEN INPUT TERMINALES.
           IF FSTE <> 00 AND FSTE <> 05
               CLOSE F-MOVIMIENTOS
               CLOSE SALDOS
               CLOSE CONTAB-ASIENTOS
               CLOSE CONTAB-RESUMEN
               DISPLAY "BANK33: error al abrir terminales.ubd, FS="
                   FSTE
               GO TO FIN-BATCH-ERROR.

           MOVE DIA TO CAB-DIA.
           MOVE MES TO CAB-MES.
           WRITE RESUMEN-LINEA.

           CLOSE SALDOS.
           CLOSE TERMINALES.
           CLOSE CONTAB-ASIENTOS.
           CLOSE CONTAB-RESUMEN.

      *>   ---------------------------------------------------------
      *>   ACUMULAR-MOVIMIENTO: suma el movimiento del dia en curso al
      *>   total de su concepto (los numerados se agrupan por el texto
      *>   hasta la almohadilla, el efectivo ademas por cajero, con la
      *>   sucursal del maestro al abrir el total) y actualiza el
      *>   ultimo movimiento del dia de su tarjeta. El importe se
      *>   reconstruye con el convenio de parte entera con signo y
      *>   decimales en positivo.
      *>   ---------------------------------------------------------
       ACUMULAR-MOVIMIENTO.
           MOVE SPACES TO CONCEPTO-BASE.
           PERFORM BUSCAR-CONCEPTO
               VARYING IDX-CON FROM 1 BY 1
               UNTIL IDX-CON > NUM-CONCEPTOS
                  OR (TCON-CONCEPTO(IDX-CON) = CONCEPTO-BASE
                  AND TCON-TERMINAL(IDX-CON) = MOV-TERMINAL).

           IF IDX-CON > NUM-CONCEPTOS THEN
               IF NUM-CONCEPTOS >= 100
                   SET CON-DESBORDE TO TRUE
                   GO TO ACUMULAR-MOV-TARJETA
               END-IF
               ADD 1 TO NUM-CONCEPTOS
               SET IDX-CON TO NUM-CONCEPTOS
               MOVE CONCEPTO-BASE TO TCON-CONCEPTO(IDX-CON)
               MOVE MOV-TERMINAL TO TCON-TERMINAL(IDX-CON)
               MOVE 0 TO TCON-SUCURSAL(IDX-CON)
               IF MOV-TERMINAL NOT = 0
                   MOVE MOV-TERMINAL TO TERM-ID
                   READ TERMINALES
                       NOT INVALID KEY
                           MOVE TERM-SUCURSAL
                               TO TCON-SUCURSAL(IDX-CON)
                   END-READ
               END-IF
               MOVE 0 TO TCON-APUNTES(IDX-CON)
               MOVE 0 TO TCON-CENT-ADEUDOS(IDX-CON)
               MOVE 0 TO TCON-CENT-ABONOS(IDX-CON)
           MOVE TCON-APUNTES(IDX-CON) TO ASI-APUNTES.
           MOVE TCON-CENT-ADEUDOS(IDX-CON) TO ASI-CENT-ADEUDOS.
           MOVE TCON-CENT-ABONOS(IDX-CON) TO ASI-CENT-ABONOS.
           MOVE TCON-SUCURSAL(IDX-CON) TO ASI-SUCURSAL.
           MOVE TCON-TERMINAL(IDX-CON) TO ASI-TERMINAL.
           WRITE ASIENTO-REG.

           MOVE TCON-CONCEPTO(IDX-CON) TO RES-CONCEPTO.
           COMPUTE RES-ABONOS-ENT = TCON-CENT-ABONOS(IDX-CON) / 100.
           MOVE FUNCTION MOD(TCON-CENT-ABONOS(IDX-CON), 100)
               TO RES-ABONOS-DEC.
           IF TCON-TERMINAL(IDX-CON) = 0
               MOVE SPACES TO RES-CAJERO
           ELSE
               MOVE " CAJERO " TO RES-CAJERO-LIT
               MOVE TCON-TERMINAL(IDX-CON) TO RES-TERMINAL
           END-IF.
           WRITE RESUMEN-LINEA FROM LINEA-CONCEPTO.

           ADD TCON-CENT-ABONOS(IDX-CON) TO CENT-NETO-DIA.
