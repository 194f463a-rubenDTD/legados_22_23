      *> canal a correo porque el domicilio postal era el unico dato
      *> de contacto; con la ficha grabada, los avisos salen por el
      *> canal que el cliente pidio y BANK14 imprime el telefono o el
      *> correo real en cada linea de aviso. La ficha guarda tambien
      *> el umbral de saldo bajo que elige el titular: el batch
      *> nocturno BANK62 le avisa cuando su saldo cae por debajo (cero
      *> si no quiere ese aviso). Exige identificarse via
      *> BANK21; basta el nivel de operador. Como el resto de
      *> herramientas de sucursal, no cuelga de PMENU.

           02 CONT-CANAL-PREF      PIC 9(1).
               88 CONT-PREF-SMS      VALUE 1.
               88 CONT-PREF-CORREO   VALUE 2.
      *>   Aviso de saldo bajo (BANK62): EUR enteros, cero sin aviso.
           02 CONT-UMBRAL-SALDO    PIC 9(7).

       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 TELEFONO-NUEVO           PIC X(12).
       77 EMAIL-NUEVO              PIC X(40).
       77 CANAL-NUEVO              PIC 9(1).
       77 UMBRAL-NUEVO             PIC 9(7).

       SCREEN SECTION.
       01 BLANK-SCREEN.
               LINE 13 COL 40 PIC X(40) USING EMAIL-NUEVO.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 14 COL 40 PIC 9(1) USING CANAL-NUEVO.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 15 COL 40 PIC 9(7) USING UMBRAL-NUEVO.

       PROCEDURE DIVISION.
       INICIO-SESION.
                   MOVE SPACES TO TELEFONO-NUEVO
                   MOVE SPACES TO EMAIL-NUEVO
                   MOVE 2 TO CANAL-NUEVO
                   MOVE 0 TO UMBRAL-NUEVO
               NOT INVALID KEY
                   SET CON-CONTACTO TO TRUE
                   MOVE CONT-TELEFONO TO TELEFONO-NUEVO
                   MOVE CONT-EMAIL TO EMAIL-NUEVO
                   MOVE CONT-CANAL-PREF TO CANAL-NUEVO
                   MOVE CONT-UMBRAL-SALDO TO UMBRAL-NUEVO
           END-READ.

       PIDE-DATOS.
           DISPLAY "Telefono movil:" LINE 12 COL 24.
           DISPLAY "Correo electronico:" LINE 13 COL 20.
           DISPLAY "Canal de avisos (1 SMS, 2 correo):" LINE 14 COL 05.
           DISPLAY "Avisar con saldo menor de (EUR):" LINE 15 COL 07.
           DISPLAY "(0 sin aviso)" LINE 15 COL 49.

           ACCEPT ENTRADA-CONTACTO ON EXCEPTION
               IF ESC-PRESSED
           MOVE TELEFONO-NUEVO TO CONT-TELEFONO.
           MOVE EMAIL-NUEVO TO CONT-EMAIL.
           MOVE CANAL-NUEVO TO CONT-CANAL-PREF.
           MOVE UMBRAL-NUEVO TO CONT-UMBRAL-SALDO.

           IF CON-CONTACTO
               REWRITE CONTACTO-REG INVALID KEY GO TO PSYS-ERR
