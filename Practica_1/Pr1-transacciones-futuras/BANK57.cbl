       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK57.

      *> Auditoria nocturna de integridad entre ficheros. BANK15 solo
      *> cuadra saldos.ubd contra movimientos.ubd; el resto de maestros
      *> podia irse descolgando sin que nadie lo viera. Este batch
      *> comprueba cada enlace entre ficheros y clasifica las roturas:
      *>
      *>   01 tarjeta de tarjetas.ubd sin su SALDO-REG
      *>   02 tarjeta de tarjetas.ubd sin su INTENTOSREG
      *>   03 tarjeta con TNIF que no esta en clientes.ubd (las
      *>      tarjetas antiguas sin NIF no cuentan: son su titular)
      *>   04 ficha de contactos.ubd de una tarjeta inexistente
      *>   05 limites de limites.ubd de una tarjeta inexistente
      *>   06 BILLETE-REG de un evento que no esta en eventos.ubd
      *>   07 evento con un promotor que no esta en promotores.ubd
      *>      (promotor 0: evento anterior a los promotores, no cuenta)
      *>   08 orden de transferencia pendiente cuya tarjeta origen
      *>      esta cerrada o no existe
      *>   09 renovacion hacia una tarjeta nueva inexistente
      *>   10 renovacion desde una tarjeta antigua inexistente
      *>
      *> Cada rotura se recuerda en integridad.ubd con la fecha en que
      *> se vio por primera vez y la ultima en que se vio. El parte,
      *> integridad.txt, lista por fichero todas las roturas, marcando
      *> las nuevas de esta noche; luego los totales por categoria, y
      *> al final las que ya no aparecen (alguien las corrigio), que
      *> se dan por resueltas y salen del registro.
      *>
      *> No corrige nada en los maestros. Si hay roturas nuevas acaba
      *> con codigo de retorno 4 (aviso): la cadena sigue, pero BANK31
      *> deja el paso como completado con aviso en informe_cadena.txt.
      *> Las roturas ya conocidas no vuelven a dar aviso.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-TARJETA
           FILE STATUS IS FSS.

           SELECT INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSI.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-NIF
           FILE STATUS IS FSCL.

           SELECT OPTIONAL CONTACTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-TARJETA
           FILE STATUS IS FSCO.

           SELECT OPTIONAL LIMITES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIM-TARJETA
           FILE STATUS IS FSL.

           SELECT BILLETES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BILLETE-NUM
           FILE STATUS IS FSB.

           SELECT EVENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVENTO-NUM
           FILE STATUS IS FSE.

           SELECT OPTIONAL PROMOTORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROM-NUM
           FILE STATUS IS FSP.

           SELECT TRANSFERENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANSF-NUM
           FILE STATUS IS FSTM.

           SELECT OPTIONAL RENOVACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RENOV-TNUM-NUEVA
           FILE STATUS IS FSRN.

           SELECT OPTIONAL INTEGRIDAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTEG-CLAVE
           FILE STATUS IS FSIN.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.

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

       FD SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-TARJETA        PIC  9(16).
           02 SALDO-ENT            PIC S9(9).
           02 SALDO-DEC            PIC  9(2).
           02 SALDO-ULTIMO-MOV     PIC  9(35).

       FD INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
       01 INTENTOSREG.
           02 INUM      PIC 9(16).
           02 IINTENTOS PIC 9(1).

       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
       01 CLIENTE-REG.
           02 CLI-NIF        PIC X(9).
           02 CLI-NOMBRE     PIC X(20).
           02 CLI-DOMICILIO  PIC X(30).

      *> Ficha de contacto por tarjeta (telefono, correo electronico
      *> y canal preferido de avisos), mantenida por BANK29.
       FD CONTACTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contactos.ubd".
       01 CONTACTO-REG.
           02 CONT-TARJETA         PIC 9(16).
           02 CONT-TELEFONO        PIC X(12).
           02 CONT-EMAIL           PIC X(40).
           02 CONT-CANAL-PREF      PIC 9(1).
               88 CONT-PREF-SMS      VALUE 1.
               88 CONT-PREF-CORREO   VALUE 2.
      *>   Aviso de saldo bajo (BANK62): EUR enteros, cero sin aviso.
           02 CONT-UMBRAL-SALDO    PIC 9(7).

       FD LIMITES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "limites.ubd".
       01 LIMITE-REG.
           02 LIM-TARJETA           PIC 9(16).
           02 LIM-RETIRADA-DIARIA   PIC 9(7).
           02 LIM-TRANSF-MAX        PIC 9(7).
           02 LIM-ENTRADAS-DIARIO   PIC 9(7).

       FD BILLETES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "billetes.ubd".
       01 BILLETE-REG.
           02 BILLETE-NUM           PIC  9(10).
           02 BILLETE-TARJETA       PIC  9(16).
           02 BILLETE-EVENTO-NUM    PIC  9(6).
           02 BILLETE-ANO           PIC  9(4).
           02 BILLETE-MES           PIC  9(2).
           02 BILLETE-DIA           PIC  9(2).
           02 BILLETE-PRECIO-ENT    PIC  9(5).
           02 BILLETE-PRECIO-DEC    PIC  9(2).
           02 BILLETE-MOV-NUM       PIC  9(35).
           02 BILLETE-ESTADO        PIC  9(1).
               88 BILLETE-VALIDO     VALUE 0.
               88 BILLETE-DEVUELTO   VALUE 1.
           02 BILLETE-GASTOS-ENT    PIC  9(5).
           02 BILLETE-GASTOS-DEC    PIC  9(2).

       FD EVENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "eventos.ubd".
       01 EVENTO-REG.
           02 EVENTO-NUM            PIC  9(6).
           02 EVENTO-NOMBRE         PIC  X(30).
           02 EVENTO-ANO            PIC  9(4).
           02 EVENTO-MES            PIC  9(2).
           02 EVENTO-DIA            PIC  9(2).
           02 EVENTO-PRECIO-ENT     PIC  9(5).
           02 EVENTO-PRECIO-DEC     PIC  9(2).
           02 EVENTO-AFORO-TOTAL    PIC  9(5).
           02 EVENTO-AFORO-DISP     PIC  9(5).
           02 EVENTO-PROMOTOR       PIC  9(4).
           02 EVENTO-LIQUIDADO      PIC  9(1).
               88 EVENTO-SIN-LIQUIDAR VALUE 0.
               88 EVENTO-YA-LIQUIDADO VALUE 1.
           02 EVENTO-VENTA          PIC  9(1).
               88 EVENTO-EN-VENTA      VALUE 0.
               88 EVENTO-VENTA-CERRADA VALUE 1.

      *> Maestro de promotores (BANK37): cada evento apunta al suyo y
      *> la liquidacion de BANK38 le paga por el.
       FD PROMOTORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "promotores.ubd".
       01 PROMOTOR-REG.
           02 PROM-NUM              PIC 9(4).
           02 PROM-NOMBRE           PIC X(30).
           02 PROM-TARJETA          PIC 9(16).
           02 PROM-CUENTA-EXT       PIC 9(16).
           02 PROM-COMISION-PCT-ENT PIC 9(2).
           02 PROM-COMISION-PCT-DEC PIC 9(2).

       FD TRANSFERENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transf.txt".
       01 TRANSF-REG.
           02 TRANSF-NUM           PIC   9(35).
           02 TARJETA-ORIGEN       PIC   9(16).
           02 TARJETA-DESTINO      PIC   9(16).
           02 TRANSF-IMPORTE-ENT   PIC   S9(7).
           02 TRANSF-IMPORTE-DEC   PIC    9(2).
           02 TRANSF-DIA           PIC    9(2).
           02 DIA-ORDEN            PIC    9(2).
           02 TRANSF-MES           PIC    9(2).
           02 TRANSF-ANO           PIC    9(4).
           02 ULTIMA-MENSUALIDAD   PIC    9(2).
           02 ULTIMO-ANO           PIC    9(4).
           02 TRANSF-ESTADO        PIC    9(1).
               88 TRANSF-PENDIENTE   VALUE 0.
               88 TRANSF-CANCELADA   VALUE 1.
               88 TRANSF-COMPLETADA  VALUE 2.
               88 TRANSF-RECHAZADA   VALUE 3.
           02 MENSUALIDADES-SALTADAS PIC    9(2).
           02 TRANSF-ORIGEN-HECHO  PIC    9(1).
               88 ORIGEN-PENDIENTE   VALUE 0.
               88 ORIGEN-HECHO       VALUE 1.
           02 TRANSF-DESTINO-EXT   PIC    9(1).
               88 DESTINO-PROPIO     VALUE 0.
               88 DESTINO-EXTERNO    VALUE 1.
           02 TRANSF-FIN-MES       PIC    9(2).
           02 TRANSF-FIN-ANO       PIC    9(4).
           02 TRANSF-TOTAL-CUOTAS  PIC    9(3).
           02 TRANSF-CUOTAS-HECHAS PIC    9(3).

      *> Enlace vieja-nueva, una entrada por renovacion, con clave la
      *> tarjeta NUEVA: asi BANK3, partiendo de la tarjeta en mano,
      *> puede remontar la cadena de plasticos anteriores por clave.
       FD RENOVACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "renovaciones.ubd".
       01 RENOV-REG.
           02 RENOV-TNUM-NUEVA     PIC 9(16).
           02 RENOV-TNUM-ANTIGUA   PIC 9(16).
           02 RENOV-FECHA          PIC 9(8).

      *> Roturas de integridad ya vistas por BANK57: categoria y
      *> referencia del registro roto (tarjeta, billete, evento,
      *> orden o tarjeta nueva de la renovacion), con la primera y la
      *> ultima fecha de proceso en que aparecio.
       FD INTEGRIDAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "integridad.ubd".
       01 INTEG-REG.
           02 INTEG-CLAVE.
               03 INTEG-CATEGORIA   PIC 9(2).
               03 INTEG-REFERENCIA  PIC 9(35).
           02 INTEG-TARJETA         PIC 9(16).
           02 INTEG-DETALLE         PIC X(40).
           02 INTEG-FECHA-ALTA      PIC 9(8).
           02 INTEG-FECHA-VISTA     PIC 9(8).

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "integridad.txt".
       01 INFORME-LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSCL                     PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSTM                     PIC  X(2).
       77 FSRN                     PIC  X(2).
       77 FSIN                     PIC  X(2).
       77 FSR                      PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS         PIC  9(2).
               10 MILISEGUNDOS     PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       77 FECHA-HOY-NUM            PIC  9(8).

      *> Rotura en curso: la deja el llamante antes de APUNTAR-ROTURA.
       77 ROT-CATEGORIA            PIC  9(2).
       77 ROT-REFERENCIA           PIC  9(35).
       77 ROT-TARJETA              PIC  9(16).
       77 ROT-DETALLE              PIC  X(40).

       77 ROTURA-NUEVA             PIC  9(1).
           88 ROTURA-YA-CONOCIDA     VALUE 0.
           88 ROTURA-DE-HOY          VALUE 1.

       77 NUM-ROTURAS              PIC  9(6) VALUE 0.
       77 NUM-NUEVAS               PIC  9(6) VALUE 0.
       77 NUM-RESUELTAS            PIC  9(6) VALUE 0.

      *> Codigo de retorno de aviso para la cadena (BANK31).
       78 RC-AVISO                 VALUE 4.

      *> Categorias de rotura, con el codigo como subindice.
       78 NUM-CATEGORIAS           VALUE 10.
       01 TABLA-CATEGORIAS.
           05 CATEGORIA-TABLA OCCURS 10 TIMES INDEXED BY IDX-CAT.
               10 TCAT-TEXTO        PIC  X(36).
               10 TCAT-NUM          PIC  9(6).
               10 TCAT-NUEVAS       PIC  9(6).

       01 LINEA-CABECERA.
           02 FILLER               PIC X(41) VALUE
               "AUDITORIA DE INTEGRIDAD DE FICHEROS DEL ".
           02 CAB-DIA              PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-MES              PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-ANO              PIC 9(4).
           02 FILLER               PIC X(81) VALUE SPACES.

       01 LINEA-SECCION.
           02 SEC-TEXTO            PIC X(60).
           02 FILLER               PIC X(72) VALUE SPACES.

       01 LINEA-TITULOS.
           02 FILLER               PIC X(4) VALUE "CAT".
           02 FILLER               PIC X(18) VALUE "TARJETA".
           02 FILLER               PIC X(37) VALUE "REFERENCIA".
           02 FILLER               PIC X(42) VALUE "DETALLE".
           02 FILLER               PIC X(6) VALUE "ESTADO".
           02 FILLER               PIC X(25) VALUE SPACES.

       01 LINEA-ROTURA.
           02 LRO-CATEGORIA        PIC 9(2).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LRO-TARJETA          PIC 9(16).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LRO-REFERENCIA       PIC Z(34)9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LRO-DETALLE          PIC X(40).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LRO-ESTADO           PIC X(6).
           02 FILLER               PIC X(25) VALUE SPACES.

       01 LINEA-TITULOS-CATEGORIA.
           02 FILLER               PIC X(4) VALUE "CAT".
           02 FILLER               PIC X(36) VALUE "CATEGORIA".
           02 FILLER               PIC X(10) VALUE "TOTAL".
           02 FILLER               PIC X(6) VALUE "NUEVAS".
           02 FILLER               PIC X(76) VALUE SPACES.

       01 LINEA-CATEGORIA.
           02 LCA-CATEGORIA        PIC 9(2).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LCA-TEXTO            PIC X(36).
           02 LCA-NUM              PIC ZZZZZ9.
           02 FILLER               PIC X(4) VALUE SPACES.
           02 LCA-NUEVAS           PIC ZZZZZ9.
           02 FILLER               PIC X(76) VALUE SPACES.

       01 LINEA-TOTAL.
           02 TOT-TEXTO            PIC X(30).
           02 TOT-NUM              PIC ZZZZZ9.
           02 FILLER               PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY "BANK57 - auditoria de integridad entre ficheros".
           DISPLAY "Fecha de proceso: " DIA "/" MES "/" ANO.

           PERFORM ABRIR-FICHEROS THRU ABRIR-FICHEROS-EXIT.
           PERFORM CARGAR-CATEGORIAS THRU CARGAR-CATEGORIAS-EXIT.

           MOVE DIA TO CAB-DIA.
           MOVE MES TO CAB-MES.
           MOVE ANO TO CAB-ANO.
           WRITE INFORME-LINEA FROM LINEA-CABECERA.

      *>   Tarjetas: su saldo, sus intentos y la ficha de su NIF.
           MOVE "TARJETAS.UBD: SALDO, INTENTOS Y CLIENTE" TO SEC-TEXTO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.

       LEER-TARJETAS.
           READ TARJETAS NEXT RECORD AT END
               GO TO LEER-TARJETAS-FIN.
               PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-EXIT.
               GO TO LEER-TARJETAS.

       LEER-TARJETAS-FIN.
           MOVE "CONTACTOS.UBD: TARJETA DE LA FICHA" TO SEC-TEXTO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.
           IF FSCO = 05
               GO TO LEER-CONTACTOS-FIN.

       LEER-CONTACTOS.
           READ CONTACTOS NEXT RECORD AT END
               GO TO LEER-CONTACTOS-FIN.
               MOVE CONT-TARJETA TO TNUM.
               READ TARJETAS INVALID KEY
                   MOVE 4 TO ROT-CATEGORIA
                   MOVE CONT-TARJETA TO ROT-REFERENCIA
                   MOVE CONT-TARJETA TO ROT-TARJETA
                   MOVE "Contacto de una tarjeta inexistente"
                       TO ROT-DETALLE
                   PERFORM APUNTAR-ROTURA THRU APUNTAR-ROTURA-EXIT
               END-READ.
               GO TO LEER-CONTACTOS.

       LEER-CONTACTOS-FIN.
           MOVE "LIMITES.UBD: TARJETA DE LOS LIMITES" TO SEC-TEXTO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.
           IF FSL = 05
               GO TO LEER-LIMITES-FIN.

       LEER-LIMITES.
           READ LIMITES NEXT RECORD AT END
               GO TO LEER-LIMITES-FIN.
               MOVE LIM-TARJETA TO TNUM.
               READ TARJETAS INVALID KEY
                   MOVE 5 TO ROT-CATEGORIA
                   MOVE LIM-TARJETA TO ROT-REFERENCIA
                   MOVE LIM-TARJETA TO ROT-TARJETA
                   MOVE "Limites de una tarjeta inexistente"
                       TO ROT-DETALLE
                   PERFORM APUNTAR-ROTURA THRU APUNTAR-ROTURA-EXIT
               END-READ.
               GO TO LEER-LIMITES.

       LEER-LIMITES-FIN.
           MOVE "BILLETES.UBD: EVENTO DEL BILLETE" TO SEC-TEXTO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.

       LEER-BILLETES.
           READ BILLETES NEXT RECORD AT END
               GO TO LEER-BILLETES-FIN.
               MOVE BILLETE-EVENTO-NUM TO EVENTO-NUM.
               READ EVENTOS INVALID KEY
                   MOVE 6 TO ROT-CATEGORIA
                   MOVE BILLETE-NUM TO ROT-REFERENCIA
                   MOVE BILLETE-TARJETA TO ROT-TARJETA
                   MOVE SPACES TO ROT-DETALLE
                   STRING "Evento " DELIMITED BY SIZE
                       BILLETE-EVENTO-NUM DELIMITED BY SIZE
                       " inexistente" DELIMITED BY SIZE
                       INTO ROT-DETALLE
                   PERFORM APUNTAR-ROTURA THRU APUNTAR-ROTURA-EXIT
               END-READ.
               GO TO LEER-BILLETES.

       LEER-BILLETES-FIN.
           MOVE "EVENTOS.UBD: PROMOTOR DEL EVENTO" TO SEC-TEXTO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.
           MOVE 0 TO EVENTO-NUM.
           START EVENTOS KEY IS NOT LESS THAN EVENTO-NUM
               INVALID KEY GO TO LEER-EVENTOS-FIN.

       LEER-EVENTOS.
           READ EVENTOS NEXT RECORD AT END
               GO TO LEER-EVENTOS-FIN.
               IF EVENTO-PROMOTOR = 0
                   GO TO LEER-EVENTOS.
               MOVE EVENTO-PROMOTOR TO PROM-NUM.
               READ PROMOTORES INVALID KEY
                   MOVE 7 TO ROT-CATEGORIA
                   MOVE EVENTO-NUM TO ROT-REFERENCIA
                   MOVE 0 TO ROT-TARJETA
                   MOVE SPACES TO ROT-DETALLE
                   STRING "Promotor " DELIMITED BY SIZE
                       EVENTO-PROMOTOR DELIMITED BY SIZE
                       " inexistente" DELIMITED BY SIZE
                       INTO ROT-DETALLE
                   PERFORM APUNTAR-ROTURA THRU APUNTAR-ROTURA-EXIT
               END-READ.
               GO TO LEER-EVENTOS.

       LEER-EVENTOS-FIN.
           MOVE "TRANSF.TXT: TARJETA ORIGEN DE ORDENES PENDIENTES"
               TO SEC-TEXTO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.

       LEER-TRANSFERENCIAS.
           READ TRANSFERENCIAS NEXT RECORD AT END
               GO TO LEER-TRANSFERENCIAS-FIN.
               IF NOT TRANSF-PENDIENTE
                   GO TO LEER-TRANSFERENCIAS.
               PERFORM COMPROBAR-ORDEN THRU COMPROBAR-ORDEN-EXIT.
               GO TO LEER-TRANSFERENCIAS.

       LEER-TRANSFERENCIAS-FIN.
           MOVE "RENOVACIONES.UBD: TARJETAS NUEVA Y ANTIGUA"
               TO SEC-TEXTO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.
           IF FSRN = 05
               GO TO LEER-RENOVACIONES-FIN.

       LEER-RENOVACIONES.
           READ RENOVACIONES NEXT RECORD AT END
               GO TO LEER-RENOVACIONES-FIN.
               PERFORM COMPROBAR-RENOVACION
                   THRU COMPROBAR-RENOVACION-EXIT.
               GO TO LEER-RENOVACIONES.

       LEER-RENOVACIONES-FIN.
           CLOSE TARJETAS.
           CLOSE SALDOS.
           CLOSE INTENTOS.
           CLOSE CLIENTES.
           CLOSE CONTACTOS.
           CLOSE LIMITES.
           CLOSE BILLETES.
           CLOSE EVENTOS.
           CLOSE PROMOTORES.
           CLOSE TRANSFERENCIAS.
           CLOSE RENOVACIONES.

      *>   Las roturas del registro que esta noche no han aparecido
      *>   ya estan corregidas: se listan y se borran.
           MOVE "ROTURAS RESUELTAS DESDE LA PASADA ANTERIOR"
               TO SEC-TEXTO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.
           MOVE 0 TO INTEG-CATEGORIA.
           MOVE 0 TO INTEG-REFERENCIA.
           START INTEGRIDAD KEY IS NOT LESS THAN INTEG-CLAVE
               INVALID KEY GO TO LEER-INTEGRIDAD-FIN.

       LEER-INTEGRIDAD.
           READ INTEGRIDAD NEXT RECORD AT END
               GO TO LEER-INTEGRIDAD-FIN.
               IF INTEG-FECHA-VISTA = FECHA-HOY-NUM
                   GO TO LEER-INTEGRIDAD.
               MOVE INTEG-CATEGORIA TO LRO-CATEGORIA.
               MOVE INTEG-TARJETA TO LRO-TARJETA.
               MOVE INTEG-REFERENCIA TO LRO-REFERENCIA.
               MOVE INTEG-DETALLE TO LRO-DETALLE.
               MOVE SPACES TO LRO-ESTADO.
               WRITE INFORME-LINEA FROM LINEA-ROTURA.
               ADD 1 TO NUM-RESUELTAS.
               DELETE INTEGRIDAD RECORD INVALID KEY CONTINUE.
               GO TO LEER-INTEGRIDAD.

       LEER-INTEGRIDAD-FIN.
           CLOSE INTEGRIDAD.

           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE "ROTURAS POR CATEGORIA" TO SEC-TEXTO.
           WRITE INFORME-LINEA FROM LINEA-SECCION.
           WRITE INFORME-LINEA FROM LINEA-TITULOS-CATEGORIA.
           PERFORM LISTAR-CATEGORIA THRU LISTAR-CATEGORIA-EXIT
               VARYING IDX-CAT FROM 1 BY 1
               UNTIL IDX-CAT > NUM-CATEGORIAS.
           MOVE "  Total roturas" TO TOT-TEXTO.
           MOVE NUM-ROTURAS TO TOT-NUM.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.
           MOVE "  Nuevas esta noche" TO TOT-TEXTO.
           MOVE NUM-NUEVAS TO TOT-NUM.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.
           MOVE "  Resueltas" TO TOT-TEXTO.
           MOVE NUM-RESUELTAS TO TOT-NUM.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.

           CLOSE INFORME.

           DISPLAY "BANK57: roturas " NUM-ROTURAS " nuevas " NUM-NUEVAS
               " resueltas " NUM-RESUELTAS.
           IF NUM-NUEVAS > 0
               MOVE RC-AVISO TO RETURN-CODE.
           STOP RUN.

      *>   ---------------------------------------------------------
      *>   ABRIR-FICHEROS: todos los maestros en lectura, el registro
      *>   de roturas en actualizacion y el parte nuevo. Un maestro
      *>   opcional que todavia no existe cuenta como vacio.
      *>   ---------------------------------------------------------
       ABRIR-FICHEROS.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BANK57: error al abrir tarjetas.ubd, FS=" FST
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT SALDOS.
           IF FSS <> 00
               DISPLAY "BANK57: error al abrir saldos.ubd, FS=" FSS
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT INTENTOS.
           IF FSI <> 00
               DISPLAY "BANK57: error al abrir intentos.ubd, FS=" FSI
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT CLIENTES.
           IF FSCL <> 00 AND FSCL <> 05
               DISPLAY "BANK57: error al abrir clientes.ubd, FS=" FSCL
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT CONTACTOS.
           IF FSCO <> 00 AND FSCO <> 05
               DISPLAY "BANK57: error al abrir contactos.ubd, FS=" FSCO
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT LIMITES.
           IF FSL <> 00 AND FSL <> 05
               DISPLAY "BANK57: error al abrir limites.ubd, FS=" FSL
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT BILLETES.
           IF FSB <> 00
               DISPLAY "BANK57: error al abrir billetes.ubd, FS=" FSB
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT EVENTOS.
           IF FSE <> 00
               DISPLAY "BANK57: error al abrir eventos.ubd, FS=" FSE
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT PROMOTORES.
           IF FSP <> 00 AND FSP <> 05
               DISPLAY "BANK57: error al abrir promotores.ubd, FS=" FSP
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT TRANSFERENCIAS.
           IF FSTM <> 00
               DISPLAY "BANK57: error al abrir transf.txt, FS=" FSTM
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT RENOVACIONES.
           IF FSRN <> 00 AND FSRN <> 05
               DISPLAY "BANK57: error al abrir renovaciones.ubd, FS="
                   FSRN
               GO TO FIN-BATCH-ERROR.
           OPEN I-O INTEGRIDAD.
           IF FSIN <> 00 AND FSIN <> 05
               DISPLAY "BANK57: error al abrir integridad.ubd, FS="
                   FSIN
               GO TO FIN-BATCH-ERROR.
           OPEN OUTPUT INFORME.
           IF FSR <> 00
               DISPLAY "BANK57: error al abrir integridad.txt, FS="
                   FSR
               GO TO FIN-BATCH-ERROR.

       ABRIR-FICHEROS-EXIT.
           EXIT.

       ABRIR-SECCION.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           WRITE INFORME-LINEA FROM LINEA-SECCION.
           WRITE INFORME-LINEA FROM LINEA-TITULOS.

       ABRIR-SECCION-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   COMPROBAR-TARJETA: la TAJETAREG en curso tiene que tener
      *>   su SALDO-REG, su INTENTOSREG y, si lleva NIF, su ficha de
      *>   cliente.
      *>   ---------------------------------------------------------
       COMPROBAR-TARJETA.
           MOVE TNUM TO SALDO-TARJETA.
           READ SALDOS INVALID KEY
               MOVE 1 TO ROT-CATEGORIA
               MOVE TNUM TO ROT-REFERENCIA
               MOVE TNUM TO ROT-TARJETA
               MOVE "Sin registro en saldos.ubd" TO ROT-DETALLE
               PERFORM APUNTAR-ROTURA THRU APUNTAR-ROTURA-EXIT.

           MOVE TNUM TO INUM.
           READ INTENTOS INVALID KEY
               MOVE 2 TO ROT-CATEGORIA
               MOVE TNUM TO ROT-REFERENCIA
               MOVE TNUM TO ROT-TARJETA
               MOVE "Sin registro en intentos.ubd" TO ROT-DETALLE
               PERFORM APUNTAR-ROTURA THRU APUNTAR-ROTURA-EXIT.

           IF TNIF = SPACES
               GO TO COMPROBAR-TARJETA-EXIT.
           MOVE TNIF TO CLI-NIF.
           READ CLIENTES INVALID KEY
               MOVE 3 TO ROT-CATEGORIA
               MOVE TNUM TO ROT-REFERENCIA
               MOVE TNUM TO ROT-TARJETA
               MOVE SPACES TO ROT-DETALLE
               STRING "NIF " DELIMITED BY SIZE
                   TNIF DELIMITED BY SIZE
                   " sin ficha en clientes.ubd" DELIMITED BY SIZE
                   INTO ROT-DETALLE
               PERFORM APUNTAR-ROTURA THRU APUNTAR-ROTURA-EXIT.

       COMPROBAR-TARJETA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   COMPROBAR-ORDEN: una orden pendiente solo puede salir de
      *>   una tarjeta que existe y no esta cerrada; si no, BANK10 la
      *>   iria intentando noche tras noche.
      *>   ---------------------------------------------------------
       COMPROBAR-ORDEN.
           MOVE TARJETA-ORIGEN TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 8 TO ROT-CATEGORIA
               MOVE TRANSF-NUM TO ROT-REFERENCIA
               MOVE TARJETA-ORIGEN TO ROT-TARJETA
               MOVE "Orden pendiente, origen inexistente"
                   TO ROT-DETALLE
               PERFORM APUNTAR-ROTURA THRU APUNTAR-ROTURA-EXIT
               GO TO COMPROBAR-ORDEN-EXIT.

           IF TARJETA-CERRADA
               MOVE 8 TO ROT-CATEGORIA
               MOVE TRANSF-NUM TO ROT-REFERENCIA
               MOVE TARJETA-ORIGEN TO ROT-TARJETA
               MOVE "Orden pendiente, origen dado de baja"
                   TO ROT-DETALLE
               PERFORM APUNTAR-ROTURA THRU APUNTAR-ROTURA-EXIT.

       COMPROBAR-ORDEN-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   COMPROBAR-RENOVACION: las dos tarjetas del enlace tienen
      *>   que seguir en el maestro para que BANK3 pueda remontar la
      *>   cadena de plasticos.
      *>   ---------------------------------------------------------
       COMPROBAR-RENOVACION.
           MOVE RENOV-TNUM-NUEVA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 9 TO ROT-CATEGORIA
               MOVE RENOV-TNUM-NUEVA TO ROT-REFERENCIA
               MOVE RENOV-TNUM-NUEVA TO ROT-TARJETA
               MOVE "Renovacion a tarjeta nueva inexistente"
                   TO ROT-DETALLE
               PERFORM APUNTAR-ROTURA THRU APUNTAR-ROTURA-EXIT.

           MOVE RENOV-TNUM-ANTIGUA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 10 TO ROT-CATEGORIA
               MOVE RENOV-TNUM-NUEVA TO ROT-REFERENCIA
               MOVE RENOV-TNUM-ANTIGUA TO ROT-TARJETA
               MOVE "Renovacion desde tarjeta inexistente"
                   TO ROT-DETALLE
               PERFORM APUNTAR-ROTURA THRU APUNTAR-ROTURA-EXIT.

       COMPROBAR-RENOVACION-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   APUNTAR-ROTURA: registra la rotura en curso (ROT-*) en
      *>   integridad.ubd, nueva si no estaba o si se vio por primera
      *>   vez esta misma fecha (relanzamiento), la cuenta en su
      *>   categoria y escribe su linea en el parte.
      *>   ---------------------------------------------------------
       APUNTAR-ROTURA.
           MOVE ROT-CATEGORIA TO INTEG-CATEGORIA.
           MOVE ROT-REFERENCIA TO INTEG-REFERENCIA.
           READ INTEGRIDAD
               INVALID KEY
                   MOVE ROT-CATEGORIA TO INTEG-CATEGORIA
                   MOVE ROT-REFERENCIA TO INTEG-REFERENCIA
                   MOVE ROT-TARJETA TO INTEG-TARJETA
                   MOVE ROT-DETALLE TO INTEG-DETALLE
                   MOVE FECHA-HOY-NUM TO INTEG-FECHA-ALTA
                   MOVE FECHA-HOY-NUM TO INTEG-FECHA-VISTA
                   WRITE INTEG-REG INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE ROT-TARJETA TO INTEG-TARJETA
                   MOVE ROT-DETALLE TO INTEG-DETALLE
                   MOVE FECHA-HOY-NUM TO INTEG-FECHA-VISTA
                   REWRITE INTEG-REG INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.

           IF INTEG-FECHA-ALTA = FECHA-HOY-NUM
               SET ROTURA-DE-HOY TO TRUE
           ELSE
               SET ROTURA-YA-CONOCIDA TO TRUE
           END-IF.

           ADD 1 TO NUM-ROTURAS.
           ADD 1 TO TCAT-NUM(ROT-CATEGORIA).
           MOVE SPACES TO LRO-ESTADO.
           IF ROTURA-DE-HOY
               ADD 1 TO NUM-NUEVAS
               ADD 1 TO TCAT-NUEVAS(ROT-CATEGORIA)
               MOVE "NUEVA" TO LRO-ESTADO.

           MOVE ROT-CATEGORIA TO LRO-CATEGORIA.
           MOVE ROT-TARJETA TO LRO-TARJETA.
           MOVE ROT-REFERENCIA TO LRO-REFERENCIA.
           MOVE ROT-DETALLE TO LRO-DETALLE.
           WRITE INFORME-LINEA FROM LINEA-ROTURA.

       APUNTAR-ROTURA-EXIT.
           EXIT.

       LISTAR-CATEGORIA.
           SET LCA-CATEGORIA TO IDX-CAT.
           MOVE TCAT-TEXTO(IDX-CAT) TO LCA-TEXTO.
           MOVE TCAT-NUM(IDX-CAT) TO LCA-NUM.
           MOVE TCAT-NUEVAS(IDX-CAT) TO LCA-NUEVAS.
           WRITE INFORME-LINEA FROM LINEA-CATEGORIA.

       LISTAR-CATEGORIA-EXIT.
           EXIT.

       CARGAR-CATEGORIAS.
           MOVE "Tarjeta sin saldo" TO TCAT-TEXTO(1).
           MOVE "Tarjeta sin intentos" TO TCAT-TEXTO(2).
           MOVE "NIF sin ficha de cliente" TO TCAT-TEXTO(3).
           MOVE "Contacto de tarjeta inexistente" TO TCAT-TEXTO(4).
           MOVE "Limites de tarjeta inexistente" TO TCAT-TEXTO(5).
           MOVE "Billete de evento inexistente" TO TCAT-TEXTO(6).
           MOVE "Evento de promotor inexistente" TO TCAT-TEXTO(7).
           MOVE "Orden pendiente de tarjeta de baja" TO TCAT-TEXTO(8).
           MOVE "Renovacion a tarjeta inexistente" TO TCAT-TEXTO(9).
           MOVE "Renovacion de tarjeta inexistente" TO TCAT-TEXTO(10).
           PERFORM LIMPIAR-CATEGORIA
               VARYING IDX-CAT FROM 1 BY 1
               UNTIL IDX-CAT > NUM-CATEGORIAS.

       CARGAR-CATEGORIAS-EXIT.
           EXIT.

       LIMPIAR-CATEGORIA.
           MOVE 0 TO TCAT-NUM(IDX-CAT).
           MOVE 0 TO TCAT-NUEVAS(IDX-CAT).

       FIN-BATCH-ERROR.
      *>   Codigo de retorno distinto de cero: el lanzador de la
      *>   cadena (BANK31) apunta el paso en error, no completado.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
