       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK53.

      *> Declaracion informativa anual y certificados fiscales: cada
      *> enero finanzas montaba a mano, a partir de los extractos, la
      *> declaracion para Hacienda con el saldo a 31 de diciembre de
      *> cada titular y los intereses abonados en el ano. Este batch
      *> de cierre de ejercicio la genera sola.
      *>
      *> El saldo de cada tarjeta a 31/12 se reconstruye sumando sus
      *> movimientos hasta esa fecha en movimientos.ubd y movhist.ubd
      *> sin contar nada dos veces: el arrastre de BANK19 resume todo
      *> lo archivado hasta su fecha, asi que el historico solo se
      *> suma si el arrastre de la tarjeta es posterior al ejercicio
      *> (ejercicio ya archivado) o si no hay arrastre. Los intereses
      *> del ejercicio son los "Abono de intereses." de BANK24 y los
      *> intereses brutos de los depositos a plazo (BANK47, BANK48),
      *> con sus retenciones aparte, esten en el fichero vivo o ya en
      *> el historico.
      *>
      *> Las tarjetas se agrupan por NIF (TNIF) con los datos del
      *> titular de clientes.ubd. Salidas:
      *>
      *>   - informacion_fiscal.txt: declaracion de ancho fijo, una
      *>     cabecera 'C' con el ejercicio y los totales de control y
      *>     una linea 'D' por NIF;
      *>   - certificados_fiscales.txt: un certificado imprimible de
      *>     saldo e intereses por titular, tarjeta a tarjeta, con el
      *>     mismo criterio de envio que los extractos de BANK18: a
      *>     nombre y domicilio de la ficha de cliente si la tarjeta
      *>     esta enlazada, y si no a los de la propia tarjeta;
      *>   - informacion_fiscal_control.txt: totales e incidencias
      *>     (tarjetas sin NIF, que tienen certificado pero no pueden
      *>     ir en la declaracion).
      *>
      *> Solo entran las tarjetas con saldo o intereses en el
      *> ejercicio. Lanzado en diciembre, el ejercicio es el ano en
      *> curso (la cadena lo pasa la ultima noche del ano, tras las
      *> liquidaciones de BANK24 y BANK48); lanzado despues, el ano
      *> anterior. Solo lee los maestros.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-MOVHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-NUM
           FILE STATUS IS FSH.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-NIF
           FILE STATUS IS FSCL.

           SELECT OPTIONAL DECLARACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSD.

           SELECT OPTIONAL CERTIFICADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.

           SELECT OPTIONAL CONTROL-FISCAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSC.

       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM              PIC  9(35).
           02 MOV-TARJETA          PIC  9(16).
           02 MOV-ANO              PIC   9(4).
           02 MOV-MES              PIC   9(2).
           02 MOV-DIA              PIC   9(2).
           02 MOV-HOR              PIC   9(2).
           02 MOV-MIN              PIC   9(2).
           02 MOV-SEG              PIC   9(2).
           02 MOV-IMPORTE-ENT      PIC  S9(7).
           02 MOV-IMPORTE-DEC      PIC  S9(2).
           02 MOV-CONCEPTO         PIC  X(35).
           02 MOV-SALDOPOS-ENT     PIC  S9(9).
           02 MOV-SALDOPOS-DEC     PIC  S9(2).
      *>   Cajero (terminales.ubd) del efectivo; cero si no lo es.
           02 MOV-TERMINAL         PIC   9(4).

      *> Historico de BANK19: movimientos originales de anos ya
      *> cerrados, con el mismo formato que movimientos.ubd.
       FD F-MOVHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movhist.ubd".
       01 MOVHIST-REG.
           02 HIST-NUM             PIC  9(35).
           02 HIST-TARJETA         PIC  9(16).
           02 HIST-ANO             PIC   9(4).
           02 HIST-MES             PIC   9(2).
           02 HIST-DIA             PIC   9(2).
           02 HIST-HOR             PIC   9(2).
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

       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
       01 CLIENTE-REG.
           02 CLI-NIF        PIC X(9).
           02 CLI-NOMBRE     PIC X(20).
           02 CLI-DOMICILIO  PIC X(30).

      *> Declaracion informativa de ancho fijo: cabecera 'C' con el
      *> ejercicio y los totales de control, y una linea 'D' por NIF.
      *> Importes en positivo; el saldo lleva su signo aparte.
       FD DECLARACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informacion_fiscal.txt".
       01 FISC-CABECERA.
           02 FCAB-TIPO             PIC X(1).
           02 FCAB-EJERCICIO        PIC 9(4).
           02 FCAB-NUM-REGISTROS    PIC 9(6).
           02 FCAB-SALDO-SIGNO      PIC X(1).
           02 FCAB-SALDO-ENT        PIC 9(11).
           02 FCAB-SALDO-DEC        PIC 9(2).
           02 FCAB-INT-CUENTA-ENT   PIC 9(11).
           02 FCAB-INT-CUENTA-DEC   PIC 9(2).
           02 FCAB-INT-PLAZO-ENT    PIC 9(11).
           02 FCAB-INT-PLAZO-DEC    PIC 9(2).
           02 FCAB-RETENCION-ENT    PIC 9(11).
           02 FCAB-RETENCION-DEC    PIC 9(2).
       01 FISC-DETALLE.
           02 FDET-TIPO             PIC X(1).
           02 FDET-NIF              PIC X(9).
           02 FDET-NOMBRE           PIC X(20).
           02 FDET-DOMICILIO        PIC X(30).
           02 FDET-NUM-TARJETAS     PIC 9(2).
           02 FDET-SALDO-SIGNO      PIC X(1).
           02 FDET-SALDO-ENT        PIC 9(9).
           02 FDET-SALDO-DEC        PIC 9(2).
           02 FDET-INT-CUENTA-ENT   PIC 9(9).
           02 FDET-INT-CUENTA-DEC   PIC 9(2).
           02 FDET-INT-PLAZO-ENT    PIC 9(9).
           02 FDET-INT-PLAZO-DEC    PIC 9(2).
           02 FDET-RETENCION-ENT    PIC 9(9).
           02 FDET-RETENCION-DEC    PIC 9(2).

       FD CERTIFICADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "certificados_fiscales.txt".
       01 CERTIFICADO-LINEA        PIC X(132).

       FD CONTROL-FISCAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informacion_fiscal_control.txt".
       01 CONTROL-LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSM                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSCL                     PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSC                      PIC  X(2).

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

       77 EJERCICIO                PIC  9(4).
       77 FIN-EJERCICIO            PIC  9(8).

      *> Movimiento en curso, tomado del fichero vivo o del historico.
       77 OP-TARJETA               PIC  9(16).
       77 OP-FECHA                 PIC  9(8).
       77 OP-CONCEPTO              PIC  X(35).
       77 OP-IMPORTE-ENT           PIC S9(7).
       77 OP-IMPORTE-DEC           PIC S9(2).
       77 CENT-OP                  PIC S9(9).
       77 OP-ORIGEN                PIC  9(1).
           88 OP-DEL-VIVO            VALUE 0.
           88 OP-DEL-HISTORICO       VALUE 1.

      *> Cifras del ejercicio por tarjeta. CENT-HIST guarda lo del
      *> historico hasta el 31/12, que solo cuenta para el saldo si
      *> el arrastre de la tarjeta es posterior al ejercicio o no lo
      *> hay. Mismo criterio que BANK19: si la tabla no da para
      *> todas las tarjetas, el proceso se aborta sin declarar nada.
       01 TABLA-TARJETAS.
           05 NUM-TARJETAS-TABLA    PIC  9(4) VALUE 0.
           05 TARJETA-TABLA OCCURS 1000 TIMES INDEXED BY IDX-TAR.
               10 TTAR-TARJETA      PIC  9(16).
               10 TTAR-ARRASTRE     PIC  9(8).
               10 TTAR-CENT-VIVO    PIC S9(11).
               10 TTAR-CENT-HIST    PIC S9(11).
               10 TTAR-CENT-INT-CTA PIC S9(11).
               10 TTAR-CENT-INT-PLZ PIC S9(11).
               10 TTAR-CENT-RETEN   PIC S9(11).
               10 TTAR-CENT-SALDO   PIC S9(11).
               10 TTAR-TITULAR      PIC  9(4).

       77 TABLA-DESBORDADA         PIC  9(1) VALUE 0.
           88 SIN-DESBORDE           VALUE 0.
           88 CON-DESBORDE           VALUE 1.

      *> Titulares: un NIF, o una tarjeta sin NIF por si sola.
       01 TABLA-TITULARES.
           05 NUM-TITULARES         PIC  9(4) VALUE 0.
           05 TITULAR-TABLA OCCURS 1000 TIMES INDEXED BY IDX-TIT.
               10 TTIT-NIF          PIC  X(9).
               10 TTIT-TARJETA-SOLA PIC  9(16).
               10 TTIT-NOMBRE       PIC  X(20).
               10 TTIT-DOMICILIO    PIC  X(30).
               10 TTIT-NUM-TARJETAS PIC  9(2).
               10 TTIT-CENT-SALDO   PIC S9(11).
               10 TTIT-CENT-INT-CTA PIC S9(11).
               10 TTIT-CENT-INT-PLZ PIC S9(11).
               10 TTIT-CENT-RETEN   PIC S9(11).

       77 CLIENTES-DISPONIBLE      PIC  9(1) VALUE 0.
           88 HAY-CLIENTES           VALUE 1.

       77 TIT-NIF                  PIC  X(9).
       77 TIT-TARJETA-SOLA         PIC  9(16).
       77 TIT-NOMBRE               PIC  X(20).
       77 TIT-DOMICILIO            PIC  X(30).

       77 CENT-POS                 PIC S9(13).
       77 CENT-TOTAL-SALDO         PIC S9(13) VALUE 0.
       77 CENT-TOTAL-INT-CTA       PIC S9(13) VALUE 0.
       77 CENT-TOTAL-INT-PLZ       PIC S9(13) VALUE 0.
       77 CENT-TOTAL-RETEN         PIC S9(13) VALUE 0.

       77 NUM-DECLARADOS           PIC  9(6) VALUE 0.
       77 NUM-CERTIFICADOS         PIC  9(6) VALUE 0.
       77 NUM-SIN-NIF              PIC  9(6) VALUE 0.

       01 LINEA-CAB-CERTIFICADO.
           02 FILLER               PIC X(50) VALUE
               "CERTIFICADO DE SALDOS E INTERESES DEL EJERCICIO ".
           02 CABC-EJERCICIO       PIC 9(4).
           02 FILLER               PIC X(78) VALUE SPACES.

       01 LINEA-TITULAR.
           02 FILLER               PIC X(8) VALUE "TITULAR ".
           02 TITC-NOMBRE          PIC X(20).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 TITC-DOMICILIO       PIC X(30).
           02 FILLER               PIC X(6) VALUE "  NIF ".
           02 TITC-NIF             PIC X(9).
           02 FILLER               PIC X(57) VALUE SPACES.

       01 LINEA-TITULOS-CERT.
           02 FILLER               PIC X(18) VALUE "TARJETA".
           02 FILLER               PIC X(17) VALUE
               "   SALDO A 31/12 ".
           02 FILLER               PIC X(17) VALUE
               " INTERESES CUENTA".
           02 FILLER               PIC X(17) VALUE
               " INTERESES PLAZOS".
           02 FILLER               PIC X(17) VALUE
               "      RETENCIONES".
           02 FILLER               PIC X(46) VALUE SPACES.

       01 LINEA-CERT-TARJETA.
           02 CERT-TARJETA         PIC 9(16).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 CERT-SALDO-SIGNO     PIC X(1).
           02 CERT-SALDO-ENT       PIC Z(9)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 CERT-SALDO-DEC       PIC 9(2).
           02 FILLER               PIC X(3) VALUE SPACES.
           02 CERT-INT-CTA-ENT     PIC Z(10)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 CERT-INT-CTA-DEC     PIC 9(2).
           02 FILLER               PIC X(3) VALUE SPACES.
           02 CERT-INT-PLZ-ENT     PIC Z(10)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 CERT-INT-PLZ-DEC     PIC 9(2).
           02 FILLER               PIC X(3) VALUE SPACES.
           02 CERT-RETEN-ENT       PIC Z(10)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 CERT-RETEN-DEC       PIC 9(2).
           02 FILLER               PIC X(49) VALUE SPACES.

       01 LINEA-CERT-PIE.
           02 FILLER               PIC X(50) VALUE
               "Importes en EUR. Certificado expedido el ".
           02 PIE-DIA              PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 PIE-MES              PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 PIE-ANO              PIC 9(4).
           02 FILLER               PIC X(72) VALUE SPACES.

       01 LINEA-SEPARADOR.
           02 FILLER               PIC X(66) VALUE ALL "-".
           02 FILLER               PIC X(66) VALUE SPACES.

       01 LINEA-CAB-CONTROL.
           02 FILLER               PIC X(44) VALUE
               "CONTROL DE LA DECLARACION FISCAL EJERCICIO ".
           02 CABK-EJERCICIO       PIC 9(4).
           02 FILLER               PIC X(84) VALUE SPACES.

       01 LINEA-SIN-NIF.
           02 FILLER               PIC X(23) VALUE
               "INCIDENCIA: TARJETA    ".
           02 SINF-TARJETA         PIC 9(16).
           02 FILLER               PIC X(42) VALUE
               " SIN NIF; CERTIFICADO SIN DECLARAR. SALDO ".
           02 SINF-SALDO-SIGNO     PIC X(1).
           02 SINF-SALDO-ENT       PIC Z(9)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 SINF-SALDO-DEC       PIC 9(2).
           02 FILLER               PIC X(37) VALUE SPACES.

       01 LINEA-TOTAL.
           02 TOT-ETIQUETA         PIC X(40).
           02 TOT-SIGNO            PIC X(1).
           02 TOT-ENT              PIC Z(11)9.
           02 FILLER               PIC X(1) VALUE ",".
           02 TOT-DEC              PIC 9(2).
           02 FILLER               PIC X(4) VALUE " EUR".
           02 FILLER               PIC X(72) VALUE SPACES.

       01 LINEA-CUENTA.
           02 CTA-ETIQUETA         PIC X(40).
           02 CTA-VALOR            PIC Z(5)9.
           02 FILLER               PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

      *>   Lanzado en diciembre declara el ano en curso; despues, el
      *>   anterior.
           IF MES = 12
               MOVE ANO TO EJERCICIO
           ELSE
               COMPUTE EJERCICIO = ANO - 1
           END-IF.
           COMPUTE FIN-EJERCICIO = (EJERCICIO * 10000) + 1231.

           DISPLAY "BANK53 - declaracion informativa y certificados"
               " fiscales".
           DISPLAY "Fecha de proceso: " DIA "/" MES "/" ANO.
           DISPLAY "Ejercicio declarado: " EJERCICIO.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "BANK53: error al abrir movimientos.ubd, FS="
                   FSM
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT F-MOVHIST.
           IF FSH <> 00 AND FSH <> 05
               CLOSE F-MOVIMIENTOS
               DISPLAY "BANK53: error al abrir movhist.ubd, FS=" FSH
               GO TO FIN-BATCH-ERROR.

      *>   Primera pasada: fichero vivo. Deja la fecha del arrastre
      *>   de cada tarjeta, que decide si cuenta su historico.
           SET OP-DEL-VIVO TO TRUE.

       LEER-MOVIMIENTOS.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO LEER-MOVIMIENTOS-FIN.
               MOVE MOV-TARJETA TO OP-TARJETA.
               COMPUTE OP-FECHA = (MOV-ANO * 10000) + (MOV-MES * 100)
                   + MOV-DIA.
               MOVE MOV-CONCEPTO TO OP-CONCEPTO.
               MOVE MOV-IMPORTE-ENT TO OP-IMPORTE-ENT.
               MOVE MOV-IMPORTE-DEC TO OP-IMPORTE-DEC.
               PERFORM ACUMULAR-MOVIMIENTO
                   THRU ACUMULAR-MOVIMIENTO-EXIT.
               GO TO LEER-MOVIMIENTOS.

       LEER-MOVIMIENTOS-FIN.
           CLOSE F-MOVIMIENTOS.

      *>   Segunda pasada: historico.
           SET OP-DEL-HISTORICO TO TRUE.
           IF FSH = 05
               GO TO LEER-HISTORICO-FIN.

       LEER-HISTORICO.
           READ F-MOVHIST NEXT RECORD AT END
               GO TO LEER-HISTORICO-FIN.
               MOVE HIST-TARJETA TO OP-TARJETA.
               COMPUTE OP-FECHA = (HIST-ANO * 10000)
                   + (HIST-MES * 100) + HIST-DIA.
               MOVE HIST-CONCEPTO TO OP-CONCEPTO.
               MOVE HIST-IMPORTE-ENT TO OP-IMPORTE-ENT.
               MOVE HIST-IMPORTE-DEC TO OP-IMPORTE-DEC.
               PERFORM ACUMULAR-MOVIMIENTO
                   THRU ACUMULAR-MOVIMIENTO-EXIT.
               GO TO LEER-HISTORICO.

       LEER-HISTORICO-FIN.
           CLOSE F-MOVHIST.

           IF CON-DESBORDE THEN
               DISPLAY "BANK53: mas de 1000 tarjetas con movimientos;"
                   " proceso abortado sin declarar. Amplie"
                   " TABLA-TARJETAS."
               GO TO FIN-BATCH-ERROR.

      *>   Saldo a 31/12 por tarjeta y agrupacion por titular.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BANK53: error al abrir tarjetas.ubd, FS=" FST
               GO TO FIN-BATCH-ERROR.
           OPEN INPUT CLIENTES.
           IF FSCL <> 00 AND FSCL <> 05
               CLOSE TARJETAS
               DISPLAY "BANK53: error al abrir clientes.ubd, FS=" FSCL
               GO TO FIN-BATCH-ERROR.
           IF FSCL = 00
               SET HAY-CLIENTES TO TRUE.

           PERFORM AGRUPAR-TARJETA THRU AGRUPAR-TARJETA-EXIT
               VARYING IDX-TAR FROM 1 BY 1
               UNTIL IDX-TAR > NUM-TARJETAS-TABLA.

           CLOSE TARJETAS.
           CLOSE CLIENTES.

           IF CON-DESBORDE THEN
               DISPLAY "BANK53: mas de 1000 titulares; proceso"
                   " abortado sin declarar. Amplie TABLA-TITULARES."
               GO TO FIN-BATCH-ERROR.

           OPEN OUTPUT DECLARACION.
           IF FSD <> 00
               DISPLAY "BANK53: error al abrir informacion_fiscal.txt,"
                   " FS=" FSD
               GO TO FIN-BATCH-ERROR.
           OPEN OUTPUT CERTIFICADOS.
           IF FSX <> 00
               CLOSE DECLARACION
               DISPLAY "BANK53: error al abrir certificados_fiscales"
                   ".txt, FS=" FSX
               GO TO FIN-BATCH-ERROR.
           OPEN OUTPUT CONTROL-FISCAL.
           IF FSC <> 00
               CLOSE DECLARACION
               CLOSE CERTIFICADOS
               DISPLAY "BANK53: error al abrir informacion_fiscal"
                   "_control.txt, FS=" FSC
               GO TO FIN-BATCH-ERROR.

           MOVE EJERCICIO TO CABK-EJERCICIO.
           WRITE CONTROL-LINEA FROM LINEA-CAB-CONTROL.

      *>   La cabecera de la declaracion lleva los totales de
      *>   control: primero se totaliza y luego se escriben las
      *>   lineas de detalle.
           PERFORM TOTALIZAR-TITULAR THRU TOTALIZAR-TITULAR-EXIT
               VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > NUM-TITULARES.

           MOVE "C" TO FCAB-TIPO.
           MOVE EJERCICIO TO FCAB-EJERCICIO.
           MOVE NUM-DECLARADOS TO FCAB-NUM-REGISTROS.
           MOVE CENT-TOTAL-SALDO TO CENT-POS.
           MOVE "+" TO FCAB-SALDO-SIGNO.
           IF CENT-POS < 0
               MOVE "-" TO FCAB-SALDO-SIGNO
               COMPUTE CENT-POS = 0 - CENT-POS.
           COMPUTE FCAB-SALDO-ENT = CENT-POS / 100.
           MOVE FUNCTION MOD(CENT-POS, 100) TO FCAB-SALDO-DEC.
           COMPUTE FCAB-INT-CUENTA-ENT = CENT-TOTAL-INT-CTA / 100.
           MOVE FUNCTION MOD(CENT-TOTAL-INT-CTA, 100)
               TO FCAB-INT-CUENTA-DEC.
           COMPUTE FCAB-INT-PLAZO-ENT = CENT-TOTAL-INT-PLZ / 100.
           MOVE FUNCTION MOD(CENT-TOTAL-INT-PLZ, 100)
               TO FCAB-INT-PLAZO-DEC.
           COMPUTE FCAB-RETENCION-ENT = CENT-TOTAL-RETEN / 100.
           MOVE FUNCTION MOD(CENT-TOTAL-RETEN, 100)
               TO FCAB-RETENCION-DEC.
           WRITE FISC-CABECERA.

           PERFORM DECLARAR-TITULAR THRU DECLARAR-TITULAR-EXIT
               VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > NUM-TITULARES.

           PERFORM CERTIFICAR-TITULAR THRU CERTIFICAR-TITULAR-EXIT
               VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > NUM-TITULARES.

           MOVE SPACES TO CONTROL-LINEA.
           WRITE CONTROL-LINEA.
           MOVE "TITULARES DECLARADOS:" TO CTA-ETIQUETA.
           MOVE NUM-DECLARADOS TO CTA-VALOR.
           WRITE CONTROL-LINEA FROM LINEA-CUENTA.
           MOVE "CERTIFICADOS EMITIDOS:" TO CTA-ETIQUETA.
           MOVE NUM-CERTIFICADOS TO CTA-VALOR.
           WRITE CONTROL-LINEA FROM LINEA-CUENTA.
           MOVE "TARJETAS SIN NIF (NO DECLARADAS):" TO CTA-ETIQUETA.
           MOVE NUM-SIN-NIF TO CTA-VALOR.
           WRITE CONTROL-LINEA FROM LINEA-CUENTA.
           MOVE "TOTAL SALDOS DECLARADOS A 31/12:" TO TOT-ETIQUETA.
           MOVE SPACE TO TOT-SIGNO.
           IF CENT-TOTAL-SALDO < 0
               MOVE "-" TO TOT-SIGNO.
           COMPUTE TOT-ENT = CENT-TOTAL-SALDO / 100.
           MOVE FUNCTION REM(CENT-TOTAL-SALDO, 100) TO TOT-DEC.
           WRITE CONTROL-LINEA FROM LINEA-TOTAL.
           MOVE "TOTAL INTERESES DE CUENTA:" TO TOT-ETIQUETA.
           MOVE SPACE TO TOT-SIGNO.
           IF CENT-TOTAL-INT-CTA < 0
               MOVE "-" TO TOT-SIGNO.
           COMPUTE TOT-ENT = CENT-TOTAL-INT-CTA / 100.
           MOVE FUNCTION REM(CENT-TOTAL-INT-CTA, 100) TO TOT-DEC.
           WRITE CONTROL-LINEA FROM LINEA-TOTAL.
           MOVE "TOTAL INTERESES DE PLAZOS:" TO TOT-ETIQUETA.
           MOVE SPACE TO TOT-SIGNO.
           IF CENT-TOTAL-INT-PLZ < 0
               MOVE "-" TO TOT-SIGNO.
           COMPUTE TOT-ENT = CENT-TOTAL-INT-PLZ / 100.
           MOVE FUNCTION REM(CENT-TOTAL-INT-PLZ, 100) TO TOT-DEC.
           WRITE CONTROL-LINEA FROM LINEA-TOTAL.
           MOVE "TOTAL RETENCIONES:" TO TOT-ETIQUETA.
           MOVE SPACE TO TOT-SIGNO.
           IF CENT-TOTAL-RETEN < 0
               MOVE "-" TO TOT-SIGNO.
           COMPUTE TOT-ENT = CENT-TOTAL-RETEN / 100.
           MOVE FUNCTION REM(CENT-TOTAL-RETEN, 100) TO TOT-DEC.
           WRITE CONTROL-LINEA FROM LINEA-TOTAL.

           CLOSE DECLARACION.
           CLOSE CERTIFICADOS.
           CLOSE CONTROL-FISCAL.

           DISPLAY "BANK53: fin del proceso. Declarados: "
               NUM-DECLARADOS " Certificados: " NUM-CERTIFICADOS
               " Sin NIF: " NUM-SIN-NIF.
           STOP RUN.

      *>   ---------------------------------------------------------
      *>   ACUMULAR-MOVIMIENTO: suma el movimiento en curso a su
      *>   tarjeta. Lo fechado hasta el 31/12 del ejercicio va al
      *>   saldo (vivo o historico por separado); los intereses y
      *>   retenciones fechados dentro del ejercicio, a sus
      *>   acumulados. El arrastre de BANK19 solo se ve en el vivo.
      *>   ---------------------------------------------------------
       ACUMULAR-MOVIMIENTO.
           PERFORM BUSCAR-TARJETA
               VARYING IDX-TAR FROM 1 BY 1
               UNTIL IDX-TAR > NUM-TARJETAS-TABLA
                  OR TTAR-TARJETA(IDX-TAR) = OP-TARJETA.

           IF IDX-TAR > NUM-TARJETAS-TABLA THEN
               IF NUM-TARJETAS-TABLA >= 1000
                   SET CON-DESBORDE TO TRUE
                   GO TO ACUMULAR-MOVIMIENTO-EXIT
               END-IF
               ADD 1 TO NUM-TARJETAS-TABLA
               SET IDX-TAR TO NUM-TARJETAS-TABLA
               MOVE OP-TARJETA TO TTAR-TARJETA(IDX-TAR)
               MOVE 0 TO TTAR-ARRASTRE(IDX-TAR)
               MOVE 0 TO TTAR-CENT-VIVO(IDX-TAR)
               MOVE 0 TO TTAR-CENT-HIST(IDX-TAR)
               MOVE 0 TO TTAR-CENT-INT-CTA(IDX-TAR)
               MOVE 0 TO TTAR-CENT-INT-PLZ(IDX-TAR)
               MOVE 0 TO TTAR-CENT-RETEN(IDX-TAR)
               MOVE 0 TO TTAR-CENT-SALDO(IDX-TAR)
               MOVE 0 TO TTAR-TITULAR(IDX-TAR)
           END-IF.

           IF OP-DEL-VIVO AND OP-CONCEPTO = "Arrastre de saldo."
               MOVE OP-FECHA TO TTAR-ARRASTRE(IDX-TAR).

           IF OP-FECHA > FIN-EJERCICIO
               GO TO ACUMULAR-MOVIMIENTO-EXIT.

      *>   Importe con el convenio de parte entera con signo y
      *>   decimales siempre en positivo.
           IF OP-IMPORTE-ENT < 0
               COMPUTE CENT-OP = (OP-IMPORTE-ENT * 100)
                   - OP-IMPORTE-DEC
           ELSE
               COMPUTE CENT-OP = (OP-IMPORTE-ENT * 100)
                   + OP-IMPORTE-DEC
           END-IF.

           IF OP-DEL-VIVO
               ADD CENT-OP TO TTAR-CENT-VIVO(IDX-TAR)
           ELSE
               ADD CENT-OP TO TTAR-CENT-HIST(IDX-TAR)
           END-IF.

           IF OP-FECHA < (EJERCICIO * 10000) + 101
               GO TO ACUMULAR-MOVIMIENTO-EXIT.

           IF OP-CONCEPTO = "Abono de intereses."
               ADD CENT-OP TO TTAR-CENT-INT-CTA(IDX-TAR).
           IF OP-CONCEPTO(1:22) = "Intereses plazo fijo #"
               ADD CENT-OP TO TTAR-CENT-INT-PLZ(IDX-TAR).
      *>   La retencion es un adeudo: se acumula en positivo.
           IF OP-CONCEPTO(1:22) = "Retencion plazo fijo #"
               SUBTRACT CENT-OP FROM TTAR-CENT-RETEN(IDX-TAR).

       ACUMULAR-MOVIMIENTO-EXIT.
           EXIT.

       BUSCAR-TARJETA.
           CONTINUE.

      *>   ---------------------------------------------------------
      *>   AGRUPAR-TARJETA: saldo a 31/12 de la tarjeta en curso y
      *>   suma a su titular (NIF, o la tarjeta si no tiene), con los
      *>   datos de titular de la ficha de cliente o de la tarjeta.
      *>   Las tarjetas sin saldo ni intereses no se declaran.
      *>   ---------------------------------------------------------
       AGRUPAR-TARJETA.
           MOVE TTAR-CENT-VIVO(IDX-TAR) TO TTAR-CENT-SALDO(IDX-TAR).
           IF TTAR-ARRASTRE(IDX-TAR) = 0 OR
              TTAR-ARRASTRE(IDX-TAR) > FIN-EJERCICIO
               ADD TTAR-CENT-HIST(IDX-TAR) TO TTAR-CENT-SALDO(IDX-TAR).

           IF TTAR-CENT-SALDO(IDX-TAR) = 0 AND
              TTAR-CENT-INT-CTA(IDX-TAR) = 0 AND
              TTAR-CENT-INT-PLZ(IDX-TAR) = 0 AND
              TTAR-CENT-RETEN(IDX-TAR) = 0
               GO TO AGRUPAR-TARJETA-EXIT.

           MOVE SPACES TO TIT-NIF.
           MOVE SPACES TO TIT-NOMBRE.
           MOVE SPACES TO TIT-DOMICILIO.
           MOVE TTAR-TARJETA(IDX-TAR) TO TNUM.
           READ TARJETAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE TNIF TO TIT-NIF
                   MOVE TNOMBRE TO TIT-NOMBRE
                   MOVE TDOMICILIO TO TIT-DOMICILIO
           END-READ.
           IF TIT-NIF NOT = SPACES AND HAY-CLIENTES
               MOVE TIT-NIF TO CLI-NIF
               READ CLIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO TIT-NOMBRE
                       MOVE CLI-DOMICILIO TO TIT-DOMICILIO
               END-READ
           END-IF.
           MOVE 0 TO TIT-TARJETA-SOLA.
           IF TIT-NIF = SPACES
               MOVE TTAR-TARJETA(IDX-TAR) TO TIT-TARJETA-SOLA.

           PERFORM BUSCAR-TITULAR
               VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > NUM-TITULARES
                  OR (TTIT-NIF(IDX-TIT) = TIT-NIF AND
                      TTIT-TARJETA-SOLA(IDX-TIT) = TIT-TARJETA-SOLA).

           IF IDX-TIT > NUM-TITULARES THEN
               IF NUM-TITULARES >= 1000
                   SET CON-DESBORDE TO TRUE
                   GO TO AGRUPAR-TARJETA-EXIT
               END-IF
               ADD 1 TO NUM-TITULARES
               SET IDX-TIT TO NUM-TITULARES
               MOVE TIT-NIF TO TTIT-NIF(IDX-TIT)
               MOVE TIT-TARJETA-SOLA TO TTIT-TARJETA-SOLA(IDX-TIT)
               MOVE TIT-NOMBRE TO TTIT-NOMBRE(IDX-TIT)
               MOVE TIT-DOMICILIO TO TTIT-DOMICILIO(IDX-TIT)
               MOVE 0 TO TTIT-NUM-TARJETAS(IDX-TIT)
               MOVE 0 TO TTIT-CENT-SALDO(IDX-TIT)
               MOVE 0 TO TTIT-CENT-INT-CTA(IDX-TIT)
               MOVE 0 TO TTIT-CENT-INT-PLZ(IDX-TIT)
               MOVE 0 TO TTIT-CENT-RETEN(IDX-TIT)
           END-IF.

           SET TTAR-TITULAR(IDX-TAR) TO IDX-TIT.
           ADD 1 TO TTIT-NUM-TARJETAS(IDX-TIT).
           ADD TTAR-CENT-SALDO(IDX-TAR) TO TTIT-CENT-SALDO(IDX-TIT).
           ADD TTAR-CENT-INT-CTA(IDX-TAR) TO TTIT-CENT-INT-CTA(IDX-TIT).
           ADD TTAR-CENT-INT-PLZ(IDX-TAR) TO TTIT-CENT-INT-PLZ(IDX-TIT).
           ADD TTAR-CENT-RETEN(IDX-TAR) TO TTIT-CENT-RETEN(IDX-TIT).

       AGRUPAR-TARJETA-EXIT.
           EXIT.

       BUSCAR-TITULAR.
           CONTINUE.

      *>   ---------------------------------------------------------
      *>   TOTALIZAR-TITULAR: totales de control de la declaracion,
      *>   solo con los titulares que tienen NIF.
      *>   ---------------------------------------------------------
       TOTALIZAR-TITULAR.
           IF TTIT-NIF(IDX-TIT) = SPACES
               GO TO TOTALIZAR-TITULAR-EXIT.

           ADD 1 TO NUM-DECLARADOS.
           ADD TTIT-CENT-SALDO(IDX-TIT) TO CENT-TOTAL-SALDO.
           ADD TTIT-CENT-INT-CTA(IDX-TIT) TO CENT-TOTAL-INT-CTA.
           ADD TTIT-CENT-INT-PLZ(IDX-TIT) TO CENT-TOTAL-INT-PLZ.
           ADD TTIT-CENT-RETEN(IDX-TIT) TO CENT-TOTAL-RETEN.

       TOTALIZAR-TITULAR-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   DECLARAR-TITULAR: linea 'D' del titular en curso; uno sin
      *>   NIF queda como incidencia en el control.
      *>   ---------------------------------------------------------
       DECLARAR-TITULAR.
           IF TTIT-NIF(IDX-TIT) = SPACES
               ADD 1 TO NUM-SIN-NIF
               MOVE TTIT-TARJETA-SOLA(IDX-TIT) TO SINF-TARJETA
               MOVE SPACE TO SINF-SALDO-SIGNO
               IF TTIT-CENT-SALDO(IDX-TIT) < 0
                   MOVE "-" TO SINF-SALDO-SIGNO
               END-IF
               COMPUTE SINF-SALDO-ENT = TTIT-CENT-SALDO(IDX-TIT) / 100
               MOVE FUNCTION REM(TTIT-CENT-SALDO(IDX-TIT), 100)
                   TO SINF-SALDO-DEC
               WRITE CONTROL-LINEA FROM LINEA-SIN-NIF
               GO TO DECLARAR-TITULAR-EXIT.

           MOVE "D" TO FDET-TIPO.
           MOVE TTIT-NIF(IDX-TIT) TO FDET-NIF.
           MOVE TTIT-NOMBRE(IDX-TIT) TO FDET-NOMBRE.
           MOVE TTIT-DOMICILIO(IDX-TIT) TO FDET-DOMICILIO.
           MOVE TTIT-NUM-TARJETAS(IDX-TIT) TO FDET-NUM-TARJETAS.
           MOVE TTIT-CENT-SALDO(IDX-TIT) TO CENT-POS.
           MOVE "+" TO FDET-SALDO-SIGNO.
           IF CENT-POS < 0
               MOVE "-" TO FDET-SALDO-SIGNO
               COMPUTE CENT-POS = 0 - CENT-POS.
           COMPUTE FDET-SALDO-ENT = CENT-POS / 100.
           MOVE FUNCTION MOD(CENT-POS, 100) TO FDET-SALDO-DEC.
           COMPUTE FDET-INT-CUENTA-ENT =
               TTIT-CENT-INT-CTA(IDX-TIT) / 100.
           MOVE FUNCTION MOD(TTIT-CENT-INT-CTA(IDX-TIT), 100)
               TO FDET-INT-CUENTA-DEC.
           COMPUTE FDET-INT-PLAZO-ENT =
               TTIT-CENT-INT-PLZ(IDX-TIT) / 100.
           MOVE FUNCTION MOD(TTIT-CENT-INT-PLZ(IDX-TIT), 100)
               TO FDET-INT-PLAZO-DEC.
           COMPUTE FDET-RETENCION-ENT =
               TTIT-CENT-RETEN(IDX-TIT) / 100.
           MOVE FUNCTION MOD(TTIT-CENT-RETEN(IDX-TIT), 100)
               TO FDET-RETENCION-DEC.
           WRITE FISC-DETALLE.

       DECLARAR-TITULAR-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   CERTIFICAR-TITULAR: certificado del titular en curso, con
      *>   una linea por cada una de sus tarjetas y la de totales.
      *>   ---------------------------------------------------------
       CERTIFICAR-TITULAR.
           MOVE EJERCICIO TO CABC-EJERCICIO.
           WRITE CERTIFICADO-LINEA FROM LINEA-CAB-CERTIFICADO.
           MOVE TTIT-NOMBRE(IDX-TIT) TO TITC-NOMBRE.
           MOVE TTIT-DOMICILIO(IDX-TIT) TO TITC-DOMICILIO.
           MOVE TTIT-NIF(IDX-TIT) TO TITC-NIF.
           WRITE CERTIFICADO-LINEA FROM LINEA-TITULAR.
           MOVE SPACES TO CERTIFICADO-LINEA.
           WRITE CERTIFICADO-LINEA.
           WRITE CERTIFICADO-LINEA FROM LINEA-TITULOS-CERT.

           PERFORM CERTIFICAR-TARJETA THRU CERTIFICAR-TARJETA-EXIT
               VARYING IDX-TAR FROM 1 BY 1
               UNTIL IDX-TAR > NUM-TARJETAS-TABLA.

           MOVE 0 TO CERT-TARJETA.
           MOVE SPACE TO CERT-SALDO-SIGNO.
           IF TTIT-CENT-SALDO(IDX-TIT) < 0
               MOVE "-" TO CERT-SALDO-SIGNO.
           COMPUTE CERT-SALDO-ENT = TTIT-CENT-SALDO(IDX-TIT) / 100.
           MOVE FUNCTION REM(TTIT-CENT-SALDO(IDX-TIT), 100)
               TO CERT-SALDO-DEC.
           COMPUTE CERT-INT-CTA-ENT = TTIT-CENT-INT-CTA(IDX-TIT) / 100.
           MOVE FUNCTION MOD(TTIT-CENT-INT-CTA(IDX-TIT), 100)
               TO CERT-INT-CTA-DEC.
           COMPUTE CERT-INT-PLZ-ENT = TTIT-CENT-INT-PLZ(IDX-TIT) / 100.
           MOVE FUNCTION MOD(TTIT-CENT-INT-PLZ(IDX-TIT), 100)
               TO CERT-INT-PLZ-DEC.
           COMPUTE CERT-RETEN-ENT = TTIT-CENT-RETEN(IDX-TIT) / 100.
           MOVE FUNCTION MOD(TTIT-CENT-RETEN(IDX-TIT), 100)
               TO CERT-RETEN-DEC.
           MOVE LINEA-CERT-TARJETA TO CERTIFICADO-LINEA.
           MOVE "TOTAL" TO CERTIFICADO-LINEA(1:16).
           WRITE CERTIFICADO-LINEA.

           MOVE DIA TO PIE-DIA.
           MOVE MES TO PIE-MES.
           MOVE ANO TO PIE-ANO.
           MOVE SPACES TO CERTIFICADO-LINEA.
           WRITE CERTIFICADO-LINEA.
           WRITE CERTIFICADO-LINEA FROM LINEA-CERT-PIE.
           WRITE CERTIFICADO-LINEA FROM LINEA-SEPARADOR.
           ADD 1 TO NUM-CERTIFICADOS.

       CERTIFICAR-TITULAR-EXIT.
           EXIT.

      *>   CERTIFICAR-TARJETA: linea de la tarjeta IDX-TAR si es del
      *>   titular en curso.
       CERTIFICAR-TARJETA.
           IF TTAR-TITULAR(IDX-TAR) NOT = IDX-TIT
               GO TO CERTIFICAR-TARJETA-EXIT.

           MOVE TTAR-TARJETA(IDX-TAR) TO CERT-TARJETA.
           MOVE SPACE TO CERT-SALDO-SIGNO.
           IF TTAR-CENT-SALDO(IDX-TAR) < 0
               MOVE "-" TO CERT-SALDO-SIGNO.
           COMPUTE CERT-SALDO-ENT = TTAR-CENT-SALDO(IDX-TAR) / 100.
           MOVE FUNCTION REM(TTAR-CENT-SALDO(IDX-TAR), 100)
               TO CERT-SALDO-DEC.
           COMPUTE CERT-INT-CTA-ENT = TTAR-CENT-INT-CTA(IDX-TAR) / 100.
           MOVE FUNCTION MOD(TTAR-CENT-INT-CTA(IDX-TAR), 100)
               TO CERT-INT-CTA-DEC.
           COMPUTE CERT-INT-PLZ-ENT = TTAR-CENT-INT-PLZ(IDX-TAR) / 100.
           MOVE FUNCTION MOD(TTAR-CENT-INT-PLZ(IDX-TAR), 100)
               TO CERT-INT-PLZ-DEC.
           COMPUTE CERT-RETEN-ENT = TTAR-CENT-RETEN(IDX-TAR) / 100.
           MOVE FUNCTION MOD(TTAR-CENT-RETEN(IDX-TAR), 100)
               TO CERT-RETEN-DEC.
           WRITE CERTIFICADO-LINEA FROM LINEA-CERT-TARJETA.

       CERTIFICAR-TARJETA-EXIT.
           EXIT.

       FIN-BATCH-ERROR.
      *>   Codigo de retorno distinto de cero: el lanzador de la
      *>   cadena (BANK31) apunta el paso en error, no completado.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
