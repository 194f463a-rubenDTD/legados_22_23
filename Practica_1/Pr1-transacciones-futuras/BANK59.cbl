       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK59.

      *> Recuperacion de los maestros desde el diario de imagenes
      *> previas (diario_imagenes.ubd, que llena BANK58). BANK31 dice
      *> donde se paro la noche, pero lo que un paso a medias ya habia
      *> regrabado en saldos.ubd, transf.txt, tarjetas.ubd, eventos.ubd
      *> o cajetines.ubd habia que arreglarlo a mano. Este utilitario,
      *> lanzado por operaciones con el sistema parado (ni cadena ni
      *> cajeros en marcha), lo deshace:
      *>
      *>   BANK59 LISTAR [aaaammdd]      ejecuciones del diario (de
      *>                                 ese dia o todas), con su
      *>                                 primer y ultimo apunte
      *>   BANK59 EJECUCION <ejecucion>  deshace una ejecucion; la
      *>                                 ejecucion es como la da
      *>                                 LISTAR: instante de arranque
      *>                                 (16 cifras) y programa
      *>   BANK59 DESDE <aaaammddhhmmss> deshace todo lo apuntado desde
      *>                                 ese instante
      *>   BANK59 PURGAR <aaaammdd>      borra del diario los apuntes
      *>                                 anteriores a esa fecha (lo
      *>                                 usa bank_copia.sh)
      *>
      *> La recuperacion va en dos pasadas. La primera recorre el
      *> diario desde el punto pedido y guarda en recuperacion.ubd,
      *> por fichero y clave, la imagen mas antigua (la de antes del
      *> primer cambio). Al deshacer una ejecucion, si otra ejecucion
      *> toco despues la misma clave, la clave queda en conflicto y no
      *> se toca: restaurarla borraria el cambio ajeno. La segunda
      *> pasada devuelve cada clave a su imagen (o la borra si el
      *> registro no existia) y lo deja en recuperacion.txt.
      *>
      *> Los movimientos no van al diario: se numeran con el contador
      *> de SALDO-REG de clave 0, y cada imagen de esa clave que deja
      *> lo deshecho es un numero que dio (el de la imagen si la clave
      *> se creo entonces, el siguiente si no). Esos numeros, y solo
      *> esos, se borran de movimientos.ubd, aunque la clave 0 quede
      *> en conflicto por numeraciones posteriores. Si lo deshecho
      *> cambio saldos sin dejar ninguna imagen de la clave 0, sus
      *> movimientos no se pueden localizar y esos saldos tampoco se
      *> tocan: van como conflicto.
      *> El resto de ficheros (notificaciones, billetes, depositos,
      *> ficheros de control...) no se deshace; el parte lo recuerda.
      *>
      *> Lo que restaura lo apunta a su vez en el diario (via BANK58),
      *> de modo que una recuperacion equivocada tambien se deshace.
      *> Codigo de retorno: 0 bien, 4 con claves en conflicto o sin
      *> nada que deshacer, 8 error, 9 parametros incorrectos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIARIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIM-CLAVE
           FILE STATUS IS FSD.

           SELECT OPTIONAL RECUPERACION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-CLAVE
           FILE STATUS IS FSRC.

           SELECT SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-TARJETA
           FILE STATUS IS FSS.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

           SELECT TRANSFERENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANSF-NUM
           FILE STATUS IS FSTM.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT EVENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVENTO-NUM
           FILE STATUS IS FSE.

           SELECT OPTIONAL CAJETINES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJETIN-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.

       DATA DIVISION.
       FILE SECTION.
       FD DIARIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diario_imagenes.ubd".
       01 IMAGEN-REG.
           02 DIM-CLAVE.
               03 DIM-INSTANTE         PIC  9(16).
               03 DIM-EJECUCION.
                   04 DIM-EJE-INICIO   PIC  9(16).
                   04 DIM-EJE-PROGRAMA PIC  X(8).
               03 DIM-SECUENCIA        PIC  9(6).
           02 DIM-PROGRAMA             PIC  X(8).
           02 DIM-FICHERO              PIC  X(2).
               88 DIM-SALDOS             VALUE "SA".
               88 DIM-TRANSF             VALUE "TR".
               88 DIM-TARJETAS           VALUE "TA".
               88 DIM-EVENTOS            VALUE "EV".
               88 DIM-CAJETINES          VALUE "CA".
           02 DIM-OPERACION            PIC  X(1).
               88 DIM-ALTA               VALUE "A".
               88 DIM-MODIFICACION       VALUE "M".
           02 DIM-LLAVE                PIC  X(35).
           02 DIM-IMAGEN               PIC  X(200).

      *> Fichero de trabajo: una entrada por clave a restaurar.
       FD RECUPERACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recuperacion.ubd".
       01 RECUP-REG.
           02 REC-CLAVE.
               03 REC-FICHERO          PIC  X(2).
               03 REC-LLAVE            PIC  X(35).
           02 REC-OPERACION            PIC  X(1).
               88 REC-ALTA               VALUE "A".
               88 REC-MODIFICACION       VALUE "M".
           02 REC-INSTANTE             PIC  9(16).
           02 REC-PROGRAMA             PIC  X(8).
           02 REC-CONFLICTO            PIC  9(1).
               88 REC-SIN-CONFLICTO      VALUE 0.
               88 REC-CON-CONFLICTO      VALUE 1.
           02 REC-IMAGEN               PIC  X(200).

       FD SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-TARJETA        PIC  9(16).
           02 SALDO-ENT-REG        PIC S9(9).
           02 SALDO-DEC-REG        PIC  9(2).
           02 SALDO-ULTIMO-MOV     PIC  9(35).

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

       FD CAJETINES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajetines.ubd".
       01 CAJETIN-REG.
           02 CAJETIN-CLAVE.
               03 CAJETIN-TERMINAL PIC  9(4).
               03 CAJETIN-DENOM    PIC  9(3).
           02 CAJETIN-CANTIDAD     PIC  9(5).

       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recuperacion.txt".
       01 INFORME-LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSD                      PIC  X(2).
       77 FSRC                     PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSTM                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSR                      PIC  X(2).

      *> Peticion al diario de imagenes previas (BANK58).
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8) VALUE "BANK59".
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

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

       77 PARAMETRO-LINEA          PIC  X(60).
       77 ACCION                   PIC  X(10).
       77 ARGUMENTO                PIC  X(24).

       77 MODO                     PIC  9(1).
           88 MODO-LISTAR            VALUE 1.
           88 MODO-EJECUCION         VALUE 2.
           88 MODO-DESDE             VALUE 3.
           88 MODO-PURGAR            VALUE 4.

       77 FECHA-ARG                PIC  9(8) VALUE 0.
       77 INSTANTE-DESDE           PIC  9(16) VALUE 0.
       77 INSTANTE-HASTA           PIC  9(16) VALUE 0.
       01 EJECUCION-ARG.
           02 EJA-INICIO           PIC  9(16).
           02 EJA-PROGRAMA         PIC  X(8).

      *> Imagen de saldos.ubd sacada del diario en la primera pasada.
       01 IMAGEN-SALDO.
           02 ISA-TARJETA          PIC  9(16).
           02 ISA-ENT              PIC S9(9).
           02 ISA-DEC              PIC  9(2).
           02 ISA-ULTIMO-MOV       PIC  9(35).
           02 FILLER               PIC  X(138).

      *> Numero de movimiento que dio lo deshecho; se anota en el
      *> fichero de trabajo con fichero "MV" para borrarlo.
       77 MOV-ASIGNADO             PIC  9(35).
       77 NUM-MOV-ANOTADOS         PIC  9(6) VALUE 0.
       77 NUM-SALDOS-MODIF         PIC  9(6) VALUE 0.
       77 MOVS-LOCALIZADOS         PIC  9(1) VALUE 1.
           88 MOVS-CONOCIDOS         VALUE 1.
           88 MOVS-SIN-LOCALIZAR     VALUE 0.

       77 NUM-APUNTES              PIC  9(6) VALUE 0.
       77 NUM-CLAVES               PIC  9(6) VALUE 0.
       77 NUM-RESTAURADAS          PIC  9(6) VALUE 0.
       77 NUM-BORRADAS             PIC  9(6) VALUE 0.
       77 NUM-CONFLICTOS           PIC  9(6) VALUE 0.
       77 NUM-ERRORES              PIC  9(6) VALUE 0.
       77 NUM-MOV-BORRADOS         PIC  9(6) VALUE 0.
       77 NUM-PURGADOS             PIC  9(6) VALUE 0.

      *> Ejecuciones vistas por LISTAR, en orden de arranque.
       01 TABLA-EJECUCIONES.
           05 NUM-EJECUCIONES       PIC  9(4) VALUE 0.
           05 EJECUCION-TABLA OCCURS 500 TIMES INDEXED BY IDX-EJE.
               10 TEJ-EJECUCION     PIC  X(24).
               10 TEJ-PRIMERO       PIC  9(16).
               10 TEJ-ULTIMO        PIC  9(16).
               10 TEJ-APUNTES       PIC  9(6).
       77 DESBORDE-TABLA           PIC  9(1) VALUE 0.
           88 SIN-DESBORDE           VALUE 0.
           88 CON-DESBORDE           VALUE 1.

       01 LINEA-CABECERA.
           02 FILLER               PIC X(30) VALUE
               "RECUPERACION DE MAESTROS DEL ".
           02 CAB-DIA              PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-MES              PIC 9(2).
           02 FILLER               PIC X(1) VALUE "/".
           02 CAB-ANO              PIC 9(4).
           02 FILLER               PIC X(3) VALUE " - ".
           02 CAB-ACCION           PIC X(10).
           02 FILLER               PIC X(1) VALUE " ".
           02 CAB-ARGUMENTO        PIC X(24).
           02 FILLER               PIC X(54) VALUE SPACES.

       01 LINEA-TITULOS-EJECUCION.
           02 FILLER               PIC X(26) VALUE "EJECUCION".
           02 FILLER               PIC X(18) VALUE "PRIMER APUNTE".
           02 FILLER               PIC X(18) VALUE "ULTIMO APUNTE".
           02 FILLER               PIC X(7) VALUE "APUNTES".
           02 FILLER               PIC X(63) VALUE SPACES.

       01 LINEA-EJECUCION.
           02 LEJ-EJECUCION        PIC X(24).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LEJ-PRIMERO          PIC 9(16).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LEJ-ULTIMO           PIC 9(16).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LEJ-APUNTES          PIC ZZZZZ9.
           02 FILLER               PIC X(64) VALUE SPACES.

       01 LINEA-TITULOS-CLAVE.
           02 FILLER               PIC X(4) VALUE "FI".
           02 FILLER               PIC X(37) VALUE "CLAVE".
           02 FILLER               PIC X(14) VALUE "ACCION".
           02 FILLER               PIC X(18) VALUE "IMAGEN DEL".
           02 FILLER               PIC X(8) VALUE "PROGRAMA".
           02 FILLER               PIC X(51) VALUE SPACES.

       01 LINEA-CLAVE.
           02 LCL-FICHERO          PIC X(2).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LCL-LLAVE            PIC X(35).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LCL-ACCION           PIC X(12).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LCL-INSTANTE         PIC 9(16).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 LCL-PROGRAMA         PIC X(8).
           02 FILLER               PIC X(51) VALUE SPACES.

       01 LINEA-TOTAL.
           02 TOT-TEXTO            PIC X(40).
           02 TOT-NUM              PIC ZZZZZ9.
           02 FILLER               PIC X(86) VALUE SPACES.

       01 LINEA-NOTA.
           02 NOTA-TEXTO           PIC X(80).
           02 FILLER               PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY "BANK59 - recuperacion de maestros desde el diario".
           DISPLAY "Fecha de proceso: " DIA "/" MES "/" ANO.

           ACCEPT PARAMETRO-LINEA FROM COMMAND-LINE.
           UNSTRING PARAMETRO-LINEA DELIMITED BY ALL " "
               INTO ACCION ARGUMENTO.

           IF ACCION = "LISTAR"
               SET MODO-LISTAR TO TRUE
               IF ARGUMENTO <> SPACES
                   IF ARGUMENTO(1:8) IS NOT NUMERIC
                       GO TO USO-INCORRECTO
                   END-IF
                   MOVE ARGUMENTO(1:8) TO FECHA-ARG
               END-IF
           ELSE IF ACCION = "EJECUCION"
               SET MODO-EJECUCION TO TRUE
               IF ARGUMENTO(1:16) IS NOT NUMERIC
                  OR ARGUMENTO(17:8) = SPACES
                   GO TO USO-INCORRECTO
               END-IF
               MOVE ARGUMENTO TO EJECUCION-ARG
               MOVE EJA-INICIO TO INSTANTE-DESDE
           ELSE IF ACCION = "DESDE"
               SET MODO-DESDE TO TRUE
               IF ARGUMENTO(1:14) IS NOT NUMERIC
                   GO TO USO-INCORRECTO
               END-IF
               MOVE ARGUMENTO(1:14) TO INSTANTE-DESDE
               MULTIPLY 100 BY INSTANTE-DESDE
           ELSE IF ACCION = "PURGAR"
               SET MODO-PURGAR TO TRUE
               IF ARGUMENTO(1:8) IS NOT NUMERIC
                   GO TO USO-INCORRECTO
               END-IF
               MOVE ARGUMENTO(1:8) TO FECHA-ARG
           ELSE
               GO TO USO-INCORRECTO.

           IF MODO-PURGAR
               GO TO PURGAR-DIARIO.

           OPEN OUTPUT INFORME.
           IF FSR <> 00
               DISPLAY "BANK59: error al abrir recuperacion.txt, FS="
                   FSR
               GO TO FIN-BATCH-ERROR.
           MOVE DIA TO CAB-DIA.
           MOVE MES TO CAB-MES.
           MOVE ANO TO CAB-ANO.
           MOVE ACCION TO CAB-ACCION.
           MOVE ARGUMENTO TO CAB-ARGUMENTO.
           WRITE INFORME-LINEA FROM LINEA-CABECERA.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.

           OPEN INPUT DIARIO.
           IF FSD <> 00 AND FSD <> 05
               DISPLAY "BANK59: error al abrir diario_imagenes.ubd, FS="
                   FSD
               GO TO FIN-BATCH-ERROR.

           IF MODO-LISTAR
               GO TO LISTAR-EJECUCIONES.

      *>   ---------------------------------------------------------
      *>   Primera pasada: del diario al fichero de trabajo, una
      *>   entrada por clave con la imagen de antes del primer cambio.
      *>   ---------------------------------------------------------
           OPEN OUTPUT RECUPERACION.
           CLOSE RECUPERACION.
           OPEN I-O RECUPERACION.
           IF FSRC <> 00
               DISPLAY "BANK59: error al abrir recuperacion.ubd, FS="
                   FSRC
               GO TO FIN-BATCH-ERROR.

           MOVE INSTANTE-DESDE TO DIM-INSTANTE.
           MOVE 0 TO DIM-EJE-INICIO.
           MOVE SPACES TO DIM-EJE-PROGRAMA.
           MOVE 0 TO DIM-SECUENCIA.
           START DIARIO KEY IS NOT LESS THAN DIM-CLAVE
               INVALID KEY GO TO LEER-DIARIO-FIN.

       LEER-DIARIO.
           READ DIARIO NEXT RECORD AT END
               GO TO LEER-DIARIO-FIN.
               IF MODO-EJECUCION AND DIM-EJECUCION <> EJECUCION-ARG
                   PERFORM ANOTAR-AJENO THRU ANOTAR-AJENO-EXIT
               ELSE
                   PERFORM ANOTAR-PREVIA THRU ANOTAR-PREVIA-EXIT
               END-IF.
               GO TO LEER-DIARIO.

       LEER-DIARIO-FIN.
           CLOSE DIARIO.
           CLOSE RECUPERACION.
           IF NUM-SALDOS-MODIF > 0 AND NUM-MOV-ANOTADOS = 0
               SET MOVS-SIN-LOCALIZAR TO TRUE.

           IF NUM-APUNTES = 0
               DISPLAY "BANK59: no hay apuntes que deshacer"
               MOVE "NO HAY APUNTES EN EL DIARIO PARA LO PEDIDO"
                   TO NOTA-TEXTO
               WRITE INFORME-LINEA FROM LINEA-NOTA
               CLOSE INFORME
               MOVE 4 TO RETURN-CODE
               STOP RUN.

      *>   ---------------------------------------------------------
      *>   Segunda pasada: cada clave vuelve a su imagen.
      *>   ---------------------------------------------------------
           PERFORM ABRIR-MAESTROS THRU ABRIR-MAESTROS-EXIT.
           OPEN INPUT RECUPERACION.
           IF FSRC <> 00
               DISPLAY "BANK59: error al abrir recuperacion.ubd, FS="
                   FSRC
               GO TO FIN-BATCH-ERROR.
           WRITE INFORME-LINEA FROM LINEA-TITULOS-CLAVE.

       LEER-RECUPERACION.
           READ RECUPERACION NEXT RECORD AT END
               GO TO LEER-RECUPERACION-FIN.
               MOVE REC-FICHERO TO LCL-FICHERO.
               MOVE REC-LLAVE TO LCL-LLAVE.
               MOVE REC-INSTANTE TO LCL-INSTANTE.
               MOVE REC-PROGRAMA TO LCL-PROGRAMA.
               IF REC-CON-CONFLICTO
                   MOVE "CONFLICTO" TO LCL-ACCION
                   ADD 1 TO NUM-CONFLICTOS
               ELSE IF REC-FICHERO = "SA" AND MOVS-SIN-LOCALIZAR
                   MOVE "CONFLICTO" TO LCL-ACCION
                   ADD 1 TO NUM-CONFLICTOS
               ELSE IF REC-FICHERO = "MV"
                   PERFORM BORRAR-MOVIMIENTO
                       THRU BORRAR-MOVIMIENTO-EXIT
               ELSE IF REC-FICHERO = "SA"
                   PERFORM RESTAURAR-SALDO THRU RESTAURAR-SALDO-EXIT
               ELSE IF REC-FICHERO = "TR"
                   PERFORM RESTAURAR-TRANSF THRU RESTAURAR-TRANSF-EXIT
               ELSE IF REC-FICHERO = "TA"
                   PERFORM RESTAURAR-TARJETA
                       THRU RESTAURAR-TARJETA-EXIT
               ELSE IF REC-FICHERO = "EV"
                   PERFORM RESTAURAR-EVENTO THRU RESTAURAR-EVENTO-EXIT
               ELSE IF REC-FICHERO = "CA"
                   PERFORM RESTAURAR-CAJETIN
                       THRU RESTAURAR-CAJETIN-EXIT.
               WRITE INFORME-LINEA FROM LINEA-CLAVE.
               GO TO LEER-RECUPERACION.

       LEER-RECUPERACION-FIN.
           CLOSE RECUPERACION.
           CLOSE SALDOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE TRANSFERENCIAS.
           CLOSE TARJETAS.
           CLOSE EVENTOS.
           CLOSE CAJETINES.

           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE "Apuntes del diario leidos:" TO TOT-TEXTO.
           MOVE NUM-APUNTES TO TOT-NUM.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.
           MOVE "Claves tocadas:" TO TOT-TEXTO.
           MOVE NUM-CLAVES TO TOT-NUM.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.
           MOVE "Registros restaurados:" TO TOT-TEXTO.
           MOVE NUM-RESTAURADAS TO TOT-NUM.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.
           MOVE "Registros borrados (altas deshechas):" TO TOT-TEXTO.
           MOVE NUM-BORRADAS TO TOT-NUM.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.
           MOVE "Movimientos borrados:" TO TOT-TEXTO.
           MOVE NUM-MOV-BORRADOS TO TOT-NUM.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.
           MOVE "Claves en conflicto (sin tocar):" TO TOT-TEXTO.
           MOVE NUM-CONFLICTOS TO TOT-NUM.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.
           MOVE "Errores al grabar:" TO TOT-TEXTO.
           MOVE NUM-ERRORES TO TOT-NUM.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.
           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           IF MOVS-SIN-LOCALIZAR
               MOVE "SALDOS SIN DESHACER: NINGUNA IMAGEN DE LA CLAVE 0 D
      -            "A SUS MOVIMIENTOS" TO NOTA-TEXTO
               WRITE INFORME-LINEA FROM LINEA-NOTA.
           MOVE "Notificaciones, billetes, depositos y ficheros de contr
      -        "ol no se deshacen:" TO NOTA-TEXTO.
           WRITE INFORME-LINEA FROM LINEA-NOTA.
           MOVE "revisarlos contra este parte antes de reabrir."
               TO NOTA-TEXTO.
           WRITE INFORME-LINEA FROM LINEA-NOTA.
           CLOSE INFORME.

           DISPLAY "BANK59: restaurados " NUM-RESTAURADAS
               ", borrados " NUM-BORRADAS
               ", en conflicto " NUM-CONFLICTOS.

           IF NUM-ERRORES > 0
               GO TO FIN-BATCH-ERROR.
           IF NUM-CONFLICTOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *>   ---------------------------------------------------------
      *>   ANOTAR-PREVIA: apunte a deshacer. Si la clave ya tiene
      *>   imagen, la que vale es la anterior (la primera del diario).
      *>   ---------------------------------------------------------
       ANOTAR-PREVIA.
           ADD 1 TO NUM-APUNTES.
           MOVE DIM-FICHERO TO REC-FICHERO.
           MOVE DIM-LLAVE TO REC-LLAVE.
           READ RECUPERACION
               INVALID KEY
                   MOVE DIM-FICHERO TO REC-FICHERO
                   MOVE DIM-LLAVE TO REC-LLAVE
                   MOVE DIM-OPERACION TO REC-OPERACION
                   MOVE DIM-INSTANTE TO REC-INSTANTE
                   MOVE DIM-PROGRAMA TO REC-PROGRAMA
                   SET REC-SIN-CONFLICTO TO TRUE
                   MOVE DIM-IMAGEN TO REC-IMAGEN
                   WRITE RECUP-REG INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO NUM-CLAVES
           END-READ.
           IF DIM-SALDOS
               PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-EXIT.

       ANOTAR-PREVIA-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   ANOTAR-MOVIMIENTO: cada imagen de la clave 0 es un numero
      *>   de movimiento que dio lo deshecho, y se anota aparte para
      *>   borrarlo. De los saldos de tarjeta solo se cuentan los
      *>   cambios. Lo que graba el propio BANK59 no numera nada.
      *>   ---------------------------------------------------------
       ANOTAR-MOVIMIENTO.
           IF DIM-PROGRAMA = "BANK59"
               GO TO ANOTAR-MOVIMIENTO-EXIT.
           MOVE DIM-IMAGEN TO IMAGEN-SALDO.
           IF ISA-TARJETA <> 0
               IF DIM-MODIFICACION
                   ADD 1 TO NUM-SALDOS-MODIF
               END-IF
               GO TO ANOTAR-MOVIMIENTO-EXIT.
           MOVE ISA-ULTIMO-MOV TO MOV-ASIGNADO.
           IF DIM-MODIFICACION
               ADD 1 TO MOV-ASIGNADO.
           MOVE "MV" TO REC-FICHERO.
           MOVE MOV-ASIGNADO TO REC-LLAVE.
           MOVE DIM-OPERACION TO REC-OPERACION.
           MOVE DIM-INSTANTE TO REC-INSTANTE.
           MOVE DIM-PROGRAMA TO REC-PROGRAMA.
           SET REC-SIN-CONFLICTO TO TRUE.
           MOVE SPACES TO REC-IMAGEN.
           WRITE RECUP-REG INVALID KEY CONTINUE.
           ADD 1 TO NUM-MOV-ANOTADOS.

       ANOTAR-MOVIMIENTO-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   ANOTAR-AJENO: apunte de otra ejecucion mientras se deshace
      *>   una. Si cae sobre una clave que la ejecucion ya habia
      *>   tocado, esa clave no se puede devolver sin pisarlo.
      *>   ---------------------------------------------------------
       ANOTAR-AJENO.
           MOVE DIM-FICHERO TO REC-FICHERO.
           MOVE DIM-LLAVE TO REC-LLAVE.
           READ RECUPERACION
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF REC-SIN-CONFLICTO
                       SET REC-CON-CONFLICTO TO TRUE
                       REWRITE RECUP-REG INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

       ANOTAR-AJENO-EXIT.
           EXIT.

       ABRIR-MAESTROS.
           OPEN I-O SALDOS.
           IF FSS <> 00
               DISPLAY "BANK59: error al abrir saldos.ubd, FS=" FSS
               GO TO FIN-BATCH-ERROR.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "BANK59: error al abrir movimientos.ubd, FS="
                   FSM
               GO TO FIN-BATCH-ERROR.
           OPEN I-O TRANSFERENCIAS.
           IF FSTM <> 00
               DISPLAY "BANK59: error al abrir transf.txt, FS=" FSTM
               GO TO FIN-BATCH-ERROR.
           OPEN I-O TARJETAS.
           IF FST <> 00
               DISPLAY "BANK59: error al abrir tarjetas.ubd, FS=" FST
               GO TO FIN-BATCH-ERROR.
           OPEN I-O EVENTOS.
           IF FSE <> 00
               DISPLAY "BANK59: error al abrir eventos.ubd, FS=" FSE
               GO TO FIN-BATCH-ERROR.
           OPEN I-O CAJETINES.
           IF FSC <> 00 AND FSC <> 05
               DISPLAY "BANK59: error al abrir cajetines.ubd, FS=" FSC
               GO TO FIN-BATCH-ERROR.

       ABRIR-MAESTROS-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   RESTAURAR-xxx: deja el registro como dice su imagen. Un
      *>   registro dado de alta por lo deshecho se borra; uno que ya
      *>   no esta se vuelve a grabar. Antes se apunta en el diario,
      *>   como cualquier otra grabacion.
      *>   ---------------------------------------------------------
       RESTAURAR-SALDO.
           MOVE REC-IMAGEN TO SALDO-REG.
           SET DPE-SALDOS TO TRUE.
           MOVE SALDO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           IF REC-ALTA
               DELETE SALDOS RECORD INVALID KEY CONTINUE
               END-DELETE
               PERFORM CONTAR-BORRADA THRU CONTAR-BORRADA-EXIT
               GO TO RESTAURAR-SALDO-EXIT.
           REWRITE SALDO-REG INVALID KEY
               WRITE SALDO-REG INVALID KEY
                   PERFORM CONTAR-ERROR THRU CONTAR-ERROR-EXIT
                   GO TO RESTAURAR-SALDO-EXIT
               END-WRITE
           END-REWRITE.
           PERFORM CONTAR-RESTAURADA THRU CONTAR-RESTAURADA-EXIT.

       RESTAURAR-SALDO-EXIT.
           EXIT.

      *>   Movimiento numerado por lo deshecho (entrada "MV"). Si ya
      *>   no esta (no llego a grabarse) no hay nada que borrar.
       BORRAR-MOVIMIENTO.
           MOVE REC-LLAVE TO MOV-ASIGNADO.
           MOVE MOV-ASIGNADO TO MOV-NUM.
           DELETE F-MOVIMIENTOS RECORD
               INVALID KEY
                   MOVE "NO ESTABA" TO LCL-ACCION
               NOT INVALID KEY
                   MOVE "BORRADO" TO LCL-ACCION
                   ADD 1 TO NUM-MOV-BORRADOS
           END-DELETE.

       BORRAR-MOVIMIENTO-EXIT.
           EXIT.

       RESTAURAR-TRANSF.
           MOVE REC-IMAGEN TO TRANSF-REG.
           SET DPE-TRANSF TO TRUE.
           MOVE TRANSF-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           IF REC-ALTA
               DELETE TRANSFERENCIAS RECORD INVALID KEY CONTINUE
               END-DELETE
               PERFORM CONTAR-BORRADA THRU CONTAR-BORRADA-EXIT
               GO TO RESTAURAR-TRANSF-EXIT.
           REWRITE TRANSF-REG INVALID KEY
               WRITE TRANSF-REG INVALID KEY
                   PERFORM CONTAR-ERROR THRU CONTAR-ERROR-EXIT
                   GO TO RESTAURAR-TRANSF-EXIT
               END-WRITE
           END-REWRITE.
           PERFORM CONTAR-RESTAURADA THRU CONTAR-RESTAURADA-EXIT.

       RESTAURAR-TRANSF-EXIT.
           EXIT.

       RESTAURAR-TARJETA.
           MOVE REC-IMAGEN TO TAJETAREG.
           SET DPE-TARJETAS TO TRUE.
           MOVE TAJETAREG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           IF REC-ALTA
               DELETE TARJETAS RECORD INVALID KEY CONTINUE
               END-DELETE
               PERFORM CONTAR-BORRADA THRU CONTAR-BORRADA-EXIT
               GO TO RESTAURAR-TARJETA-EXIT.
           REWRITE TAJETAREG INVALID KEY
               WRITE TAJETAREG INVALID KEY
                   PERFORM CONTAR-ERROR THRU CONTAR-ERROR-EXIT
                   GO TO RESTAURAR-TARJETA-EXIT
               END-WRITE
           END-REWRITE.
           PERFORM CONTAR-RESTAURADA THRU CONTAR-RESTAURADA-EXIT.

       RESTAURAR-TARJETA-EXIT.
           EXIT.

       RESTAURAR-EVENTO.
           MOVE REC-IMAGEN TO EVENTO-REG.
           SET DPE-EVENTOS TO TRUE.
           MOVE EVENTO-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           IF REC-ALTA
               DELETE EVENTOS RECORD INVALID KEY CONTINUE
               END-DELETE
               PERFORM CONTAR-BORRADA THRU CONTAR-BORRADA-EXIT
               GO TO RESTAURAR-EVENTO-EXIT.
           REWRITE EVENTO-REG INVALID KEY
               WRITE EVENTO-REG INVALID KEY
                   PERFORM CONTAR-ERROR THRU CONTAR-ERROR-EXIT
                   GO TO RESTAURAR-EVENTO-EXIT
               END-WRITE
           END-REWRITE.
           PERFORM CONTAR-RESTAURADA THRU CONTAR-RESTAURADA-EXIT.

       RESTAURAR-EVENTO-EXIT.
           EXIT.

       RESTAURAR-CAJETIN.
           MOVE REC-IMAGEN TO CAJETIN-REG.
           SET DPE-CAJETINES TO TRUE.
           MOVE CAJETIN-REG TO DPE-REGISTRO.
           CALL "BANK58" USING DIARIO-PETICION.
           IF REC-ALTA
               DELETE CAJETINES RECORD INVALID KEY CONTINUE
               END-DELETE
               PERFORM CONTAR-BORRADA THRU CONTAR-BORRADA-EXIT
               GO TO RESTAURAR-CAJETIN-EXIT.
           REWRITE CAJETIN-REG INVALID KEY
               WRITE CAJETIN-REG INVALID KEY
                   PERFORM CONTAR-ERROR THRU CONTAR-ERROR-EXIT
                   GO TO RESTAURAR-CAJETIN-EXIT
               END-WRITE
           END-REWRITE.
           PERFORM CONTAR-RESTAURADA THRU CONTAR-RESTAURADA-EXIT.

       RESTAURAR-CAJETIN-EXIT.
           EXIT.

       CONTAR-RESTAURADA.
           MOVE "RESTAURADO" TO LCL-ACCION.
           ADD 1 TO NUM-RESTAURADAS.

       CONTAR-RESTAURADA-EXIT.
           EXIT.

       CONTAR-BORRADA.
           MOVE "BORRADO" TO LCL-ACCION.
           ADD 1 TO NUM-BORRADAS.

       CONTAR-BORRADA-EXIT.
           EXIT.

       CONTAR-ERROR.
           MOVE "ERROR" TO LCL-ACCION.
           ADD 1 TO NUM-ERRORES.

       CONTAR-ERROR-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   LISTAR-EJECUCIONES: una linea por ejecucion del diario (o
      *>   de las que tienen apuntes en la fecha pedida), que es lo
      *>   que se le pasa luego a EJECUCION.
      *>   ---------------------------------------------------------
       LISTAR-EJECUCIONES.
           MOVE 0 TO DIM-INSTANTE.
           MOVE 99999999999999 TO INSTANTE-HASTA.
           MULTIPLY 100 BY INSTANTE-HASTA.
           ADD 99 TO INSTANTE-HASTA.
           IF FECHA-ARG > 0
               COMPUTE DIM-INSTANTE = FECHA-ARG * 100000000
               COMPUTE INSTANTE-HASTA = DIM-INSTANTE + 99999999.
           MOVE 0 TO DIM-EJE-INICIO.
           MOVE SPACES TO DIM-EJE-PROGRAMA.
           MOVE 0 TO DIM-SECUENCIA.
           START DIARIO KEY IS NOT LESS THAN DIM-CLAVE
               INVALID KEY GO TO LISTAR-DIARIO-FIN.

       LISTAR-DIARIO.
           READ DIARIO NEXT RECORD AT END
               GO TO LISTAR-DIARIO-FIN.
               IF DIM-INSTANTE > INSTANTE-HASTA
                   GO TO LISTAR-DIARIO-FIN.
               PERFORM ACUMULAR-EJECUCION THRU ACUMULAR-EJECUCION-EXIT.
               GO TO LISTAR-DIARIO.

       LISTAR-DIARIO-FIN.
           CLOSE DIARIO.
           WRITE INFORME-LINEA FROM LINEA-TITULOS-EJECUCION.
           PERFORM ESCRIBIR-EJECUCION THRU ESCRIBIR-EJECUCION-EXIT
               VARYING IDX-EJE FROM 1 BY 1
               UNTIL IDX-EJE > NUM-EJECUCIONES.

           MOVE SPACES TO INFORME-LINEA.
           WRITE INFORME-LINEA.
           MOVE "Ejecuciones:" TO TOT-TEXTO.
           MOVE NUM-EJECUCIONES TO TOT-NUM.
           WRITE INFORME-LINEA FROM LINEA-TOTAL.
           IF CON-DESBORDE
               MOVE "MAS DE 500 EJECUCIONES: LISTAR UNA SOLA FECHA"
                   TO NOTA-TEXTO
               WRITE INFORME-LINEA FROM LINEA-NOTA.
           CLOSE INFORME.

           DISPLAY "BANK59: " NUM-EJECUCIONES
               " ejecuciones en recuperacion.txt".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       ACUMULAR-EJECUCION.
           PERFORM BUSCAR-EJECUCION
               VARYING IDX-EJE FROM 1 BY 1
               UNTIL IDX-EJE > NUM-EJECUCIONES
                  OR TEJ-EJECUCION(IDX-EJE) = DIM-EJECUCION.

           IF IDX-EJE > NUM-EJECUCIONES THEN
               IF NUM-EJECUCIONES >= 500
                   SET CON-DESBORDE TO TRUE
                   GO TO ACUMULAR-EJECUCION-EXIT
               END-IF
               ADD 1 TO NUM-EJECUCIONES
               SET IDX-EJE TO NUM-EJECUCIONES
               MOVE DIM-EJECUCION TO TEJ-EJECUCION(IDX-EJE)
               MOVE DIM-INSTANTE TO TEJ-PRIMERO(IDX-EJE)
               MOVE 0 TO TEJ-APUNTES(IDX-EJE)
           END-IF.

           MOVE DIM-INSTANTE TO TEJ-ULTIMO(IDX-EJE).
           ADD 1 TO TEJ-APUNTES(IDX-EJE).

       ACUMULAR-EJECUCION-EXIT.
           EXIT.

       BUSCAR-EJECUCION.
           CONTINUE.

       ESCRIBIR-EJECUCION.
           MOVE TEJ-EJECUCION(IDX-EJE) TO LEJ-EJECUCION.
           MOVE TEJ-PRIMERO(IDX-EJE) TO LEJ-PRIMERO.
           MOVE TEJ-ULTIMO(IDX-EJE) TO LEJ-ULTIMO.
           MOVE TEJ-APUNTES(IDX-EJE) TO LEJ-APUNTES.
           WRITE INFORME-LINEA FROM LINEA-EJECUCION.

       ESCRIBIR-EJECUCION-EXIT.
           EXIT.

      *>   ---------------------------------------------------------
      *>   PURGAR-DIARIO: los apuntes anteriores a la fecha ya no
      *>   sirven (la copia mas antigua que se guarda es de esa fecha)
      *>   y se borran. El diario va por instante: al primer apunte de
      *>   la fecha o posterior se acaba.
      *>   ---------------------------------------------------------
       PURGAR-DIARIO.
           OPEN I-O DIARIO.
           IF FSD <> 00 AND FSD <> 05
               DISPLAY "BANK59: error al abrir diario_imagenes.ubd, FS="
                   FSD
               GO TO FIN-BATCH-ERROR.
           COMPUTE INSTANTE-HASTA = FECHA-ARG * 100000000.

       PURGAR-LEER.
           READ DIARIO NEXT RECORD AT END
               GO TO PURGAR-FIN.
               IF DIM-INSTANTE NOT < INSTANTE-HASTA
                   GO TO PURGAR-FIN.
               DELETE DIARIO RECORD INVALID KEY CONTINUE.
               ADD 1 TO NUM-PURGADOS.
               GO TO PURGAR-LEER.

       PURGAR-FIN.
           CLOSE DIARIO.
           DISPLAY "BANK59: " NUM-PURGADOS
               " apuntes anteriores a " FECHA-ARG " purgados".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       USO-INCORRECTO.
           DISPLAY "BANK59: uso: BANK59 LISTAR [aaaammdd]"
               " | EJECUCION ejecucion | DESDE aaaammddhhmmss"
               " | PURGAR aaaammdd".
           MOVE 9 TO RETURN-CODE.
           STOP RUN.

       FIN-BATCH-ERROR.
      *>   Codigo de retorno distinto de cero: el lanzador de la
      *>   cadena (BANK31) apunta el paso en error, no completado.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
