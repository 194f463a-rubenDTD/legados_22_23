       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK58.

      *> Diario de imagenes previas de los maestros. Hasta ahora, si un
      *> batch de la cadena (o una operacion del cajero) dejaba mal
      *> saldos.ubd, transf.txt, tarjetas.ubd, eventos.ubd o
      *> cajetines.ubd, no habia forma de volver atras mas que a mano.
      *> Todo programa que graba, regraba o borra un registro de esos
      *> ficheros llama antes a este subprograma con el registro que va
      *> a grabar; el subprograma lee del disco la version actual de
      *> ese registro y la guarda en diario_imagenes.ubd:
      *>
      *>   M  el registro existia: se guarda su imagen previa
      *>   A  el registro no existia: se guarda la imagen nueva, y
      *>      deshacer el cambio es borrarlo
      *>
      *> Cada apunte lleva el instante, la ejecucion que lo hizo
      *> (instante de la primera llamada mas el programa llamante) y un
      *> numero de secuencia dentro de la ejecucion. Con eso BANK59
      *> deshace una ejecucion concreta o todo lo ocurrido desde un
      *> instante. Un fallo al apuntar se avisa por consola pero no
      *> detiene al llamante.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIARIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIM-CLAVE
           FILE STATUS IS FSD.

           SELECT SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-TARJETA
           FILE STATUS IS FSS.

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

           SELECT CAJETINES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJETIN-CLAVE
           FILE STATUS IS FSC.

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

       FD SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-TARJETA        PIC  9(16).
           02 SALDO-ENT-REG        PIC S9(9).
           02 SALDO-DEC-REG        PIC  9(2).
           02 SALDO-ULTIMO-MOV     PIC  9(35).

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

       WORKING-STORAGE SECTION.
       77 FSD                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSTM                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSC                      PIC  X(2).

       01 CAMPOS-FECHA.
           05 INSTANTE             PIC  9(16).
           05 DIF-GMT              PIC S9(4).

      *> La ejecucion se fija en la primera llamada y dura lo que dure
      *> el programa llamante (este subprograma no se cancela).
       77 PRIMERA-LLAMADA          PIC  9(1) VALUE 1.
           88 EJECUCION-SIN-ABRIR    VALUE 1.
           88 EJECUCION-ABIERTA      VALUE 0.
       77 EJE-INICIO               PIC  9(16).
       77 EJE-PROGRAMA             PIC  X(8).
       77 EJE-SECUENCIA            PIC  9(6) VALUE 0.

       77 IMG-OPERACION            PIC  X(1).
       77 IMG-LLAVE                PIC  X(35).
       77 IMG-DATOS                PIC  X(200).

       77 IMAGEN-LEIDA             PIC  9(1).
           88 IMAGEN-OK              VALUE 1.
           88 IMAGEN-FALLIDA         VALUE 0.

       LINKAGE SECTION.
       01 DIARIO-PETICION.
           02 DPE-PROGRAMA         PIC  X(8).
           02 DPE-FICHERO          PIC  X(2).
               88 DPE-SALDOS         VALUE "SA".
               88 DPE-TRANSF         VALUE "TR".
               88 DPE-TARJETAS       VALUE "TA".
               88 DPE-EVENTOS        VALUE "EV".
               88 DPE-CAJETINES      VALUE "CA".
           02 DPE-REGISTRO         PIC  X(200).

       PROCEDURE DIVISION USING DIARIO-PETICION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           IF EJECUCION-SIN-ABRIR
               MOVE INSTANTE TO EJE-INICIO
               MOVE DPE-PROGRAMA TO EJE-PROGRAMA
               SET EJECUCION-ABIERTA TO TRUE.

           SET IMAGEN-FALLIDA TO TRUE.
           IF DPE-SALDOS
               PERFORM PREVIA-SALDO THRU PREVIA-SALDO-EXIT
           ELSE IF DPE-TRANSF
               PERFORM PREVIA-TRANSF THRU PREVIA-TRANSF-EXIT
           ELSE IF DPE-TARJETAS
               PERFORM PREVIA-TARJETA THRU PREVIA-TARJETA-EXIT
           ELSE IF DPE-EVENTOS
               PERFORM PREVIA-EVENTO THRU PREVIA-EVENTO-EXIT
           ELSE IF DPE-CAJETINES
               PERFORM PREVIA-CAJETIN THRU PREVIA-CAJETIN-EXIT.

           IF IMAGEN-FALLIDA
               DISPLAY "BANK58 - no se pudo leer la imagen previa de "
                   DPE-FICHERO " para " DPE-PROGRAMA
               EXIT PROGRAM.

           PERFORM GRABAR-APUNTE THRU GRABAR-APUNTE-EXIT.
           EXIT PROGRAM.

      *>   Cada PREVIA- busca en disco el registro con la misma clave
      *>   que el que trae el llamante. Si el fichero aun no existe
      *>   (35) el registro es nuevo a todos los efectos.
       PREVIA-SALDO.
           MOVE DPE-REGISTRO TO SALDO-REG.
           MOVE SALDO-TARJETA TO IMG-LLAVE.
           OPEN INPUT SALDOS.
           IF FSS = 35
               PERFORM IMAGEN-NUEVA THRU IMAGEN-NUEVA-EXIT
               GO TO PREVIA-SALDO-EXIT.
           IF FSS <> 00
               GO TO PREVIA-SALDO-EXIT.
           READ SALDOS
               INVALID KEY
                   PERFORM IMAGEN-NUEVA THRU IMAGEN-NUEVA-EXIT
               NOT INVALID KEY
                   MOVE "M" TO IMG-OPERACION
                   MOVE SALDO-REG TO IMG-DATOS
                   SET IMAGEN-OK TO TRUE
           END-READ.
           CLOSE SALDOS.

       PREVIA-SALDO-EXIT.
           EXIT.

       PREVIA-TRANSF.
           MOVE DPE-REGISTRO TO TRANSF-REG.
           MOVE TRANSF-NUM TO IMG-LLAVE.
           OPEN INPUT TRANSFERENCIAS.
           IF FSTM = 35
               PERFORM IMAGEN-NUEVA THRU IMAGEN-NUEVA-EXIT
               GO TO PREVIA-TRANSF-EXIT.
           IF FSTM <> 00
               GO TO PREVIA-TRANSF-EXIT.
           READ TRANSFERENCIAS
               INVALID KEY
                   PERFORM IMAGEN-NUEVA THRU IMAGEN-NUEVA-EXIT
               NOT INVALID KEY
                   MOVE "M" TO IMG-OPERACION
                   MOVE TRANSF-REG TO IMG-DATOS
                   SET IMAGEN-OK TO TRUE
           END-READ.
           CLOSE TRANSFERENCIAS.

       PREVIA-TRANSF-EXIT.
           EXIT.

       PREVIA-TARJETA.
           MOVE DPE-REGISTRO TO TAJETAREG.
           MOVE TNUM TO IMG-LLAVE.
           OPEN INPUT TARJETAS.
           IF FST = 35
               PERFORM IMAGEN-NUEVA THRU IMAGEN-NUEVA-EXIT
               GO TO PREVIA-TARJETA-EXIT.
           IF FST <> 00
               GO TO PREVIA-TARJETA-EXIT.
           READ TARJETAS
               INVALID KEY
                   PERFORM IMAGEN-NUEVA THRU IMAGEN-NUEVA-EXIT
               NOT INVALID KEY
                   MOVE "M" TO IMG-OPERACION
                   MOVE TAJETAREG TO IMG-DATOS
                   SET IMAGEN-OK TO TRUE
           END-READ.
           CLOSE TARJETAS.

       PREVIA-TARJETA-EXIT.
           EXIT.

       PREVIA-EVENTO.
           MOVE DPE-REGISTRO TO EVENTO-REG.
           MOVE EVENTO-NUM TO IMG-LLAVE.
           OPEN INPUT EVENTOS.
           IF FSE = 35
               PERFORM IMAGEN-NUEVA THRU IMAGEN-NUEVA-EXIT
               GO TO PREVIA-EVENTO-EXIT.
           IF FSE <> 00
               GO TO PREVIA-EVENTO-EXIT.
           READ EVENTOS
               INVALID KEY
                   PERFORM IMAGEN-NUEVA THRU IMAGEN-NUEVA-EXIT
               NOT INVALID KEY
                   MOVE "M" TO IMG-OPERACION
                   MOVE EVENTO-REG TO IMG-DATOS
                   SET IMAGEN-OK TO TRUE
           END-READ.
           CLOSE EVENTOS.

       PREVIA-EVENTO-EXIT.
           EXIT.

       PREVIA-CAJETIN.
           MOVE DPE-REGISTRO TO CAJETIN-REG.
           MOVE CAJETIN-CLAVE TO IMG-LLAVE.
           OPEN INPUT CAJETINES.
           IF FSC = 35
               PERFORM IMAGEN-NUEVA THRU IMAGEN-NUEVA-EXIT
               GO TO PREVIA-CAJETIN-EXIT.
           IF FSC <> 00
               GO TO PREVIA-CAJETIN-EXIT.
           READ CAJETINES
               INVALID KEY
                   PERFORM IMAGEN-NUEVA THRU IMAGEN-NUEVA-EXIT
               NOT INVALID KEY
                   MOVE "M" TO IMG-OPERACION
                   MOVE CAJETIN-REG TO IMG-DATOS
                   SET IMAGEN-OK TO TRUE
           END-READ.
           CLOSE CAJETINES.

       PREVIA-CAJETIN-EXIT.
           EXIT.

      *>   Registro que aun no existe: se guarda el que va a grabarse,
      *>   para que la recuperacion sepa que clave borrar.
       IMAGEN-NUEVA.
           MOVE "A" TO IMG-OPERACION.
           MOVE DPE-REGISTRO TO IMG-DATOS.
           SET IMAGEN-OK TO TRUE.

       IMAGEN-NUEVA-EXIT.
           EXIT.

       GRABAR-APUNTE.
           OPEN I-O DIARIO.
           IF FSD <> 00 AND FSD <> 05
               DISPLAY "BANK58 - no se pudo abrir el diario: " FSD
               GO TO GRABAR-APUNTE-EXIT.

           ADD 1 TO EJE-SECUENCIA.
           MOVE INSTANTE TO DIM-INSTANTE.
           MOVE EJE-INICIO TO DIM-EJE-INICIO.
           MOVE EJE-PROGRAMA TO DIM-EJE-PROGRAMA.
           MOVE EJE-SECUENCIA TO DIM-SECUENCIA.
           MOVE DPE-PROGRAMA TO DIM-PROGRAMA.
           MOVE DPE-FICHERO TO DIM-FICHERO.
           MOVE IMG-OPERACION TO DIM-OPERACION.
           MOVE IMG-LLAVE TO DIM-LLAVE.
           MOVE IMG-DATOS TO DIM-IMAGEN.
           WRITE IMAGEN-REG INVALID KEY
               DISPLAY "BANK58 - apunte duplicado en el diario: "
                   DIM-CLAVE.
           CLOSE DIARIO.

       GRABAR-APUNTE-EXIT.
           EXIT.
