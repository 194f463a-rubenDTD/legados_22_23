       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK44.

      *> Mantenimiento de mandatos de adeudo directo: mandatos.ubd
      *> guarda, por emisor (identificador del acreedor: compania de
      *> suministros, gimnasio...) y referencia de mandato, la tarjeta
      *> que autoriza los cargos, la fecha de firma y su estado
      *> (activo / revocado, con fecha de revocacion). El batch de
      *> cobro de recibos (BANK45) solo carga a una tarjeta los
      *> recibos de un mandato activo de esa misma tarjeta. Desde esta
      *> pantalla la sucursal da de alta el mandato que el cliente
      *> firma o lo revoca cuando el cliente lo pide; un mandato
      *> revocado no se reactiva (el emisor ha de presentar uno
      *> nuevo). Exige identificarse via BANK21; basta el nivel de
      *> operador, y cada alta o revocacion deja constancia en la
      *> auditoria. Como el resto de herramientas de sucursal, no
      *> cuelga de PMENU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAND-CLAVE
           FILE STATUS IS FSMD.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-CLAVE
           FILE STATUS IS FSA.

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

       FD MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
       01 MANDATO-REG.
           02 MAND-CLAVE.
               03 MAND-EMISOR       PIC X(10).
               03 MAND-REFERENCIA   PIC X(20).
           02 MAND-TARJETA          PIC 9(16).
           02 MAND-FECHA-FIRMA      PIC 9(8).
           02 MAND-ESTADO           PIC 9(1).
               88 MANDATO-ACTIVO     VALUE 0.
               88 MANDATO-REVOCADO   VALUE 1.
           02 MAND-FECHA-BAJA       PIC 9(8).

       FD AUDITLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDIT-REG.
           02 AUDIT-CLAVE.
               03 AUDIT-TARJETA      PIC 9(16).
               03 AUDIT-FECHA-HORA   PIC 9(14).
           02 AUDIT-SUPERVISOR       PIC X(10).
           02 AUDIT-ACCION           PIC X(20).

       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSMD                     PIC  X(2).
       77 FSA                      PIC  X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
       78 CYAN                    VALUE      3.
       78 RED                     VALUE      4.
       78 MAGENTA                 VALUE      5.
       78 YELLOW                  VALUE      6.
       78 WHITE                   VALUE      7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES               PIC   9(2).
               10 DIA               PIC   9(2).
           05 HORA.
               10 HORAS             PIC   9(2).
               10 MINUTOS           PIC   9(2).
               10 SEGUNDOS          PIC   9(2).
               10 MILISEGUNDOS      PIC   9(2).
           05 DIF-GMT               PIC  S9(4).

       01 KEYBOARD-STATUS           PIC  9(4).
           88 ENTER-PRESSED       VALUE     0.
           88 ESC-PRESSED         VALUE  2005.

       77 PRESSED-KEY              PIC  9(4).

       01 OPER-FICHA.
           02 OPER-ID-VALIDADO     PIC X(10).
           02 OPER-NIVEL-VALIDADO  PIC 9(1).

       77 TNUM-BUSCADA             PIC 9(16).
       77 EMISOR-BUSCADO           PIC X(10).
       77 REFERENCIA-BUSCADA       PIC X(20).
       77 FIRMA-NUEVA              PIC 9(8).
       77 FECHA-HOY-NUM            PIC 9(8).
       77 CONFIRMACION             PIC X(1).
       77 ACCION-AUDITORIA         PIC X(20).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ENTRADA-TARJETA.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 8 COL 40 PIC 9(16) USING TNUM-BUSCADA.

       01 ENTRADA-MANDATO.
           05 FILLER AUTO UNDERLINE
               LINE 12 COL 40 PIC X(10) USING EMISOR-BUSCADO.
           05 FILLER UNDERLINE
               LINE 13 COL 40 PIC X(20) USING REFERENCIA-BUSCADA.

       01 ENTRADA-FIRMA.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 15 COL 40 PIC 9(8) USING FIRMA-NUEVA.

       01 ENTRADA-CONFIRMACION.
           05 FILLER UNDERLINE
               LINE 18 COL 50 PIC X(1) USING CONFIRMACION.

       PROCEDURE DIVISION.
       INICIO-SESION.
      *>   Mantener mandatos exige identificarse contra operadores.ubd
      *>   (BANK21); basta el nivel de operador.
           CALL "BANK21" USING OPER-FICHA.
           IF OPER-ID-VALIDADO = SPACES
               EXIT PROGRAM.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Mandatos de adeudo" LINE 2 COL 24
               WITH FOREGROUND-COLOR IS 1.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

       PIDE-TARJETA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta:" LINE 8 COL 30.

           MOVE 0 TO TNUM-BUSCADA.

           DISPLAY "Enter - Continuar" LINE 24 COL 02.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           ACCEPT ENTRADA-TARJETA ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-TARJETA.

           IF TNUM-BUSCADA = 0 THEN
               GO TO PIDE-TARJETA.

       BUSCAR-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE TNUM-BUSCADA TO TNUM.
           READ TARJETAS INVALID KEY GO TO TARJETA-NO-EXISTE.
           CLOSE TARJETAS.

           DISPLAY "Titular:" LINE 10 COL 20.
           DISPLAY TNOMBRE LINE 10 COL 30.

       PIDE-MANDATO.
           DISPLAY "Identificador del emisor:" LINE 12 COL 14.
           DISPLAY "Referencia del mandato:" LINE 13 COL 16.

           MOVE SPACES TO EMISOR-BUSCADO.
           MOVE SPACES TO REFERENCIA-BUSCADA.

           ACCEPT ENTRADA-MANDATO ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-MANDATO.

           IF EMISOR-BUSCADO = SPACES OR REFERENCIA-BUSCADA = SPACES
               DISPLAY "Emisor y referencia son obligatorios" LINE 20
                   COL 22 WITH BACKGROUND-COLOR RED
               GO TO PIDE-MANDATO.

       LEER-MANDATO.
           OPEN I-O MANDATOS.
           IF FSMD <> 00 AND FSMD <> 05
               GO TO PSYS-ERR.

           MOVE EMISOR-BUSCADO TO MAND-EMISOR.
           MOVE REFERENCIA-BUSCADA TO MAND-REFERENCIA.
           READ MANDATOS INVALID KEY GO TO PIDE-FIRMA.

      *>   El mandato ya existe: solo cabe revocarlo, y solo desde la
      *>   tarjeta que lo firmo.
           IF MAND-TARJETA NOT = TNUM-BUSCADA
               CLOSE MANDATOS
               GO TO MANDATO-OTRA-TARJETA.

           DISPLAY "Firmado el (AAAAMMDD):" LINE 15 COL 17.
           DISPLAY MAND-FECHA-FIRMA LINE 15 COL 40.

           IF MANDATO-REVOCADO
               CLOSE MANDATOS
               GO TO MANDATO-YA-REVOCADO.

           DISPLAY "Estado: ACTIVO" LINE 16 COL 32.

       PIDE-REVOCACION.
           MOVE "N" TO CONFIRMACION.
           DISPLAY "Revocar el mandato? (S/N):" LINE 18 COL 23.

           ACCEPT ENTRADA-CONFIRMACION ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE MANDATOS
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-REVOCACION.

           IF CONFIRMACION NOT = "S" AND CONFIRMACION NOT = "s"
               CLOSE MANDATOS
               EXIT PROGRAM.

           SET MANDATO-REVOCADO TO TRUE.
           MOVE FECHA-HOY-NUM TO MAND-FECHA-BAJA.
           REWRITE MANDATO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE MANDATOS.
           MOVE "Revocacion mandato" TO ACCION-AUDITORIA.
           GO TO REGISTRAR-AUDITORIA.

      *>   Mandato nuevo: a una tarjeta cerrada no se le domicilian
      *>   recibos, y la fecha de firma no puede ser futura.
       PIDE-FIRMA.
           IF TARJETA-CERRADA
               CLOSE MANDATOS
               GO TO TARJETA-CERRADA-ERR.

           DISPLAY "Mandato nuevo" LINE 14 COL 34.
           DISPLAY "Firmado el (AAAAMMDD):" LINE 15 COL 17.
           MOVE FECHA-HOY-NUM TO FIRMA-NUEVA.

           ACCEPT ENTRADA-FIRMA ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE MANDATOS
                   EXIT PROGRAM
               ELSE
                   GO TO PIDE-FIRMA.

           IF FUNCTION TEST-DATE-YYYYMMDD(FIRMA-NUEVA) <> 0
              OR FIRMA-NUEVA > FECHA-HOY-NUM
               DISPLAY "Fecha de firma no valida" LINE 20 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO PIDE-FIRMA.

       GRABAR-MANDATO.
           MOVE EMISOR-BUSCADO TO MAND-EMISOR.
           MOVE REFERENCIA-BUSCADA TO MAND-REFERENCIA.
           MOVE TNUM-BUSCADA TO MAND-TARJETA.
           MOVE FIRMA-NUEVA TO MAND-FECHA-FIRMA.
           SET MANDATO-ACTIVO TO TRUE.
           MOVE 0 TO MAND-FECHA-BAJA.
           WRITE MANDATO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE MANDATOS.
           MOVE "Alta mandato" TO ACCION-AUDITORIA.

       REGISTRAR-AUDITORIA.
           OPEN I-O AUDITLOG.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE TNUM-BUSCADA TO AUDIT-TARJETA.
           STRING ANO DELIMITED BY SIZE
               MES DELIMITED BY SIZE
               DIA DELIMITED BY SIZE
               HORAS DELIMITED BY SIZE
               MINUTOS DELIMITED BY SIZE
               SEGUNDOS DELIMITED BY SIZE
               INTO AUDIT-FECHA-HORA.
           MOVE OPER-ID-VALIDADO TO AUDIT-SUPERVISOR.
           MOVE ACCION-AUDITORIA TO AUDIT-ACCION.

           WRITE AUDIT-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE AUDITLOG.

       P-EXITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF ACCION-AUDITORIA = "Alta mandato"
               DISPLAY "Mandato dado de alta." LINE 9 COL 29
           ELSE
               DISPLAY "Mandato revocado." LINE 9 COL 31
           END-IF.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       MANDATO-OTRA-TARJETA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese mandato es de otra tarjeta" LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Salir" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       MANDATO-YA-REVOCADO.
           DISPLAY "Estado: REVOCADO el" LINE 16 COL 27.
           DISPLAY MAND-FECHA-BAJA LINE 16 COL 47.
           DISPLAY "Un mandato revocado no se reactiva" LINE 18 COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Salir" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       TARJETA-NO-EXISTE.
           CLOSE TARJETAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta no existe" LINE 9 COL 27
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Salir" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       TARJETA-CERRADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa tarjeta esta cerrada" LINE 9 COL 26
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Salir" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE MANDATOS.
           CLOSE AUDITLOG.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde" LINE 11 COL 32
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80.
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               GO TO EXIT-ENTER.
