      *>   BANK31 INICIO    nn PROGRAMA   apunta el arranque del paso
      *>   BANK31 FIN-OK    nn PROGRAMA   cierra el paso como correcto
      *>   BANK31 FIN-ERROR nn PROGRAMA   cierra el paso como fallido
      *>   BANK31 FIN-AVISO nn PROGRAMA   cierra el paso como correcto,
      *>                                  pero con avisos
      *>
      *> Codigo de retorno de INICIO: 0 ejecutar el paso, 1 saltarlo
      *> (ya completado en esta fecha: relanzamiento tras una caida),
      *> 2 no ejecutarlo (un paso anterior de la fecha acabo en error
      *> y la cadena no debe seguir sobre datos a medias; el paso 00,
      *> la copia de seguridad, cuenta como anterior a todos). Cada
      *> cierre deja ademas su linea en informe_cadena.txt, que es lo
      *> que operaciones mira por la manana. Un paso cerrado con aviso
      *> (el programa acabo con codigo 4: hizo su trabajo, pero ha
      *> encontrado algo que alguien tiene que mirar) cuenta como
      *> completado a todos los efectos y solo se distingue en el
      *> informe.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88 PASO-EN-CURSO     VALUE 0.
               88 PASO-COMPLETADO   VALUE 1.
               88 PASO-ERROR        VALUE 2.
               88 PASO-AVISO        VALUE 3.
           02 PASO-HORA-INICIO     PIC 9(6).
           02 PASO-HORA-FIN        PIC 9(6).
           02 PASO-PROGRAMA        PIC X(8).

           IF PASO-ARG = SPACES OR PASO-ARG IS NOT NUMERIC
               DISPLAY "BANK31: uso: BANK31"
                   " INICIO|FIN-OK|FIN-ERROR|FIN-AVISO nn PROGRAMA"
               MOVE 9 TO RETURN-CODE
               STOP RUN.
           MOVE PASO-ARG TO PASO-PEDIDO.
           IF ACCION = "INICIO"
               GO TO APUNTAR-INICIO.
           IF ACCION = "FIN-OK" OR ACCION = "FIN-ERROR"
              OR ACCION = "FIN-AVISO"
               GO TO APUNTAR-FIN.

           CLOSE CONTROL-PASOS.
      *>   error, este se niega a arrancar.
      *>   ---------------------------------------------------------
       APUNTAR-INICIO.
           IF PASO-PEDIDO > 0
               PERFORM COMPROBAR-ANTERIORES
                   THRU COMPROBAR-ANTERIORES-EXIT
                   VARYING PASO-ANTERIOR FROM 0 BY 1
                   UNTIL PASO-ANTERIOR >= PASO-PEDIDO.

           MOVE FECHA-PROCESO TO PASO-FECHA.
                   WRITE PASO-REG INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF PASO-COMPLETADO OR PASO-AVISO
                       CLOSE CONTROL-PASOS
                       MOVE 1 TO RETURN-CODE
                       STOP RUN

           IF ACCION = "FIN-OK"
               SET PASO-COMPLETADO TO TRUE
           ELSE IF ACCION = "FIN-AVISO"
               SET PASO-AVISO TO TRUE
           ELSE
               SET PASO-ERROR TO TRUE
           END-IF.
           MOVE PASO-HORA-FIN TO INF-HORA-FIN.
           IF ACCION = "FIN-OK"
               MOVE "COMPLETADO" TO INF-ESTADO
           ELSE IF ACCION = "FIN-AVISO"
               MOVE "AVISO" TO INF-ESTADO
           ELSE
               MOVE "ERROR" TO INF-ESTADO
           END-IF.
