      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:ACUSE DE ALERTAS DE OPERACION: EL OPERADOR DE GUARDIA
      *         (ROLES M, N, S Y T DE inicia-sesion) LISTA LAS
      *         ALERTAS DE BANDEJA-ALERTAS.txt (ALEREG.cpy) QUE NADIE
      *         HA RECONOCIDO Y ACUSA UNA POR SU FOLIO CON UN
      *         COMENTARIO; EL ACUSE QUEDA EN ACUSES-ALERTAS.txt CON
      *         SU USUARIO Y SELLO, DETIENE LOS REENVIOS DE
      *         reenvia-alertas Y DA EL TIEMPO DE ACUSE DE
      *         reporte-alertas. CON ACUSA_ALERTA_FOLIO (Y
      *         ACUSA_ALERTA_COMENTARIO) ACUSA ESE FOLIO SIN MENU, PARA
      *         USARSE COMO COMANDO DESDE LA CONSOLA DE GUARDIA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acusa-alerta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT BANDEJA-ALERTAS
       ASSIGN TO DYNAMIC WS-RUTA-BANDEJA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-BAN.

       SELECT ACUSES-ALERTAS
       ASSIGN TO DYNAMIC WS-RUTA-ACUSES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ACA.

       DATA DIVISION.
       FILE SECTION.
       FD BANDEJA-ALERTAS.
       01  LINEA-BANDEJA PIC X(227).

       FD ACUSES-ALERTAS.
       01  LINEA-ACUSE PIC X(104).

       WORKING-STORAGE SECTION.
       COPY ALEREG.

       01  WS-RUTA-BANDEJA PIC X(200).
       01  WS-FILE-STATUS-BAN PIC X(2).
       01  WS-RUTA-ACUSES PIC X(200).
       01  WS-FILE-STATUS-ACA PIC X(2).
       01  FIN-DE-ARCHIVO PIC X.
       01  WS-OPCION-ALE PIC X.

      *    Una entrada por folio: la severidad, el programa y el
      *    mensaje del envio original, cuantos reenvios lleva y si ya
      *    tiene acuse.
       01  WS-TABLA-ALERTAS.
           05 WS-ALE-RENGLON OCCURS 5000 TIMES.
               10 WS-ALE-FOLIO PIC 9(8).
               10 WS-ALE-SEVERIDAD PIC X(1).
               10 WS-ALE-PROGRAMA PIC X(20).
               10 WS-ALE-MENSAJE PIC X(80).
               10 WS-ALE-SELLO PIC X(16).
               10 WS-ALE-REENVIOS PIC 9(2).
               10 WS-ALE-ACUSADA PIC X.
       01  WS-TOTAL-ALERTAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-ALE PIC 9(4).
       01  WS-ALE-ENCONTRADA PIC 9(4).
       01  WS-TOTAL-PENDIENTES PIC 9(4).

       01  WS-FOLIO-X PIC X(10).
       01  WS-FOLIO-CAPTURADO PIC 9(8).
       01  WS-COMENTARIO-CAPTURADO PIC X(60).
       01  WS-SELLO PIC X(16).
       01  WS-TOTAL-ACUSES PIC 9(5) VALUE ZEROES.

       01  WS-LINEA-PENDIENTE.
           05 PEN-FOLIO PIC Z(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 PEN-SEVERIDAD PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 PEN-FECHA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 PEN-HORA PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 PEN-PROGRAMA PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 PEN-REENVIOS PIC Z9.
           05 FILLER PIC X VALUE SPACE.
           05 PEN-MENSAJE PIC X(60).

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "acusa-alerta".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S" OR WS-SESION-ROL = "C"
               DISPLAY "Su rol no permite acusar alertas."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-ALERTAS.
           PERFORM CARGA-ACUSES.
           ACCEPT WS-FOLIO-X FROM ENVIRONMENT "ACUSA_ALERTA_FOLIO".
           IF WS-FOLIO-X NOT = SPACES
               ACCEPT WS-COMENTARIO-CAPTURADO FROM ENVIRONMENT
                   "ACUSA_ALERTA_COMENTARIO"
               PERFORM REGISTRA-ACUSE
           ELSE
               MOVE SPACE TO WS-OPCION-ALE
               PERFORM MENU-ALERTAS UNTIL WS-OPCION-ALE = "0"
           END-IF.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-ACUSES TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-BANDEJA FROM ENVIRONMENT
               "BANDEJA_ALERTAS_PATH".
           IF WS-RUTA-BANDEJA = SPACES
               MOVE "BANDEJA-ALERTAS.txt" TO WS-RUTA-BANDEJA
           END-IF.
           ACCEPT WS-RUTA-ACUSES FROM ENVIRONMENT
               "ACUSES_ALERTAS_PATH".
           IF WS-RUTA-ACUSES = SPACES
               MOVE "ACUSES-ALERTAS.txt" TO WS-RUTA-ACUSES
           END-IF.

           CARGA-ALERTAS.
           OPEN INPUT BANDEJA-ALERTAS.
           IF WS-FILE-STATUS-BAN = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-BANDEJA
               PERFORM AGREGA-ALERTA UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE BANDEJA-ALERTAS
           END-IF.

           LEE-LINEA-BANDEJA.
           READ BANDEJA-ALERTAS
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-BANDEJA TO ALERTA-REGISTRO
           END-READ.

      *    Los renglones de una misma alerta (un destinatario por
      *    renglon, mas sus reenvios) se juntan en su folio.
           AGREGA-ALERTA.
           IF ALE-FOLIO IS NUMERIC AND ALE-FOLIO > ZEROES
               MOVE ALE-FOLIO TO WS-FOLIO-CAPTURADO
               PERFORM BUSCA-FOLIO
               IF WS-ALE-ENCONTRADA = ZEROES
                   AND WS-TOTAL-ALERTAS < 5000
                   ADD 1 TO WS-TOTAL-ALERTAS
                   MOVE ALE-FOLIO TO WS-ALE-FOLIO (WS-TOTAL-ALERTAS)
                   MOVE ALE-SEVERIDAD
                       TO WS-ALE-SEVERIDAD (WS-TOTAL-ALERTAS)
                   MOVE ALE-PROGRAMA
                       TO WS-ALE-PROGRAMA (WS-TOTAL-ALERTAS)
                   MOVE ALE-MENSAJE TO WS-ALE-MENSAJE (WS-TOTAL-ALERTAS)
                   MOVE ALE-SELLO TO WS-ALE-SELLO (WS-TOTAL-ALERTAS)
                   MOVE ALE-REENVIO
                       TO WS-ALE-REENVIOS (WS-TOTAL-ALERTAS)
                   MOVE "N" TO WS-ALE-ACUSADA (WS-TOTAL-ALERTAS)
               ELSE
                   IF WS-ALE-ENCONTRADA > ZEROES
                       AND ALE-REENVIO IS NUMERIC
                       AND ALE-REENVIO >
                           WS-ALE-REENVIOS (WS-ALE-ENCONTRADA)
                       MOVE ALE-REENVIO
                           TO WS-ALE-REENVIOS (WS-ALE-ENCONTRADA)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-LINEA-BANDEJA.

           BUSCA-FOLIO.
           MOVE ZEROES TO WS-ALE-ENCONTRADA.
           PERFORM VARYING WS-IX-ALE FROM 1 BY 1
               UNTIL WS-IX-ALE > WS-TOTAL-ALERTAS
               OR WS-ALE-ENCONTRADA > ZEROES
               IF WS-ALE-FOLIO (WS-IX-ALE) = WS-FOLIO-CAPTURADO
                   MOVE WS-IX-ALE TO WS-ALE-ENCONTRADA
               END-IF
           END-PERFORM.

           CARGA-ACUSES.
           OPEN INPUT ACUSES-ALERTAS.
           IF WS-FILE-STATUS-ACA = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-ACUSE
               PERFORM MARCA-ACUSADA UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE ACUSES-ALERTAS
           END-IF.

           LEE-LINEA-ACUSE.
           READ ACUSES-ALERTAS
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-ACUSE TO ACUSE-ALERTA
           END-READ.

           MARCA-ACUSADA.
           IF ACA-FOLIO IS NUMERIC
               MOVE ACA-FOLIO TO WS-FOLIO-CAPTURADO
               PERFORM BUSCA-FOLIO
               IF WS-ALE-ENCONTRADA > ZEROES
                   MOVE "S" TO WS-ALE-ACUSADA (WS-ALE-ENCONTRADA)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-ACUSE.

           MENU-ALERTAS.
           DISPLAY "--------------------------------------------".
           DISPLAY "  ALERTAS DE OPERACION".
           DISPLAY "  1. Listar alertas sin acuse".
           DISPLAY "  2. Acusar una alerta".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT WS-OPCION-ALE.
           EVALUATE WS-OPCION-ALE
               WHEN "1"
                   PERFORM LISTA-PENDIENTES
               WHEN "2"
                   DISPLAY "Folio de la alerta: " WITH NO ADVANCING
                   ACCEPT WS-FOLIO-X
                   DISPLAY "Comentario: " WITH NO ADVANCING
                   ACCEPT WS-COMENTARIO-CAPTURADO
                   PERFORM REGISTRA-ACUSE
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           LISTA-PENDIENTES.
           MOVE ZEROES TO WS-TOTAL-PENDIENTES.
           DISPLAY "   FOLIO S FECHA    HORA PROGRAMA            "
               "RE MENSAJE".
           PERFORM MUESTRA-PENDIENTE
               VARYING WS-IX-ALE FROM 1 BY 1
               UNTIL WS-IX-ALE > WS-TOTAL-ALERTAS.
           IF WS-TOTAL-PENDIENTES = ZEROES
               DISPLAY "No hay alertas sin acuse."
           END-IF.

           MUESTRA-PENDIENTE.
           IF WS-ALE-ACUSADA (WS-IX-ALE) = "N"
               ADD 1 TO WS-TOTAL-PENDIENTES
               MOVE WS-ALE-FOLIO (WS-IX-ALE) TO PEN-FOLIO
               MOVE WS-ALE-SEVERIDAD (WS-IX-ALE) TO PEN-SEVERIDAD
               MOVE WS-ALE-SELLO (WS-IX-ALE) (1:8) TO PEN-FECHA
               MOVE WS-ALE-SELLO (WS-IX-ALE) (9:4) TO PEN-HORA
               MOVE WS-ALE-PROGRAMA (WS-IX-ALE) TO PEN-PROGRAMA
               MOVE WS-ALE-REENVIOS (WS-IX-ALE) TO PEN-REENVIOS
               MOVE WS-ALE-MENSAJE (WS-IX-ALE) TO PEN-MENSAJE
               DISPLAY WS-LINEA-PENDIENTE
           END-IF.

      *    El folio debe existir en la bandeja y no tener acuse; el
      *    comentario es obligatorio (que se hizo con la alerta).
           REGISTRA-ACUSE.
           IF FUNCTION TRIM(WS-FOLIO-X) IS NOT NUMERIC
               DISPLAY "Folio no valido: " FUNCTION TRIM(WS-FOLIO-X)
           ELSE
               COMPUTE WS-FOLIO-CAPTURADO = FUNCTION NUMVAL(WS-FOLIO-X)
               PERFORM BUSCA-FOLIO
               IF WS-ALE-ENCONTRADA = ZEROES
                   DISPLAY "No existe la alerta " WS-FOLIO-CAPTURADO
                       " en la bandeja."
               ELSE
                   IF WS-ALE-ACUSADA (WS-ALE-ENCONTRADA) = "S"
                       DISPLAY "La alerta " WS-FOLIO-CAPTURADO
                           " ya tiene acuse."
                   ELSE
                       IF WS-COMENTARIO-CAPTURADO = SPACES
                           DISPLAY "El comentario es obligatorio."
                       ELSE
                           PERFORM ESCRIBE-ACUSE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           ESCRIBE-ACUSE.
           OPEN EXTEND ACUSES-ALERTAS.
           IF WS-FILE-STATUS-ACA NOT = "00"
               OPEN OUTPUT ACUSES-ALERTAS
           END-IF.
           IF WS-FILE-STATUS-ACA NOT = "00"
               DISPLAY "No se pudo abrir el archivo de acuses: "
                   FUNCTION TRIM(WS-RUTA-ACUSES)
           ELSE
               CALL "fecha-sello" USING WS-SELLO END-CALL
               MOVE WS-FOLIO-CAPTURADO TO ACA-FOLIO
               MOVE WS-SELLO TO ACA-SELLO
               MOVE WS-SESION-USUARIO TO ACA-USUARIO
               MOVE WS-COMENTARIO-CAPTURADO TO ACA-COMENTARIO
               MOVE ACUSE-ALERTA TO LINEA-ACUSE
               WRITE LINEA-ACUSE
               CLOSE ACUSES-ALERTAS
               MOVE "S" TO WS-ALE-ACUSADA (WS-ALE-ENCONTRADA)
               ADD 1 TO WS-TOTAL-ACUSES
               DISPLAY "Alerta " WS-FOLIO-CAPTURADO " acusada por "
                   FUNCTION TRIM(WS-SESION-USUARIO) "."
           END-IF.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM acusa-alerta.
