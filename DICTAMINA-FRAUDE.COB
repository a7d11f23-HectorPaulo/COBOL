      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:DICTAMEN DE LAS ALERTAS DE FRAUDE DE NOMINA QUE
      *         LEVANTA analiza-fraude (FRAREG.cpy): UN SUPERVISOR
      *         RECORRE LAS ALERTAS ABIERTAS QUE NO SON FALSO
      *         POSITIVO Y LES PONE SU CODIGO DE DISPOSICION: "FP"
      *         FALSO POSITIVO (NO SE VUELVE A LEVANTAR MIENTRAS LA
      *         EVIDENCIA SEA LA MISMA), "CF" CONFIRMADA Y TURNADA A
      *         AUDITORIA, "CO" CORREGIDA (SI VUELVE A APARECER SE
      *         REABRE). CADA DICTAMEN LLEVA QUIEN, CUANDO Y UNA NOTA.
      *         SOLO ROL S DE inicia-sesion ENTRA AQUI.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dictamina-fraude.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT COLA-FRAUDE
       ASSIGN TO DYNAMIC WS-RUTA-COLA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FRA-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-COL.

       DATA DIVISION.
       FILE SECTION.
       FD COLA-FRAUDE.
           COPY FRAREG.

       WORKING-STORAGE SECTION.
       01  WS-RUTA-COLA PIC X(200).
       01  WS-FILE-STATUS-COL PIC X(2).
       01  FIN-DE-COLA PIC X.

       01  WS-OPCION-FRA PIC X.
       01  WS-NOTA-FRA PIC X(40).
       01  WS-FECHA-HOY PIC X(8).
       01  WS-TOTAL-REVISADAS PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-PENDIENTES PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-DICTAMINADAS PIC 9(4) VALUE ZEROES.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "dictamina-fraude".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S"
               OR WS-SESION-ROL NOT = "S"
               DISPLAY "Solo un supervisor dictamina las alertas de "
                   "fraude."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           ACCEPT WS-RUTA-COLA FROM ENVIRONMENT "COLA_FRAUDE_PATH".
           IF WS-RUTA-COLA = SPACES
               MOVE "COLA-FRAUDE.dat" TO WS-RUTA-COLA
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O COLA-FRAUDE.
           IF WS-FILE-STATUS-COL NOT = "00"
               DISPLAY "No hay alertas de fraude registradas ("
                   FUNCTION TRIM(WS-RUTA-COLA) ")."
               MOVE "FIN" TO WS-BIT-EVENTO
               MOVE "OK" TO WS-BIT-ESTADO
               PERFORM REGISTRA-BITACORA
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO FRA-LLAVE.
           MOVE "1" TO FIN-DE-COLA.
           START COLA-FRAUDE KEY IS NOT LESS THAN FRA-LLAVE
               INVALID KEY
                   MOVE "0" TO FIN-DE-COLA
           END-START.
           MOVE SPACES TO WS-OPCION-FRA.
           PERFORM REVISA-ALERTA
               UNTIL FIN-DE-COLA = "0"
               OR WS-OPCION-FRA = "0".
           CLOSE COLA-FRAUDE.
           DISPLAY "Alertas revisadas: " WS-TOTAL-REVISADAS
               "  Dictaminadas: " WS-TOTAL-DICTAMINADAS
               "  Pendientes: " WS-TOTAL-PENDIENTES.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-DICTAMINADAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

      *    Solo las abiertas; las de falso positivo ya dictaminado no
      *    se vuelven a presentar.
           REVISA-ALERTA.
           READ COLA-FRAUDE NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-COLA
               NOT AT END
                   IF FRA-STATUS = "A"
                       AND FRA-DISPOSICION NOT = "FP"
                       ADD 1 TO WS-TOTAL-REVISADAS
                       PERFORM MUESTRA-ALERTA
                       PERFORM RESUELVE-ALERTA
                   END-IF
           END-READ.

           MUESTRA-ALERTA.
           DISPLAY "--------------------------------------------".
           DISPLAY "Regla " FRA-REGLA "  empleado " FRA-EMPLEADO-ID
               "  detectada " FRA-FECHA-DETECCION
               "  periodo " FRA-PERIODO.
           DISPLAY "  " FUNCTION TRIM(FRA-DETALLE).
           IF FRA-DISPOSICION NOT = SPACES
               DISPLAY "  Dictamen actual: " FRA-DISPOSICION
                   " por " FUNCTION TRIM(FRA-DICTAMINO)
                   " el " FRA-FECHA-DICTAMEN
                   ": " FUNCTION TRIM(FRA-NOTA)
           END-IF.

           RESUELVE-ALERTA.
           DISPLAY "F falso positivo, C confirmada a auditoria, "
               "O corregida, 0 termina, otra tecla la deja: ".
           ACCEPT WS-OPCION-FRA.
           MOVE FUNCTION UPPER-CASE(WS-OPCION-FRA) TO WS-OPCION-FRA.
           EVALUATE WS-OPCION-FRA
               WHEN "F"
                   MOVE "FP" TO FRA-DISPOSICION
                   PERFORM ASIENTA-DICTAMEN
               WHEN "C"
                   MOVE "CF" TO FRA-DISPOSICION
                   PERFORM ASIENTA-DICTAMEN
               WHEN "O"
                   MOVE "CO" TO FRA-DISPOSICION
                   PERFORM ASIENTA-DICTAMEN
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-PENDIENTES
                   DISPLAY "Queda como esta."
           END-EVALUATE.

           ASIENTA-DICTAMEN.
           DISPLAY "Nota del dictamen: ".
           MOVE SPACES TO WS-NOTA-FRA.
           ACCEPT WS-NOTA-FRA.
           MOVE WS-NOTA-FRA TO FRA-NOTA.
           MOVE WS-SESION-USUARIO TO FRA-DICTAMINO.
           MOVE WS-FECHA-HOY TO FRA-FECHA-DICTAMEN.
           REWRITE FRAUDE-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo asentar el dictamen. "
                       "FILE STATUS: " WS-FILE-STATUS-COL
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-DICTAMINADAS
                   DISPLAY "Dictamen asentado."
           END-REWRITE.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM dictamina-fraude.
