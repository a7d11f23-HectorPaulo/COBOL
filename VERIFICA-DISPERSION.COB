      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:VERIFICACION DEL ARCHIVO DE DISPERSION JUSTO ANTES DE
      *         SUBIRLO AL PORTAL DEL BANCO: RECALCULA LA HUELLA, EL
      *         CONTEO Y EL TOTAL (sella-dispersion) Y LOS COMPARA CON
      *         LOS DE LA ULTIMA GENERACION ASENTADA EN LA BITACORA DE
      *         LIBERACION (LDIREG.cpy). SI EL ARCHIVO NO TIENE SUS DOS
      *         APROBACIONES DE TESORERIA (libera-dispersion) O SI
      *         CAMBIO UN SOLO BYTE DESDE QUE SE LIBERO, LO RECHAZA CON
      *         RETURN-CODE 8 Y NO DEBE SUBIRSE. EL RESULTADO QUEDA EN
      *         LA BITACORA (VOK O VRC) A NOMBRE DE CANDADO_USUARIO,
      *         COMO LAS DEMAS CORRIDAS DE LOTE. EL ARCHIVO SE RESUELVE
      *         IGUAL QUE EN dispersa-nomina.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. verifica-dispersion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT LIBERACIONES-DISPERSION
       ASSIGN TO DYNAMIC WS-RUTA-LIBERACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-LDI.

       DATA DIVISION.
       FILE SECTION.
       FD LIBERACIONES-DISPERSION.
       01  LINEA-LIBERACION PIC X(162).

       WORKING-STORAGE SECTION.
       COPY LDIREG.

       01  WS-RUTA-LIBERACIONES PIC X(200).
       01  WS-FILE-STATUS-LDI PIC X(2).
       01  FIN-DE-LIBERACIONES PIC X.
       01  WS-RUTA-DISPERSION PIC X(200).
       01  WS-FRECUENCIA-CORRIDA PIC X(1).
       01  WS-PERIODO-COMPLEMENTARIA PIC X(6).
       01  WS-FOLIO-FINIQUITOS PIC X(6).

      *    Lo que dice la bitacora de la ultima generacion del archivo
      *    y de las aprobaciones que lleva desde entonces.
       01  WS-HAY-GENERACION PIC X VALUE "N".
       01  WS-GEN-USUARIO PIC X(20).
       01  WS-GEN-SELLO PIC X(16).
       01  WS-GEN-HUELLA PIC X(18).
       01  WS-GEN-CONTEO PIC 9(6).
       01  WS-GEN-TOTAL-CENT PIC 9(13).
       01  WS-TOTAL-APROBACIONES PIC 9(2).
       01  WS-PRIMER-APROBADOR PIC X(20).

      *    Lo que trae hoy el archivo.
       01  WS-HUELLA-ACTUAL PIC X(18).
       01  WS-CONTEO-ACTUAL PIC 9(6).
       01  WS-TOTAL-CENT-ACTUAL PIC 9(13).
       01  WS-RESULTADO-SELLO PIC X.
       01  WS-TOTAL-PESOS PIC 9(11)V99.
       01  WS-TOTAL-EDITADO PIC Z(10)9.99.
       01  WS-EVENTO-LIBERACION PIC X(3).

       01  WS-USUARIO-CORRIDA PIC X(20).
       01  WS-MOTIVO-RECHAZO PIC X(60).

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "verifica-dispersion".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           ACCEPT WS-USUARIO-CORRIDA FROM ENVIRONMENT
               "CANDADO_USUARIO".
           IF WS-USUARIO-CORRIDA = SPACES
               MOVE "operador" TO WS-USUARIO-CORRIDA
           END-IF.
           PERFORM RESUELVE-RUTAS.
           PERFORM SELLA-ARCHIVO-ACTUAL.
           PERFORM LEE-BITACORA-LIBERACION.
           PERFORM VERIFICA-LIBERACION.
           IF WS-MOTIVO-RECHAZO NOT = SPACES
               MOVE "VRC" TO WS-EVENTO-LIBERACION
               PERFORM ASIENTA-VERIFICACION
               DISPLAY "RECHAZADO: "
                   FUNCTION TRIM(WS-RUTA-DISPERSION)
               DISPLAY "  " WS-MOTIVO-RECHAZO
               DISPLAY "NO suba este archivo al banco."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "VOK" TO WS-EVENTO-LIBERACION.
           PERFORM ASIENTA-VERIFICACION.
           COMPUTE WS-TOTAL-PESOS = WS-TOTAL-CENT-ACTUAL / 100.
           MOVE WS-TOTAL-PESOS TO WS-TOTAL-EDITADO.
           DISPLAY "Archivo "
               FUNCTION TRIM(WS-RUTA-DISPERSION).
           DISPLAY "  sin cambios desde su liberacion: "
               WS-CONTEO-ACTUAL " depositos por " WS-TOTAL-EDITADO.
           DISPLAY "  Huella: " WS-HUELLA-ACTUAL.
           DISPLAY "Puede subirse al portal del banco.".
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-CONTEO-ACTUAL TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-LIBERACIONES FROM ENVIRONMENT
               "LIBERACIONES_DISPERSION_PATH".
           IF WS-RUTA-LIBERACIONES = SPACES
               MOVE "LIBERACIONES-DISPERSION.txt"
                   TO WS-RUTA-LIBERACIONES
           END-IF.
           ACCEPT WS-FRECUENCIA-CORRIDA FROM ENVIRONMENT
               "NOMINA_FRECUENCIA".
           MOVE FUNCTION UPPER-CASE(WS-FRECUENCIA-CORRIDA)
               TO WS-FRECUENCIA-CORRIDA.
           ACCEPT WS-PERIODO-COMPLEMENTARIA FROM ENVIRONMENT
               "NOMINA_COMPLEMENTARIA".
           ACCEPT WS-FOLIO-FINIQUITOS FROM ENVIRONMENT
               "NOMINA_FINIQUITOS".
           ACCEPT WS-RUTA-DISPERSION FROM ENVIRONMENT
               "DISPERSION_SALIDA_PATH".
           IF WS-RUTA-DISPERSION = SPACES
               IF WS-FOLIO-FINIQUITOS NOT = SPACES
                   STRING "DISPERSION-FINIQUITOS-" DELIMITED BY SIZE
                       WS-FOLIO-FINIQUITOS DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                       INTO WS-RUTA-DISPERSION
                   END-STRING
               ELSE
                   IF WS-PERIODO-COMPLEMENTARIA NOT = SPACES
                       STRING "DISPERSION-COMPLEMENTARIA-"
                           DELIMITED BY SIZE
                           WS-PERIODO-COMPLEMENTARIA DELIMITED BY SPACE
                           ".txt" DELIMITED BY SIZE
                           INTO WS-RUTA-DISPERSION
                       END-STRING
                   ELSE
                       IF WS-FRECUENCIA-CORRIDA = "S"
                           MOVE "DISPERSION-NOMINA-SEMANAL.txt"
                               TO WS-RUTA-DISPERSION
                       ELSE
                           MOVE "DISPERSION-NOMINA.txt"
                               TO WS-RUTA-DISPERSION
                       END-IF
                   END-IF
               END-IF
           END-IF.

           SELLA-ARCHIVO-ACTUAL.
           CALL "sella-dispersion"
               USING WS-RUTA-DISPERSION WS-HUELLA-ACTUAL
                   WS-CONTEO-ACTUAL WS-TOTAL-CENT-ACTUAL
                   WS-RESULTADO-SELLO
           END-CALL.
           IF WS-RESULTADO-SELLO NOT = "S"
               DISPLAY "RECHAZADO: no existe el archivo de dispersion "
                   WS-RUTA-DISPERSION "; corra primero "
                   "dispersa-nomina."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Manda la ultima generacion del archivo: una dispersion
      *    corrida otra vez arranca de cero aprobaciones.
           LEE-BITACORA-LIBERACION.
           MOVE ZEROES TO WS-TOTAL-APROBACIONES.
           MOVE SPACES TO WS-PRIMER-APROBADOR.
           OPEN INPUT LIBERACIONES-DISPERSION.
           IF WS-FILE-STATUS-LDI = "00"
               MOVE "1" TO FIN-DE-LIBERACIONES
               PERFORM LEE-LINEA-LIBERACION
               PERFORM EVALUA-LINEA-LIBERACION
                   UNTIL FIN-DE-LIBERACIONES = "0"
               CLOSE LIBERACIONES-DISPERSION
           END-IF.

           LEE-LINEA-LIBERACION.
           READ LIBERACIONES-DISPERSION
               AT END
                   MOVE "0" TO FIN-DE-LIBERACIONES
               NOT AT END
                   MOVE LINEA-LIBERACION TO LIBERACION-REGISTRO
           END-READ.

           EVALUA-LINEA-LIBERACION.
           IF LDI-ARCHIVO = WS-RUTA-DISPERSION (1:80)
               IF LDI-EVENTO = "GEN"
                   MOVE "S" TO WS-HAY-GENERACION
                   MOVE LDI-USUARIO TO WS-GEN-USUARIO
                   MOVE LDI-SELLO TO WS-GEN-SELLO
                   MOVE LDI-HUELLA TO WS-GEN-HUELLA
                   MOVE LDI-CONTEO TO WS-GEN-CONTEO
                   MOVE LDI-TOTAL-CENT TO WS-GEN-TOTAL-CENT
                   MOVE ZEROES TO WS-TOTAL-APROBACIONES
                   MOVE SPACES TO WS-PRIMER-APROBADOR
               END-IF
               IF LDI-EVENTO = "AP1" OR LDI-EVENTO = "AP2"
                   ADD 1 TO WS-TOTAL-APROBACIONES
                   IF WS-PRIMER-APROBADOR = SPACES
                       MOVE LDI-USUARIO TO WS-PRIMER-APROBADOR
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-LINEA-LIBERACION.

      *    Un archivo sin generacion, sin las dos aprobaciones de la
      *    ultima generacion o con cualquier diferencia contra la
      *    huella que se aprobo no sale.
           VERIFICA-LIBERACION.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           IF WS-HAY-GENERACION NOT = "S"
               MOVE "El archivo no tiene generacion asentada."
                   TO WS-MOTIVO-RECHAZO
           ELSE
               IF WS-HUELLA-ACTUAL NOT = WS-GEN-HUELLA
                   OR WS-CONTEO-ACTUAL NOT = WS-GEN-CONTEO
                   OR WS-TOTAL-CENT-ACTUAL NOT = WS-GEN-TOTAL-CENT
                   MOVE "El contenido cambio desde que se aprobo."
                       TO WS-MOTIVO-RECHAZO
               ELSE
                   IF WS-TOTAL-APROBACIONES < 2
                       MOVE
                           "Faltan las dos aprobaciones de tesoreria."
                           TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

           ASIENTA-VERIFICACION.
           CALL "asienta-liberacion"
               USING WS-EVENTO-LIBERACION WS-USUARIO-CORRIDA
                   WS-HUELLA-ACTUAL WS-CONTEO-ACTUAL
                   WS-TOTAL-CENT-ACTUAL WS-RUTA-DISPERSION
                   WS-RESULTADO-SELLO
           END-CALL.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.
       END PROGRAM verifica-dispersion.
