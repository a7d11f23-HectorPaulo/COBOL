      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE PARA AUDITORIA DE LA BITACORA DE LIBERACION DE
      *         LA DISPERSION (LDIREG.cpy): CADA ARCHIVO DEL BANCO CON
      *         QUIEN LO GENERO, QUIEN LO APROBO (PRIMERA Y SEGUNDA
      *         FIRMA DE TESORERIA), QUIEN LO VERIFICO ANTES DE
      *         SUBIRLO Y CUANDO, CON CONTEO, TOTAL Y HUELLA. CON
      *         LIBERACIONES_DESDE=AAAAMMDD SOLO LISTA LOS EVENTOS A
      *         PARTIR DE ESA FECHA. AL FINAL CUENTA LAS GENERACIONES
      *         QUE NUNCA LLEGARON A LA SEGUNDA APROBACION Y LAS
      *         VERIFICACIONES RECHAZADAS.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-liberaciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT LIBERACIONES-DISPERSION
       ASSIGN TO DYNAMIC WS-RUTA-LIBERACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-LDI.

       SELECT REPORTE-LIBERACIONES
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD LIBERACIONES-DISPERSION.
       01  LINEA-LIBERACION PIC X(162).

       FD REPORTE-LIBERACIONES.
       01  LINEA-REPORTE PIC X(150).

       WORKING-STORAGE SECTION.
       COPY LDIREG.
       COPY RPTENC.

       01  WS-RUTA-LIBERACIONES PIC X(200).
       01  WS-FILE-STATUS-LDI PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  FIN-DE-LIBERACIONES PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-DESDE PIC X(8).
       01  WS-TOTAL-PESOS PIC 9(11)V99.

       01  WS-TOTAL-EVENTOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-GENERADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-LIBERADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-VERIFICADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-VERIF-RECHAZADAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-LIBERAR PIC S9(6) VALUE ZEROES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "FECHA    HORA     EVENTO               U".
           05 FILLER PIC X(40) VALUE
               "SUARIO              DEPOSITOS          T".
           05 FILLER PIC X(40) VALUE
               "OTAL HUELLA             ARCHIVO         ".
       01  WS-LINEA-DETALLE.
           05 DET-FECHA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-HORA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-EVENTO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-USUARIO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CONTEO PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-TOTAL PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-HUELLA PIC X(18).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ARCHIVO PIC X(40).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-liberaciones".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-PARAMETROS.
           OPEN INPUT LIBERACIONES-DISPERSION.
           IF WS-FILE-STATUS-LDI NOT = "00"
               DISPLAY "RECHAZADO: no hay bitacora de liberacion ("
                   WS-RUTA-LIBERACIONES ")."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-LIBERACIONES.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   WS-RUTA-REPORTE
               CLOSE LIBERACIONES-DISPERSION
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "BITACORA DE LIBERACION DEL ARCHIVO DE DISPERSION"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "1" TO FIN-DE-LIBERACIONES.
           PERFORM LEE-LINEA-LIBERACION.
           PERFORM LISTA-EVENTO UNTIL FIN-DE-LIBERACIONES = "0".
           CLOSE LIBERACIONES-DISPERSION.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-LIBERACIONES.
           DISPLAY "Eventos listados: " WS-TOTAL-EVENTOS.
           DISPLAY "Archivos generados sin segunda aprobacion: "
               WS-TOTAL-SIN-LIBERAR.
           DISPLAY "Verificaciones rechazadas: "
               WS-TOTAL-VERIF-RECHAZADAS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-EVENTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-LIBERACIONES FROM ENVIRONMENT
               "LIBERACIONES_DISPERSION_PATH".
           IF WS-RUTA-LIBERACIONES = SPACES
               MOVE "LIBERACIONES-DISPERSION.txt"
                   TO WS-RUTA-LIBERACIONES
           END-IF.
           ACCEPT WS-FECHA-DESDE FROM ENVIRONMENT
               "LIBERACIONES_DESDE".
           IF WS-FECHA-DESDE NOT NUMERIC
               MOVE ZEROES TO WS-FECHA-DESDE
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "LIBERACIONES_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               STRING "REPORTE-LIBERACIONES-" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-REPORTE
               END-STRING
           END-IF.

           LEE-LINEA-LIBERACION.
           READ LIBERACIONES-DISPERSION
               AT END
                   MOVE "0" TO FIN-DE-LIBERACIONES
               NOT AT END
                   MOVE LINEA-LIBERACION TO LIBERACION-REGISTRO
           END-READ.

           LISTA-EVENTO.
           IF LDI-SELLO (1:8) >= WS-FECHA-DESDE
               ADD 1 TO WS-TOTAL-EVENTOS
               MOVE LDI-SELLO (1:8) TO DET-FECHA
               MOVE LDI-SELLO (9:8) TO DET-HORA
               EVALUATE LDI-EVENTO
                   WHEN "GEN"
                       MOVE "GENERADO" TO DET-EVENTO
                       ADD 1 TO WS-TOTAL-GENERADOS
                   WHEN "AP1"
                       MOVE "PRIMERA APROBACION" TO DET-EVENTO
                   WHEN "AP2"
                       MOVE "SEGUNDA APROBACION" TO DET-EVENTO
                       ADD 1 TO WS-TOTAL-LIBERADOS
                   WHEN "VOK"
                       MOVE "VERIFICADO" TO DET-EVENTO
                       ADD 1 TO WS-TOTAL-VERIFICADOS
                   WHEN "VRC"
                       MOVE "VERIFICACION RECHAZ." TO DET-EVENTO
                       ADD 1 TO WS-TOTAL-VERIF-RECHAZADAS
                   WHEN OTHER
                       MOVE LDI-EVENTO TO DET-EVENTO
               END-EVALUATE
               MOVE LDI-USUARIO TO DET-USUARIO
               MOVE LDI-CONTEO TO DET-CONTEO
               COMPUTE WS-TOTAL-PESOS = LDI-TOTAL-CENT / 100
               MOVE WS-TOTAL-PESOS TO DET-TOTAL
               MOVE LDI-HUELLA TO DET-HUELLA
               MOVE LDI-ARCHIVO TO DET-ARCHIVO
               MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           PERFORM LEE-LINEA-LIBERACION.

           ESCRIBE-TOTALES.
           COMPUTE WS-TOTAL-SIN-LIBERAR =
               WS-TOTAL-GENERADOS - WS-TOTAL-LIBERADOS.
           IF WS-TOTAL-SIN-LIBERAR < ZEROES
               MOVE ZEROES TO WS-TOTAL-SIN-LIBERAR
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ARCHIVOS GENERADOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-GENERADOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ARCHIVOS LIBERADOS (SEGUNDA APROBACION):"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-LIBERADOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "GENERADOS SIN SEGUNDA APROBACION:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-SIN-LIBERAR TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "VERIFICACIONES ANTES DE SUBIR:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-VERIFICADOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "VERIFICACIONES RECHAZADAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-VERIF-RECHAZADAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.
       END PROGRAM reporte-liberaciones.
