      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CONCILIACION DEL ACUSE QUE DEVUELVE SISTEMAS CONTRA LA
      *         ALIMENTACION DE IDENTIDADES: APLICA CADA RENGLON DEL
      *         ARCHIVO DE ACUSES (IDENTIDADES_ACUSE_PATH, LAYOUT
      *         ACUSE-IDENTIDAD DE IDPREG.cpy) A SU LOTE/RENGLON DE
      *         IDENTIDADES-ENVIADAS.txt (OK = APLICADO, ER =
      *         RECHAZADO; UN OK POSTERIOR CIERRA UN RECHAZO) Y
      *         REPORTA TODA BAJA QUE SISTEMAS NO HA ACUSADO DENTRO DE
      *         LAS HORAS DE TOLERANCIA (IDENTIDADES_HORAS_TOPE, 24
      *         POR OMISION) CONTADAS DESDE EL SELLO DE LA CORRIDA QUE
      *         LA MANDO, LAS BAJAS RECHAZADAS Y LAS QUE SE ACUSARON
      *         TARDE EN ESTA CORRIDA, MAS LOS ACUSES QUE NO CRUZAN
      *         CON NINGUN RENGLON ENVIADO. TERMINA CON RETURN-CODE 4
      *         SI QUEDA ALGUNA BAJA VENCIDA SIN ACUSE O RECHAZADA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. revisa-identidades.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT IDENTIDADES-ENVIADAS
       ASSIGN TO DYNAMIC WS-RUTA-ENVIADAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ENV.

       SELECT ACUSES-IDENTIDADES
       ASSIGN TO DYNAMIC WS-RUTA-ACUSES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ACU.

       SELECT REPORTE-IDENTIDADES
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD IDENTIDADES-ENVIADAS.
       01  LINEA-ENVIADA PIC X(178).

       FD ACUSES-IDENTIDADES.
       01  LINEA-ACUSE PIC X(62).

       FD REPORTE-IDENTIDADES.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY IDPREG.
       COPY RPTENC.

       01  WS-RUTA-ENVIADAS PIC X(200).
       01  WS-FILE-STATUS-ENV PIC X(2).
       01  WS-RUTA-ACUSES PIC X(200).
       01  WS-FILE-STATUS-ACU PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-SELLO-CORRIDA PIC X(16).
       01  WS-HORAS-TOPE-X PIC X(4).
       01  WS-HORAS-TOPE PIC 9(4) VALUE 24.
       01  WS-HUBO-CAMBIOS PIC X VALUE "N".

       01  WS-TABLA-ENVIADAS.
           05 WS-ENV-LINEA OCCURS 9999 TIMES PIC X(178).
       01  WS-TABLA-ACUSADAS-HOY.
           05 WS-ENV-ACUSADA-HOY OCCURS 9999 TIMES PIC X.
       01  WS-TOTAL-ENVIADAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-ENV PIC 9(4).
       01  WS-ENV-ENCONTRADA PIC 9(4).

      *    Acuses que no cruzan, para el reporte.
       01  WS-TABLA-HUERFANOS.
           05 WS-HUE-LINEA OCCURS 999 TIMES PIC X(62).
       01  WS-TOTAL-HUERFANOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-HUE PIC 9(3).

       01  WS-SELLO-DESDE PIC X(16).
       01  WS-SELLO-HASTA PIC X(16).
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-HASTA PIC 9(8).
       01  WS-HORA-DESDE PIC 9(2).
       01  WS-HORA-HASTA PIC 9(2).
       01  WS-MINUTO-DESDE PIC 9(2).
       01  WS-MINUTO-HASTA PIC 9(2).
       01  WS-MINUTOS PIC S9(9).
       01  WS-HORAS PIC S9(7).

       01  WS-TOTAL-ACUSES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-APLICADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-RECHAZADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-REPETIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-PENDIENTES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-BAJAS-VENCIDAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-BAJAS-RECHAZADAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-BAJAS-TARDIAS PIC 9(6) VALUE ZEROES.

       01  WS-TITULO-RPT PIC X(60) VALUE
           "BAJAS SIN ACUSE DE SISTEMAS (CUENTAS Y ACCESOS)".
       01  WS-LINEA-SECCION PIC X(60).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(41) VALUE "NOMBRE".
           05 FILLER PIC X(7) VALUE "JEFE".
           05 FILLER PIC X(15) VALUE "LOTE/RENGLON".
           05 FILLER PIC X(9) VALUE "BAJA".
           05 FILLER PIC X(40) VALUE "OBSERVACION".
       01  WS-LINEA-DETALLE.
           05 DET-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-NOMBRE PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 DET-JEFE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-LOTE PIC 9(8).
           05 FILLER PIC X VALUE "/".
           05 DET-RENGLON PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 DET-FECHA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-OBSERVACION PIC X(50).
       01  WS-HORAS-EDITADAS PIC ZZZZZZ9.
       01  WS-LINEA-HUERFANO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HUE-LOTE PIC X(8).
           05 FILLER PIC X VALUE "/".
           05 HUE-RENGLON PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 HUE-RESULTADO PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 HUE-SELLO PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 HUE-NOTA PIC X(30).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "revisa-identidades".
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
           CALL "fecha-sello" USING WS-SELLO-CORRIDA END-CALL.
           OPEN INPUT IDENTIDADES-ENVIADAS.
           IF WS-FILE-STATUS-ENV NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el registro de "
                   "envios: " FUNCTION TRIM(WS-RUTA-ENVIADAS)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-LINEA-ENVIADA.
           PERFORM AGREGA-A-TABLA UNTIL FIN-DE-ENTRADA = "0".
           CLOSE IDENTIDADES-ENVIADAS.
           PERFORM APLICA-ACUSES.
           IF WS-HUBO-CAMBIOS = "S"
               PERFORM REESCRIBE-ENVIADAS
           END-IF.
           OPEN OUTPUT REPORTE-IDENTIDADES.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.
           MOVE "BAJAS VENCIDAS, RECHAZADAS O ACUSADAS TARDE"
               TO WS-LINEA-SECCION.
           PERFORM ESCRIBE-SECCION.
           PERFORM REVISA-ENVIADA
               VARYING WS-IX-ENV FROM 1 BY 1
               UNTIL WS-IX-ENV > WS-TOTAL-ENVIADAS.
           IF WS-TOTAL-BAJAS-VENCIDAS = ZEROES
               AND WS-TOTAL-BAJAS-RECHAZADAS = ZEROES
               AND WS-TOTAL-BAJAS-TARDIAS = ZEROES
               MOVE "  Todas las bajas tienen acuse a tiempo."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           IF WS-TOTAL-HUERFANOS > ZEROES
               MOVE "ACUSES QUE NO CRUZAN CON NINGUN RENGLON ENVIADO"
                   TO WS-LINEA-SECCION
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-LINEA-SECCION TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM ESCRIBE-HUERFANO
                   VARYING WS-IX-HUE FROM 1 BY 1
                   UNTIL WS-IX-HUE > WS-TOTAL-HUERFANOS
           END-IF.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-IDENTIDADES.
           DISPLAY "Acuses aplicados: " WS-TOTAL-APLICADOS
               "  rechazados: " WS-TOTAL-RECHAZADOS
               "  sin renglon: " WS-TOTAL-HUERFANOS.
           DISPLAY "Bajas vencidas sin acuse: " WS-TOTAL-BAJAS-VENCIDAS
               "  rechazadas: " WS-TOTAL-BAJAS-RECHAZADAS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-ACUSES TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           IF WS-TOTAL-BAJAS-VENCIDAS > ZEROES
               OR WS-TOTAL-BAJAS-RECHAZADAS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-ENVIADAS FROM ENVIRONMENT
               "IDENTIDADES_ENVIADAS_PATH".
           IF WS-RUTA-ENVIADAS = SPACES
               MOVE "IDENTIDADES-ENVIADAS.txt" TO WS-RUTA-ENVIADAS
           END-IF.
           ACCEPT WS-RUTA-ACUSES FROM ENVIRONMENT
               "IDENTIDADES_ACUSE_PATH".
           IF WS-RUTA-ACUSES = SPACES
               MOVE "ACUSES-IDENTIDADES.txt" TO WS-RUTA-ACUSES
           END-IF.
           ACCEPT WS-HORAS-TOPE-X FROM ENVIRONMENT
               "IDENTIDADES_HORAS_TOPE".
           IF WS-HORAS-TOPE-X NOT = SPACES
               COMPUTE WS-HORAS-TOPE = FUNCTION NUMVAL(WS-HORAS-TOPE-X)
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "IDENTIDADES_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REVISA-IDENTIDADES" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

           LEE-LINEA-ENVIADA.
           READ IDENTIDADES-ENVIADAS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-A-TABLA.
           IF LINEA-ENVIADA NOT = SPACES
               AND WS-TOTAL-ENVIADAS < 9999
               ADD 1 TO WS-TOTAL-ENVIADAS
               MOVE LINEA-ENVIADA TO WS-ENV-LINEA (WS-TOTAL-ENVIADAS)
               MOVE "N" TO WS-ENV-ACUSADA-HOY (WS-TOTAL-ENVIADAS)
           END-IF.
           PERFORM LEE-LINEA-ENVIADA.

      *    Sin archivo de acuses solo se reporta lo que sigue abierto.
           APLICA-ACUSES.
           OPEN INPUT ACUSES-IDENTIDADES.
           IF WS-FILE-STATUS-ACU NOT = "00"
               DISPLAY "Aviso: sin archivo de acuses de sistemas: "
                   FUNCTION TRIM(WS-RUTA-ACUSES)
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-ACUSE
               PERFORM APLICA-ACUSE UNTIL FIN-DE-ENTRADA = "0"
               CLOSE ACUSES-IDENTIDADES
           END-IF.

           LEE-LINEA-ACUSE.
           READ ACUSES-IDENTIDADES
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-ACUSE TO ACUSE-IDENTIDAD
           END-READ.

      *    Un acuse repetido (el mismo archivo procesado dos veces) no
      *    mueve nada; un OK despues de un ER si cierra el rechazo.
           APLICA-ACUSE.
           IF ACU-TIPO-REG = "A"
               ADD 1 TO WS-TOTAL-ACUSES
               MOVE ZEROES TO WS-ENV-ENCONTRADA
               IF ACU-LOTE IS NUMERIC AND ACU-RENGLON IS NUMERIC
                   PERFORM VARYING WS-IX-ENV FROM 1 BY 1
                       UNTIL WS-IX-ENV > WS-TOTAL-ENVIADAS
                       OR WS-ENV-ENCONTRADA > ZEROES
                       MOVE WS-ENV-LINEA (WS-IX-ENV)
                           TO IDENTIDAD-REGISTRO
                       IF IDP-LOTE = ACU-LOTE
                           AND IDP-RENGLON = ACU-RENGLON
                           MOVE WS-IX-ENV TO WS-ENV-ENCONTRADA
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-ENV-ENCONTRADA = ZEROES
                   IF WS-TOTAL-HUERFANOS < 999
                       ADD 1 TO WS-TOTAL-HUERFANOS
                       MOVE ACUSE-IDENTIDAD
                           TO WS-HUE-LINEA (WS-TOTAL-HUERFANOS)
                   END-IF
               ELSE
                   MOVE WS-ENV-LINEA (WS-ENV-ENCONTRADA)
                       TO IDENTIDAD-REGISTRO
                   PERFORM MARCA-ACUSE
               END-IF
           END-IF.
           PERFORM LEE-LINEA-ACUSE.

           MARCA-ACUSE.
           IF IDP-ACUSE = "A"
               OR (IDP-ACUSE = "R" AND ACU-RESULTADO NOT = "OK")
               ADD 1 TO WS-TOTAL-REPETIDOS
           ELSE
               IF ACU-RESULTADO = "OK"
                   MOVE "A" TO IDP-ACUSE
                   ADD 1 TO WS-TOTAL-APLICADOS
               ELSE
                   MOVE "R" TO IDP-ACUSE
                   ADD 1 TO WS-TOTAL-RECHAZADOS
               END-IF
               IF ACU-SELLO (1:12) IS NUMERIC
                   MOVE ACU-SELLO TO IDP-SELLO-ACUSE
               ELSE
                   MOVE WS-SELLO-CORRIDA TO IDP-SELLO-ACUSE
               END-IF
               MOVE ACU-NOTA TO IDP-NOTA-ACUSE
               MOVE IDENTIDAD-REGISTRO
                   TO WS-ENV-LINEA (WS-ENV-ENCONTRADA)
               MOVE "S" TO WS-ENV-ACUSADA-HOY (WS-ENV-ENCONTRADA)
               MOVE "S" TO WS-HUBO-CAMBIOS
           END-IF.

           REESCRIBE-ENVIADAS.
           OPEN OUTPUT IDENTIDADES-ENVIADAS.
           IF WS-FILE-STATUS-ENV NOT = "00"
               DISPLAY "No se pudo reescribir el registro de envios: "
                   FUNCTION TRIM(WS-RUTA-ENVIADAS)
           ELSE
               PERFORM ESCRIBE-LINEA-ENVIADA
                   VARYING WS-IX-ENV FROM 1 BY 1
                   UNTIL WS-IX-ENV > WS-TOTAL-ENVIADAS
               CLOSE IDENTIDADES-ENVIADAS
           END-IF.

           ESCRIBE-LINEA-ENVIADA.
           MOVE WS-ENV-LINEA (WS-IX-ENV) TO LINEA-ENVIADA.
           WRITE LINEA-ENVIADA.

      *    La tolerancia corre desde el sello de la corrida que mando
      *    la baja; un acuse tardio solo se reporta la vez que llega.
           REVISA-ENVIADA.
           MOVE WS-ENV-LINEA (WS-IX-ENV) TO IDENTIDAD-REGISTRO.
           IF IDP-ACUSE = "P"
               ADD 1 TO WS-TOTAL-PENDIENTES
           END-IF.
           IF IDP-MOVIMIENTO = "BAJ"
               MOVE IDP-SELLO-ENVIO TO WS-SELLO-DESDE
               EVALUATE IDP-ACUSE
                   WHEN "P"
                       MOVE WS-SELLO-CORRIDA TO WS-SELLO-HASTA
                       PERFORM CALCULA-HORAS
                       IF WS-HORAS >= WS-HORAS-TOPE
                           ADD 1 TO WS-TOTAL-BAJAS-VENCIDAS
                           MOVE WS-HORAS TO WS-HORAS-EDITADAS
                           MOVE SPACES TO DET-OBSERVACION
                           STRING "SIN ACUSE DESDE HACE "
                               DELIMITED BY SIZE
                               FUNCTION TRIM(WS-HORAS-EDITADAS)
                               DELIMITED BY SIZE
                               " HORAS" DELIMITED BY SIZE
                               INTO DET-OBSERVACION
                           END-STRING
                           PERFORM ESCRIBE-DETALLE
                       END-IF
                   WHEN "R"
                       ADD 1 TO WS-TOTAL-BAJAS-RECHAZADAS
                       MOVE SPACES TO DET-OBSERVACION
                       STRING "RECHAZADA: " DELIMITED BY SIZE
                           IDP-NOTA-ACUSE DELIMITED BY SIZE
                           INTO DET-OBSERVACION
                       END-STRING
                       PERFORM ESCRIBE-DETALLE
                   WHEN OTHER
                       IF WS-ENV-ACUSADA-HOY (WS-IX-ENV) = "S"
                           MOVE IDP-SELLO-ACUSE TO WS-SELLO-HASTA
                           PERFORM CALCULA-HORAS
                           IF WS-HORAS >= WS-HORAS-TOPE
                               ADD 1 TO WS-TOTAL-BAJAS-TARDIAS
                               MOVE WS-HORAS TO WS-HORAS-EDITADAS
                               MOVE SPACES TO DET-OBSERVACION
                               STRING "ACUSE TARDIO, A LAS "
                                   DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-HORAS-EDITADAS)
                                   DELIMITED BY SIZE
                                   " HORAS" DELIMITED BY SIZE
                                   INTO DET-OBSERVACION
                               END-STRING
                               PERFORM ESCRIBE-DETALLE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      *    Horas completas entre dos sellos AAAAMMDDHHMM...; un sello
      *    ilegible cuenta como vencido.
           CALCULA-HORAS.
           IF WS-SELLO-DESDE (1:12) IS NOT NUMERIC
               OR WS-SELLO-HASTA (1:12) IS NOT NUMERIC
               MOVE WS-HORAS-TOPE TO WS-HORAS
           ELSE
               MOVE WS-SELLO-DESDE (1:8) TO WS-FECHA-DESDE
               MOVE WS-SELLO-DESDE (9:2) TO WS-HORA-DESDE
               MOVE WS-SELLO-DESDE (11:2) TO WS-MINUTO-DESDE
               MOVE WS-SELLO-HASTA (1:8) TO WS-FECHA-HASTA
               MOVE WS-SELLO-HASTA (9:2) TO WS-HORA-HASTA
               MOVE WS-SELLO-HASTA (11:2) TO WS-MINUTO-HASTA
               COMPUTE WS-MINUTOS =
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA)
                   - FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE)) * 1440
                   + WS-HORA-HASTA * 60 + WS-MINUTO-HASTA
                   - WS-HORA-DESDE * 60 - WS-MINUTO-DESDE
               COMPUTE WS-HORAS = WS-MINUTOS / 60
           END-IF.

           ESCRIBE-DETALLE.
           MOVE IDP-EMPLEADO-ID TO DET-ID.
           MOVE SPACES TO DET-NOMBRE.
           STRING FUNCTION TRIM(IDP-NOMBRE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(IDP-APELLIDOS) DELIMITED BY SIZE
               INTO DET-NOMBRE
           END-STRING.
           MOVE IDP-JEFE-ID TO DET-JEFE.
           MOVE IDP-LOTE TO DET-LOTE.
           MOVE IDP-RENGLON TO DET-RENGLON.
           MOVE IDP-FECHA-EFECTIVA TO DET-FECHA.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-HUERFANO.
           MOVE WS-HUE-LINEA (WS-IX-HUE) TO ACUSE-IDENTIDAD.
           MOVE ACU-LOTE TO HUE-LOTE.
           MOVE ACU-RENGLON TO HUE-RENGLON.
           MOVE ACU-RESULTADO TO HUE-RESULTADO.
           MOVE ACU-SELLO TO HUE-SELLO.
           MOVE ACU-NOTA TO HUE-NOTA.
           MOVE WS-LINEA-HUERFANO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TITULO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-SECCION.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-SECCION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ACUSES LEIDOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ACUSES TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "ACUSES APLICADOS (OK):" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-APLICADOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "ACUSES RECHAZADOS (ER):" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-RECHAZADOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "ACUSES REPETIDOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-REPETIDOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "ACUSES SIN RENGLON ENVIADO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-HUERFANOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "MOVIMIENTOS AUN SIN ACUSE (TODOS LOS TIPOS):"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-PENDIENTES TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "BAJAS VENCIDAS SIN ACUSE:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-BAJAS-VENCIDAS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "BAJAS RECHAZADAS POR SISTEMAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-BAJAS-RECHAZADAS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "BAJAS ACUSADAS TARDE EN ESTA CORRIDA:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-BAJAS-TARDIAS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.

           ESCRIBE-LINEA-TOTAL.
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

       END PROGRAM revisa-identidades.
