      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE DE PARAMETROS LEGALES USADOS POR CORRIDA: DE LA
      *         BITACORA PARAMETROS-USADOS.txt (PUSREG.cpy) QUE DEJA
      *         busca-parametro-legal, LISTA POR CORRIDA (SELLO DE
      *         FECHA Y HORA) Y PROGRAMA CADA CLAVE QUE SE CONSULTO,
      *         LA FECHA DEL CALCULO, LA VIGENCIA Y EL VALOR QUE SE
      *         APLICO CON SU FUENTE, O QUE EL PROGRAMA SIGUIO CON SU
      *         VALOR PROPIO PORQUE LA TABLA NO TENIA VIGENCIA A ESA
      *         FECHA O NO ESTABA. CON PARAMETROS_RPT_DESDE=AAAAMMDD
      *         SOLO LISTA LAS CORRIDAS DE ESE DIA EN ADELANTE; CON
      *         PARAMETROS_RPT_PROGRAMA SOLO LAS DE ESE PROGRAMA. SIRVE
      *         A AUDITORIA PARA RESPONDER CON QUE UMA, MINIMO O TASA
      *         SE CALCULO UNA NOMINA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-parametros.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PARAMETROS-USADOS
       ASSIGN TO DYNAMIC WS-RUTA-USADOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PUS.

       SELECT USADOS-ORDEN ASSIGN TO "SORTWK30".

       SELECT REPORTE-PARAMETROS
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS-USADOS.
       01  LINEA-USADO PIC X(117).

       SD  USADOS-ORDEN.
       01  SD-REG-USADO.
           05 SD-SELLO PIC X(16).
           05 SD-PROGRAMA PIC X(20).
           05 SD-CLAVE PIC X(12).
           05 SD-FECHA-CALCULO PIC X(8).
           05 SD-VIGENCIA PIC X(8).
           05 SD-VALOR PIC 9(7)V9(5).
           05 SD-RESULTADO PIC X(1).
           05 SD-FUENTE PIC X(40).

       FD REPORTE-PARAMETROS.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PUSREG.
       COPY RPTENC.

       01  WS-RUTA-USADOS PIC X(200).
       01  WS-FILE-STATUS-PUS PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  FIN-DE-ORDENADOS PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FILTRO-DESDE PIC X(8).
       01  WS-FILTRO-PROGRAMA PIC X(20).

       01  WS-SELLO-ACTUAL PIC X(16).
       01  WS-PROGRAMA-ACTUAL PIC X(20).

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-LISTADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-DE-TABLA PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-PROPIOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-CORRIDAS PIC 9(6) VALUE ZEROES.

       01  WS-TITULO-RPT PIC X(60) VALUE
           "PARAMETROS LEGALES USADOS POR CORRIDA".
       01  WS-LINEA-GRUPO.
           05 FILLER PIC X(8) VALUE "CORRIDA ".
           05 GRP-FECHA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GRP-HORA PIC X(8).
           05 FILLER PIC X(11) VALUE "  PROGRAMA ".
           05 GRP-PROGRAMA PIC X(20).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "CLAVE".
           05 FILLER PIC X(10) VALUE "CALCULO".
           05 FILLER PIC X(10) VALUE "VIGENCIA".
           05 FILLER PIC X(17) VALUE "            VALOR".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(40) VALUE "FUENTE".
       01  WS-LINEA-DETALLE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-CLAVE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FECHA-CALCULO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VIGENCIA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VALOR PIC ZZZ,ZZZ,ZZ9.99999 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FUENTE PIC X(60).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-parametros".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           OPEN INPUT PARAMETROS-USADOS.
           IF WS-FILE-STATUS-PUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir la bitacora de "
                   "parametros usados: " FUNCTION TRIM(WS-RUTA-USADOS)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-PARAMETROS.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE PARAMETROS-USADOS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.

           SORT USADOS-ORDEN
               ON ASCENDING KEY SD-SELLO SD-PROGRAMA SD-CLAVE
               INPUT PROCEDURE IS SELECCIONA-USADOS
               OUTPUT PROCEDURE IS IMPRIME-CORRIDAS.

           CLOSE PARAMETROS-USADOS.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-PARAMETROS.
           DISPLAY "Renglones de la bitacora: " WS-TOTAL-LEIDOS.
           DISPLAY "Listados: " WS-TOTAL-LISTADOS "  de la tabla: "
               WS-TOTAL-DE-TABLA "  valor propio: " WS-TOTAL-PROPIOS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-LISTADOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-USADOS FROM ENVIRONMENT
               "PARAMETROS_USADOS_PATH".
           IF WS-RUTA-USADOS = SPACES
               MOVE "PARAMETROS-USADOS.txt" TO WS-RUTA-USADOS
           END-IF.
           ACCEPT WS-FILTRO-DESDE FROM ENVIRONMENT
               "PARAMETROS_RPT_DESDE".
           IF WS-FILTRO-DESDE NOT NUMERIC
               MOVE SPACES TO WS-FILTRO-DESDE
           END-IF.
           ACCEPT WS-FILTRO-PROGRAMA FROM ENVIRONMENT
               "PARAMETROS_RPT_PROGRAMA".
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "PARAMETROS_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-PARAMETROS" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TITULO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-FILTRO-DESDE NOT = SPACES
               OR WS-FILTRO-PROGRAMA NOT = SPACES
               MOVE SPACES TO LINEA-REPORTE
               STRING "CORRIDAS DESDE " WS-FILTRO-DESDE
                   "  PROGRAMA " WS-FILTRO-PROGRAMA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
           END-IF.

           SELECCIONA-USADOS.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-USADO.
           PERFORM LIBERA-USADO UNTIL FIN-DE-ENTRADA = "0".

           LEE-USADO.
           READ PARAMETROS-USADOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-USADO TO PARAMETRO-USADO-REGISTRO
           END-READ.

           LIBERA-USADO.
           IF LINEA-USADO NOT = SPACES
               ADD 1 TO WS-TOTAL-LEIDOS
               IF (WS-FILTRO-DESDE = SPACES
                   OR PUS-SELLO (1:8) >= WS-FILTRO-DESDE)
                   AND (WS-FILTRO-PROGRAMA = SPACES
                   OR PUS-PROGRAMA = WS-FILTRO-PROGRAMA)
                   MOVE PARAMETRO-USADO-REGISTRO TO SD-REG-USADO
                   RELEASE SD-REG-USADO
               END-IF
           END-IF.
           PERFORM LEE-USADO.

      *    Corte de control por corrida (sello) y programa.
           IMPRIME-CORRIDAS.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE "  Sin parametros usados que listar."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM INICIA-CORRIDA
               PERFORM IMPRIME-USADO UNTIL FIN-DE-ORDENADOS = "0"
           END-IF.

           REGRESA-ORDENADO.
           RETURN USADOS-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           INICIA-CORRIDA.
           MOVE SD-SELLO TO WS-SELLO-ACTUAL.
           MOVE SD-PROGRAMA TO WS-PROGRAMA-ACTUAL.
           ADD 1 TO WS-TOTAL-CORRIDAS.
           MOVE SPACES TO GRP-FECHA GRP-HORA.
           STRING SD-SELLO (1:4) "-" SD-SELLO (5:2) "-" SD-SELLO (7:2)
               DELIMITED BY SIZE INTO GRP-FECHA
           END-STRING.
           STRING SD-SELLO (9:2) ":" SD-SELLO (11:2) ":"
               SD-SELLO (13:2)
               DELIMITED BY SIZE INTO GRP-HORA
           END-STRING.
           MOVE SD-PROGRAMA TO GRP-PROGRAMA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-GRUPO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Con "N" o "X" el programa no tomo nada de la tabla: sale
      *    sin vigencia ni valor y con el motivo en lugar de la fuente.
           IMPRIME-USADO.
           IF SD-SELLO NOT = WS-SELLO-ACTUAL
               OR SD-PROGRAMA NOT = WS-PROGRAMA-ACTUAL
               PERFORM INICIA-CORRIDA
           END-IF.
           MOVE SD-CLAVE TO DET-CLAVE.
           MOVE SD-FECHA-CALCULO TO DET-FECHA-CALCULO.
           ADD 1 TO WS-TOTAL-LISTADOS.
           EVALUATE SD-RESULTADO
               WHEN "S"
                   MOVE SD-VIGENCIA TO DET-VIGENCIA
                   MOVE SD-VALOR TO DET-VALOR
                   MOVE SD-FUENTE TO DET-FUENTE
                   ADD 1 TO WS-TOTAL-DE-TABLA
               WHEN "N"
                   MOVE SPACES TO DET-VIGENCIA
                   MOVE ZEROES TO DET-VALOR
                   MOVE "VALOR PROPIO: TABLA SIN VIGENCIA A ESA FECHA"
                       TO DET-FUENTE
                   ADD 1 TO WS-TOTAL-PROPIOS
               WHEN OTHER
                   MOVE SPACES TO DET-VIGENCIA
                   MOVE ZEROES TO DET-VALOR
                   MOVE "VALOR PROPIO: NO HABIA TABLA" TO DET-FUENTE
                   ADD 1 TO WS-TOTAL-PROPIOS
           END-EVALUATE.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM REGRESA-ORDENADO.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CORRIDAS Y PROGRAMAS LISTADOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-CORRIDAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PARAMETROS TOMADOS DE LA TABLA:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-DE-TABLA TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CON VALOR PROPIO DEL PROGRAMA:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-PROPIOS TO TOT-VALOR.
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

       END PROGRAM reporte-parametros.
