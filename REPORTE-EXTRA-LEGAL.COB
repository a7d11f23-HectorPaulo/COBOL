      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CUMPLIMIENTO DE LOS LIMITES DE LEY DE HORAS EXTRA: DEL
      *         DETALLE DIARIO QUE DEJA procesa-checadas
      *         (EXTRA-DIARIA.txt, HEXREG.cpy) LISTA POR EMPLEADO Y
      *         SEMANA (LUNES A DOMINGO) LOS DIAS CON MAS DE 3 HORAS
      *         EXTRA TRABAJADAS Y LAS SEMANAS CON MAS DE 9, CON LO
      *         PAGADO Y LO RETENIDO DE CADA UNO. SE MIDE LA EXTRA
      *         TRABAJADA, AUTORIZADA O NO, PORQUE EL LIMITE ES DE
      *         JORNADA Y NO DE PAGO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-extra-legal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EXTRA-DIARIA
       ASSIGN TO DYNAMIC WS-RUTA-EXTRA-DIARIA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EXD.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT EXTRA-ORDEN ASSIGN TO "SORTWK25".

       SELECT REPORTE-EXTRA
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRA-DIARIA.
       01  LINEA-EXTRA-DIARIA PIC X(25).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       SD  EXTRA-ORDEN.
       01  SD-REG-EXTRA.
           05 SD-NUMERO PIC 9(5).
           05 SD-LUNES PIC 9(8).
           05 SD-FECHA PIC 9(8).
           05 SD-MIN-TRABAJADOS PIC 9(4).
           05 SD-MIN-PAGADOS PIC 9(4).
           05 SD-MIN-RETENIDOS PIC 9(4).

       FD REPORTE-EXTRA.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
           COPY HEXREG.
           COPY RPTENC.

       01  WS-RUTA-EXTRA-DIARIA PIC X(200).
       01  WS-FILE-STATUS-EXD PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  FIN-DE-ORDENADOS PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-ENTERO PIC 9(7).
       01  WS-LUNES-ENTERO PIC 9(7).

      *    Limites de la LFT en minutos: 3 horas por dia, 9 por
      *    semana.
       01  WS-LIMITE-DIA-MIN PIC 9(4) VALUE 180.
       01  WS-LIMITE-SEMANA-MIN PIC 9(4) VALUE 540.

      *    Corte por empleado y semana.
       01  WS-NUMERO-ACTUAL PIC 9(5).
       01  WS-LUNES-ACTUAL PIC 9(8).
       01  WS-NOMBRE-ACTUAL PIC X(30).
       01  WS-SEM-MIN-TRABAJADOS PIC 9(5).
       01  WS-SEM-MIN-PAGADOS PIC 9(5).
       01  WS-SEM-MIN-RETENIDOS PIC 9(5).
       01  WS-EMPLEADO-CON-EXCESO PIC X.
       01  WS-MIN-TRABAJADOS PIC 9(5).
       01  WS-MIN-LIMITE PIC 9(4).
       01  WS-MIN-PAGADOS PIC 9(5).
       01  WS-MIN-RETENIDOS PIC 9(5).

       01  WS-TOTAL-DIAS-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-DIAS-EXCESO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SEMANAS-EXCESO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-EMPLEADOS-EXCESO PIC 9(6) VALUE ZEROES.

       01  WS-TITULO-RPT PIC X(60) VALUE
           "HORAS EXTRA SOBRE LOS LIMITES DE LEY (3 DIA / 9 SEMANA)".
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "SEMANA".
           05 FILLER PIC X(6) VALUE "NUM.".
           05 FILLER PIC X(31) VALUE "NOMBRE".
           05 FILLER PIC X(7) VALUE "LIMITE".
           05 FILLER PIC X(9) VALUE "FECHA".
           05 FILLER PIC X(8) VALUE "  EXTRA".
           05 FILLER PIC X(8) VALUE " EXCESO".
           05 FILLER PIC X(8) VALUE " PAGADA".
           05 FILLER PIC X(8) VALUE " RETEN.".
       01  WS-LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-LUNES PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NUMERO PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-TIPO PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FECHA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-HORAS PIC ZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-EXCESO PIC ZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-PAGADAS PIC ZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-RETENIDAS PIC ZZZ9.99.
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-extra-legal".
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
           OPEN INPUT EXTRA-DIARIA.
           IF WS-FILE-STATUS-EXD NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el detalle diario "
                   "de extra: " FUNCTION TRIM(WS-RUTA-EXTRA-DIARIA)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               CLOSE EXTRA-DIARIA
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-EXTRA.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE EXTRA-DIARIA EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.

           SORT EXTRA-ORDEN
               ON ASCENDING KEY SD-NUMERO SD-LUNES SD-FECHA
               INPUT PROCEDURE IS SELECCIONA-DIAS
               OUTPUT PROCEDURE IS IMPRIME-EXCESOS.

           CLOSE EXTRA-DIARIA.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-EXTRA.
           DISPLAY "Dias sobre el limite: " WS-TOTAL-DIAS-EXCESO
               "  Semanas sobre el limite: " WS-TOTAL-SEMANAS-EXCESO.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-EMPLEADOS-EXCESO TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-EXTRA-DIARIA FROM ENVIRONMENT
               "EXTRA_DIARIA_PATH".
           IF WS-RUTA-EXTRA-DIARIA = SPACES
               MOVE "EXTRA-DIARIA.txt" TO WS-RUTA-EXTRA-DIARIA
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "EXTRA_LEGAL_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-EXTRA-LEGAL" TO WS-GEN-BASE-NOMBRE
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
           MOVE "EXTRA TRABAJADA SEGUN CHECADAS, AUTORIZADA O NO; "
               TO LINEA-REPORTE.
           MOVE "SEMANA DE LUNES A DOMINGO." TO LINEA-REPORTE (50:26).
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           SELECCIONA-DIAS.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-EXTRA-DIARIA.
           PERFORM LIBERA-DIA UNTIL FIN-DE-ENTRADA = "0".

           LEE-EXTRA-DIARIA.
           READ EXTRA-DIARIA
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-EXTRA-DIARIA TO EXTRA-DIARIA-REGISTRO
           END-READ.

      *    La semana se ancla en su lunes (INTEGER-OF-DATE cuenta el
      *    dia 1 como lunes).
           LIBERA-DIA.
           IF LINEA-EXTRA-DIARIA NOT = SPACES
               AND EXD-FECHA IS NUMERIC
               ADD 1 TO WS-TOTAL-DIAS-LEIDOS
               COMPUTE WS-FECHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(EXD-FECHA)
               COMPUTE WS-LUNES-ENTERO = WS-FECHA-ENTERO -
                   FUNCTION MOD(WS-FECHA-ENTERO + 6, 7)
               MOVE EXD-NUMERO TO SD-NUMERO
               COMPUTE SD-LUNES =
                   FUNCTION DATE-OF-INTEGER(WS-LUNES-ENTERO)
               MOVE EXD-FECHA TO SD-FECHA
               MOVE EXD-MIN-TRABAJADOS TO SD-MIN-TRABAJADOS
               MOVE EXD-MIN-PAGADOS TO SD-MIN-PAGADOS
               MOVE EXD-MIN-RETENIDOS TO SD-MIN-RETENIDOS
               RELEASE SD-REG-EXTRA
           END-IF.
           PERFORM LEE-EXTRA-DIARIA.

           IMPRIME-EXCESOS.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE "  Sin horas extra en el detalle diario."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE SD-NUMERO TO WS-NUMERO-ACTUAL
               PERFORM INICIA-EMPLEADO
               MOVE SD-LUNES TO WS-LUNES-ACTUAL
               PERFORM INICIA-SEMANA
               PERFORM EVALUA-DIA UNTIL FIN-DE-ORDENADOS = "0"
               PERFORM CIERRA-SEMANA
               PERFORM CIERRA-EMPLEADO
           END-IF.

           REGRESA-ORDENADO.
           RETURN EXTRA-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           EVALUA-DIA.
           IF SD-NUMERO NOT = WS-NUMERO-ACTUAL
               PERFORM CIERRA-SEMANA
               PERFORM CIERRA-EMPLEADO
               MOVE SD-NUMERO TO WS-NUMERO-ACTUAL
               PERFORM INICIA-EMPLEADO
               MOVE SD-LUNES TO WS-LUNES-ACTUAL
               PERFORM INICIA-SEMANA
           ELSE
               IF SD-LUNES NOT = WS-LUNES-ACTUAL
                   PERFORM CIERRA-SEMANA
                   MOVE SD-LUNES TO WS-LUNES-ACTUAL
                   PERFORM INICIA-SEMANA
               END-IF
           END-IF.
           ADD SD-MIN-TRABAJADOS TO WS-SEM-MIN-TRABAJADOS.
           ADD SD-MIN-PAGADOS TO WS-SEM-MIN-PAGADOS.
           ADD SD-MIN-RETENIDOS TO WS-SEM-MIN-RETENIDOS.
           IF SD-MIN-TRABAJADOS > WS-LIMITE-DIA-MIN
               ADD 1 TO WS-TOTAL-DIAS-EXCESO
               MOVE "S" TO WS-EMPLEADO-CON-EXCESO
               MOVE "DIA" TO DET-TIPO
               MOVE SD-FECHA TO DET-FECHA
               MOVE SD-MIN-TRABAJADOS TO WS-MIN-TRABAJADOS
               MOVE WS-LIMITE-DIA-MIN TO WS-MIN-LIMITE
               MOVE SD-MIN-PAGADOS TO WS-MIN-PAGADOS
               MOVE SD-MIN-RETENIDOS TO WS-MIN-RETENIDOS
               PERFORM ESCRIBE-EXCESO
           END-IF.
           PERFORM REGRESA-ORDENADO.

      *    El nombre sale del directorio por la regla de cruce del
      *    numero de nomina.
           INICIA-EMPLEADO.
           MOVE "N" TO WS-EMPLEADO-CON-EXCESO.
           MOVE WS-NUMERO-ACTUAL TO CRUCE-ID-NOMINA.
           MOVE SPACES TO CRUCE-ID-SITIO.
           CALL "forma-id-directorio"
               USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
           END-CALL.
           MOVE SPACES TO WS-NOMBRE-ACTUAL.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   MOVE "(NO ESTA EN EL DIRECTORIO)" TO WS-NOMBRE-ACTUAL
               NOT INVALID KEY
                   STRING FUNCTION TRIM(EMPLEADOS-NOMBRE) " "
                       FUNCTION TRIM(EMPLEADOS-APELLIDOS)
                       DELIMITED BY SIZE INTO WS-NOMBRE-ACTUAL
                   END-STRING
           END-READ.

           CIERRA-EMPLEADO.
           IF WS-EMPLEADO-CON-EXCESO = "S"
               ADD 1 TO WS-TOTAL-EMPLEADOS-EXCESO
           END-IF.

           INICIA-SEMANA.
           MOVE ZEROES TO WS-SEM-MIN-TRABAJADOS WS-SEM-MIN-PAGADOS
               WS-SEM-MIN-RETENIDOS.

           CIERRA-SEMANA.
           IF WS-SEM-MIN-TRABAJADOS > WS-LIMITE-SEMANA-MIN
               ADD 1 TO WS-TOTAL-SEMANAS-EXCESO
               MOVE "S" TO WS-EMPLEADO-CON-EXCESO
               MOVE "SEMANA" TO DET-TIPO
               MOVE SPACES TO DET-FECHA
               MOVE WS-SEM-MIN-TRABAJADOS TO WS-MIN-TRABAJADOS
               MOVE WS-LIMITE-SEMANA-MIN TO WS-MIN-LIMITE
               MOVE WS-SEM-MIN-PAGADOS TO WS-MIN-PAGADOS
               MOVE WS-SEM-MIN-RETENIDOS TO WS-MIN-RETENIDOS
               PERFORM ESCRIBE-EXCESO
           END-IF.

           ESCRIBE-EXCESO.
           MOVE WS-LUNES-ACTUAL TO DET-LUNES.
           MOVE WS-NUMERO-ACTUAL TO DET-NUMERO.
           MOVE WS-NOMBRE-ACTUAL TO DET-NOMBRE.
           COMPUTE DET-HORAS ROUNDED = WS-MIN-TRABAJADOS / 60.
           COMPUTE DET-EXCESO ROUNDED =
               (WS-MIN-TRABAJADOS - WS-MIN-LIMITE) / 60.
           COMPUTE DET-PAGADAS ROUNDED = WS-MIN-PAGADOS / 60.
           COMPUTE DET-RETENIDAS ROUNDED = WS-MIN-RETENIDOS / 60.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DIAS CON EXTRA LEIDOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-DIAS-LEIDOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DIAS CON MAS DE 3 HORAS EXTRA:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-DIAS-EXCESO TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "SEMANAS CON MAS DE 9 HORAS EXTRA:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-SEMANAS-EXCESO TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EMPLEADOS CON ALGUN EXCESO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-EMPLEADOS-EXCESO TO TOT-VALOR.
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

       END PROGRAM reporte-extra-legal.
