      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE DIARIO DE TAREAS DE INDUCCION VENCIDAS
      *         (INDUCCION.txt, INDREG.cpy): POR SITIO ("00" = PLAZA
      *         SIN PREFIJO) Y POR EMPLEADO, QUIEN TIENE TAREAS
      *         PENDIENTES CON FECHA LIMITE ANTERIOR A HOY, CUALES Y
      *         CUANTOS DIAS DE ATRASO LLEVAN, CON SUBTOTAL POR SITIO.
      *         SE CORRE DESPUES DE revisa-induccion PARA QUE LO QUE
      *         YA CONFIRMARON LOS ARCHIVOS SATELITE NO SALGA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-induccion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT INDUCCION
       ASSIGN TO DYNAMIC WS-RUTA-INDUCCION
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IND.

       SELECT INDUCCION-ORDEN ASSIGN TO "SORTWK20".

       SELECT REPORTE-INDUCCION
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD INDUCCION.
       01  LINEA-INDUCCION PIC X(126).

       SD  INDUCCION-ORDEN.
       01  SD-REG-INDUCCION.
           05 SD-SITIO PIC X(2).
           05 SD-EMPLEADO-ID PIC X(6).
           05 SD-FECHA-LIMITE PIC X(8).
           05 SD-TAREA PIC X(3).
           05 SD-DESCRIPCION PIC X(30).
           05 SD-NOMBRE PIC X(40).
           05 SD-FECHA-ALTA PIC X(8).
           05 SD-DIAS-ATRASO PIC 9(5).

       FD REPORTE-INDUCCION.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY INDREG.
       COPY RPTENC.

       01  WS-RUTA-INDUCCION PIC X(200).
       01  WS-FILE-STATUS-IND PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  FIN-DE-ORDENADOS PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-HOY-NUM PIC 9(8).
       01  WS-FECHA-LIMITE-NUM PIC 9(8).

       01  WS-SITIO-ACTUAL PIC X(2).
       01  WS-ID-ACTUAL PIC X(6).
       01  WS-SIT-EMPLEADOS PIC 9(5).
       01  WS-SIT-TAREAS PIC 9(5).
       01  WS-TOTAL-LEIDAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-VENCIDAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-EMPLEADOS PIC 9(6) VALUE ZEROES.

       01  WS-TITULO-RPT PIC X(60) VALUE
           "TAREAS DE INDUCCION DE NUEVO INGRESO VENCIDAS".
       01  WS-LINEA-SITIO.
           05 FILLER PIC X(6) VALUE "SITIO ".
           05 SIT-CODIGO PIC X(2).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(45) VALUE
               "  ID     NOMBRE                              ".
           05 FILLER PIC X(45) VALUE
               "ALTA     TAREA DESCRIPCION                   ".
           05 FILLER PIC X(20) VALUE
               " LIMITE   ATRASO".
       01  WS-LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOMBRE PIC X(35).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ALTA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-TAREA PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-DESCRIPCION PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-LIMITE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ATRASO PIC ZZZZ9.
       01  WS-LINEA-SUBTOTAL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(21) VALUE "EMPLEADOS CON ATRASO:".
           05 SUB-EMPLEADOS PIC ZZZZ9.
           05 FILLER PIC X(19) VALUE "  TAREAS VENCIDAS: ".
           05 SUB-TAREAS PIC ZZZZ9.
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-induccion".
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
           OPEN INPUT INDUCCION.
           IF WS-FILE-STATUS-IND NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir la lista de "
                   "induccion: " FUNCTION TRIM(WS-RUTA-INDUCCION)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-INDUCCION.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE INDUCCION
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.

           SORT INDUCCION-ORDEN
               ON ASCENDING KEY SD-SITIO SD-EMPLEADO-ID
                   SD-FECHA-LIMITE SD-TAREA
               INPUT PROCEDURE IS SELECCIONA-VENCIDAS
               OUTPUT PROCEDURE IS IMPRIME-SITIOS.

           CLOSE INDUCCION.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-INDUCCION.
           DISPLAY "Tareas revisadas: " WS-TOTAL-LEIDAS.
           DISPLAY "Tareas vencidas: " WS-TOTAL-VENCIDAS
               "  Empleados con atraso: " WS-TOTAL-EMPLEADOS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-VENCIDAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           ACCEPT WS-RUTA-INDUCCION FROM ENVIRONMENT "INDUCCION_PATH".
           IF WS-RUTA-INDUCCION = SPACES
               MOVE "INDUCCION.txt" TO WS-RUTA-INDUCCION
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "INDUCCION_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-INDUCCION" TO WS-GEN-BASE-NOMBRE
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

           SELECCIONA-VENCIDAS.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-INDUCCION.
           PERFORM LIBERA-VENCIDA UNTIL FIN-DE-ENTRADA = "0".

           LEE-INDUCCION.
           READ INDUCCION
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-INDUCCION TO INDUCCION-REGISTRO
           END-READ.

           LIBERA-VENCIDA.
           IF LINEA-INDUCCION NOT = SPACES
               ADD 1 TO WS-TOTAL-LEIDAS
               IF IND-STATUS = "P"
                   AND IND-FECHA-LIMITE IS NUMERIC
                   AND IND-FECHA-LIMITE < WS-FECHA-HOY
                   MOVE IND-SITIO TO SD-SITIO
                   MOVE IND-EMPLEADO-ID TO SD-EMPLEADO-ID
                   MOVE IND-FECHA-LIMITE TO SD-FECHA-LIMITE
                   MOVE IND-TAREA TO SD-TAREA
                   MOVE IND-DESCRIPCION TO SD-DESCRIPCION
                   MOVE IND-NOMBRE TO SD-NOMBRE
                   MOVE IND-FECHA-ALTA TO SD-FECHA-ALTA
                   MOVE IND-FECHA-LIMITE TO WS-FECHA-LIMITE-NUM
                   COMPUTE SD-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-FECHA-LIMITE-NUM)
                   RELEASE SD-REG-INDUCCION
               END-IF
           END-IF.
           PERFORM LEE-INDUCCION.

      *    Corte de control por sitio; dentro del sitio, el empleado
      *    se cuenta una vez aunque deba varias tareas.
           IMPRIME-SITIOS.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "  Sin tareas de induccion vencidas."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM INICIA-SITIO
               PERFORM IMPRIME-VENCIDA UNTIL FIN-DE-ORDENADOS = "0"
               PERFORM ESCRIBE-SUBTOTAL
           END-IF.

           REGRESA-ORDENADO.
           RETURN INDUCCION-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           INICIA-SITIO.
           MOVE SD-SITIO TO WS-SITIO-ACTUAL.
           MOVE SPACES TO WS-ID-ACTUAL.
           MOVE ZEROES TO WS-SIT-EMPLEADOS WS-SIT-TAREAS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SD-SITIO TO SIT-CODIGO.
           MOVE WS-LINEA-SITIO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           IMPRIME-VENCIDA.
           IF SD-SITIO NOT = WS-SITIO-ACTUAL
               PERFORM ESCRIBE-SUBTOTAL
               PERFORM INICIA-SITIO
           END-IF.
           MOVE SPACES TO DET-ID DET-NOMBRE DET-ALTA.
           IF SD-EMPLEADO-ID NOT = WS-ID-ACTUAL
               MOVE SD-EMPLEADO-ID TO WS-ID-ACTUAL
               ADD 1 TO WS-SIT-EMPLEADOS WS-TOTAL-EMPLEADOS
               MOVE SD-EMPLEADO-ID TO DET-ID
               MOVE SD-NOMBRE TO DET-NOMBRE
               MOVE SD-FECHA-ALTA TO DET-ALTA
           END-IF.
           ADD 1 TO WS-SIT-TAREAS WS-TOTAL-VENCIDAS.
           MOVE SD-TAREA TO DET-TAREA.
           MOVE SD-DESCRIPCION TO DET-DESCRIPCION.
           MOVE SD-FECHA-LIMITE TO DET-LIMITE.
           MOVE SD-DIAS-ATRASO TO DET-ATRASO.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM REGRESA-ORDENADO.

           ESCRIBE-SUBTOTAL.
           MOVE WS-SIT-EMPLEADOS TO SUB-EMPLEADOS.
           MOVE WS-SIT-TAREAS TO SUB-TAREAS.
           MOVE WS-LINEA-SUBTOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TAREAS DE INDUCCION REVISADAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-LEIDAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TAREAS VENCIDAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-VENCIDAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EMPLEADOS CON ATRASO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-EMPLEADOS TO TOT-VALOR.
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

       END PROGRAM reporte-induccion.
