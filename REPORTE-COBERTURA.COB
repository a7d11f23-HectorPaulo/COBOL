      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE DE TIEMPO DE COBERTURA DE LAS REQUISICIONES
      *         DE PERSONAL QUE MANEJA requisiciones (REQREG.cpy):
      *         POR DEPARTAMENTO Y PUESTO LISTA CADA REQUISICION CON
      *         SUS DIAS NATURALES DE LA APERTURA AL CIERRE (LAS
      *         ABIERTAS, LOS QUE LLEVAN A LA FECHA DE CORRIDA) Y
      *         RESUME CUANTAS SE CUBRIERON Y EL PROMEDIO, MINIMO Y
      *         MAXIMO DE DIAS PARA CUBRIRLAS. LAS CANCELADAS SE
      *         LISTAN PERO NO CUENTAN EN EL TIEMPO DE COBERTURA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-cobertura.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT REQUISICIONES
       ASSIGN TO DYNAMIC WS-RUTA-REQUISICIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-REQ.

       SELECT COBERTURA-ORDEN ASSIGN TO "SORTWK19".

       SELECT REPORTE-COBERTURA
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD REQUISICIONES.
       01  LINEA-REQUISICION PIC X(134).

       SD  COBERTURA-ORDEN.
       01  SD-REG-COBERTURA.
           05 SD-DEPTO PIC 9(3).
           05 SD-PUESTO PIC 9(2).
           05 SD-FOLIO PIC 9(6).
           05 SD-APERTURA PIC X(8).
           05 SD-CIERRE PIC X(8).
           05 SD-STATUS PIC X(1).
           05 SD-EMPLEADO-ID PIC X(6).
           05 SD-DIAS PIC 9(5).

       FD REPORTE-COBERTURA.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY REQREG.
       COPY RPTENC.

       01  WS-RUTA-REQUISICIONES PIC X(200).
       01  WS-FILE-STATUS-REQ PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  FIN-DE-ORDENADOS PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-HASTA PIC X(8).
       01  WS-DIA-INICIO PIC 9(8).
       01  WS-DIA-FIN PIC 9(8).

       01  WS-CODIGO-PUESTO PIC 9(2).
       01  WS-TITULO-PUESTO PIC X(10).
       01  WS-SAL-MIN-PUESTO PIC 9(7)V99.
       01  WS-SAL-MAX-PUESTO PIC 9(7)V99.
       01  WS-RESULTADO-PUESTO PIC X.
       01  WS-CODIGO-DEPTO PIC 9(3).
       01  WS-NOMBRE-DEPTO-CAT PIC X(20).
       01  WS-RESULTADO-DEPTO PIC X.

       01  WS-DEPTO-ACTUAL PIC 9(3).
       01  WS-PUESTO-ACTUAL PIC 9(2).
       01  WS-GRP-CUBIERTAS PIC 9(5).
       01  WS-GRP-SUMA-DIAS PIC 9(9).
       01  WS-GRP-MIN-DIAS PIC 9(5).
       01  WS-GRP-MAX-DIAS PIC 9(5).
       01  WS-GRP-ABIERTAS PIC 9(5).
       01  WS-GRP-CANCELADAS PIC 9(5).
       01  WS-PROMEDIO-DIAS PIC 9(5)V9.

       01  WS-TOTAL-LEIDAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-CUBIERTAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SUMA-DIAS PIC 9(9) VALUE ZEROES.
       01  WS-TOTAL-ABIERTAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-CANCELADAS PIC 9(6) VALUE ZEROES.

       01  WS-TITULO-RPT PIC X(60) VALUE
           "TIEMPO DE COBERTURA DE REQUISICIONES DE PERSONAL".
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(45) VALUE
               "    FOLIO   APERTURA CIERRE      DIAS STATUS ".
           05 FILLER PIC X(20) VALUE
               "      EMPLEADO".
       01  WS-LINEA-GRUPO.
           05 FILLER PIC X(13) VALUE "DEPARTAMENTO ".
           05 GRP-DEPTO PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GRP-NOMBRE-DEPTO PIC X(20).
           05 FILLER PIC X(8) VALUE "PUESTO ".
           05 GRP-PUESTO PIC Z9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GRP-TITULO PIC X(10).
       01  WS-LINEA-DETALLE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-FOLIO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-APERTURA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CIERRE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DIAS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-STATUS PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-EMPLEADO-ID PIC X(6).
       01  WS-LINEA-RESUMEN.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "CUBIERTAS: ".
           05 RES-CUBIERTAS PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE "  DIAS PROMEDIO: ".
           05 RES-PROMEDIO PIC ZZZZ9.9.
           05 FILLER PIC X(8) VALUE "  MIN: ".
           05 RES-MINIMO PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE "  MAX: ".
           05 RES-MAXIMO PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  ABIERTAS: ".
           05 RES-ABIERTAS PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "  CANCELADAS: ".
           05 RES-CANCELADAS PIC ZZZZ9.
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.
       01  WS-LINEA-TOTAL-DIAS.
           05 TOT-DIAS-ETIQUETA PIC X(50).
           05 TOT-DIAS-VALOR PIC ZZZZ9.9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-cobertura".
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
           OPEN INPUT REQUISICIONES.
           IF WS-FILE-STATUS-REQ NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el archivo de "
                   "requisiciones: "
                   FUNCTION TRIM(WS-RUTA-REQUISICIONES)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-COBERTURA.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE REQUISICIONES
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.

           SORT COBERTURA-ORDEN
               ON ASCENDING KEY SD-DEPTO SD-PUESTO SD-FOLIO
               INPUT PROCEDURE IS SELECCIONA-REQUISICIONES
               OUTPUT PROCEDURE IS IMPRIME-GRUPOS.

           CLOSE REQUISICIONES.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-COBERTURA.
           DISPLAY "Requisiciones leidas: " WS-TOTAL-LEIDAS.
           DISPLAY "Cubiertas: " WS-TOTAL-CUBIERTAS
               "  Abiertas: " WS-TOTAL-ABIERTAS
               "  Canceladas: " WS-TOTAL-CANCELADAS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-LEIDAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-REQUISICIONES FROM ENVIRONMENT
               "REQUISICIONES_PATH".
           IF WS-RUTA-REQUISICIONES = SPACES
               MOVE "REQUISICIONES.txt" TO WS-RUTA-REQUISICIONES
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "COBERTURA_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-COBERTURA" TO WS-GEN-BASE-NOMBRE
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
           MOVE "DIAS NATURALES DE LA APERTURA AL CIERRE; LAS ABIERTAS "
               TO LINEA-REPORTE.
           MOVE "CUENTAN HASTA LA FECHA DE CORRIDA."
               TO LINEA-REPORTE (55:34).
           WRITE LINEA-REPORTE.

           SELECCIONA-REQUISICIONES.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-REQUISICION.
           PERFORM LIBERA-REQUISICION UNTIL FIN-DE-ENTRADA = "0".

           LEE-REQUISICION.
           READ REQUISICIONES
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-REQUISICION TO REQUISICION-REGISTRO
           END-READ.

      *    Los dias se calculan aqui para que el corte solo acumule;
      *    una fecha invalida deja los dias en cero.
           LIBERA-REQUISICION.
           IF LINEA-REQUISICION NOT = SPACES
               AND REQ-FOLIO IS NUMERIC
               ADD 1 TO WS-TOTAL-LEIDAS
               MOVE REQ-DEPTO TO SD-DEPTO
               MOVE REQ-PUESTO TO SD-PUESTO
               MOVE REQ-FOLIO TO SD-FOLIO
               MOVE REQ-FECHA-APERTURA TO SD-APERTURA
               MOVE REQ-FECHA-CIERRE TO SD-CIERRE
               MOVE REQ-STATUS TO SD-STATUS
               MOVE REQ-EMPLEADO-ID TO SD-EMPLEADO-ID
               IF REQ-STATUS = "A"
                   MOVE WS-FECHA-HOY TO WS-FECHA-HASTA
               ELSE
                   MOVE REQ-FECHA-CIERRE TO WS-FECHA-HASTA
               END-IF
               MOVE ZEROES TO SD-DIAS
               IF REQ-FECHA-APERTURA IS NUMERIC
                   AND WS-FECHA-HASTA IS NUMERIC
                   AND WS-FECHA-HASTA >= REQ-FECHA-APERTURA
                   MOVE REQ-FECHA-APERTURA TO WS-DIA-INICIO
                   MOVE WS-FECHA-HASTA TO WS-DIA-FIN
                   COMPUTE SD-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-DIA-FIN)
                       - FUNCTION INTEGER-OF-DATE(WS-DIA-INICIO)
               END-IF
               RELEASE SD-REG-COBERTURA
           END-IF.
           PERFORM LEE-REQUISICION.

      *    Corte de control por departamento y puesto.
           IMPRIME-GRUPOS.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE "  Sin requisiciones registradas." TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM INICIA-GRUPO
               PERFORM IMPRIME-REQUISICION
                   UNTIL FIN-DE-ORDENADOS = "0"
               PERFORM ESCRIBE-RESUMEN-GRUPO
           END-IF.

           REGRESA-ORDENADO.
           RETURN COBERTURA-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           INICIA-GRUPO.
           MOVE SD-DEPTO TO WS-DEPTO-ACTUAL.
           MOVE SD-PUESTO TO WS-PUESTO-ACTUAL.
           MOVE ZEROES TO WS-GRP-CUBIERTAS WS-GRP-SUMA-DIAS
               WS-GRP-MAX-DIAS WS-GRP-ABIERTAS WS-GRP-CANCELADAS.
           MOVE 99999 TO WS-GRP-MIN-DIAS.
           MOVE SD-DEPTO TO WS-CODIGO-DEPTO.
           CALL "busca-depto"
               USING WS-CODIGO-DEPTO WS-NOMBRE-DEPTO-CAT
                   WS-RESULTADO-DEPTO
           END-CALL.
           IF WS-RESULTADO-DEPTO NOT = "S"
               MOVE "(SIN CATALOGO)" TO WS-NOMBRE-DEPTO-CAT
           END-IF.
           MOVE SD-PUESTO TO WS-CODIGO-PUESTO.
           CALL "busca-puesto"
               USING WS-CODIGO-PUESTO WS-TITULO-PUESTO
                   WS-SAL-MIN-PUESTO WS-SAL-MAX-PUESTO
                   WS-RESULTADO-PUESTO
           END-CALL.
           IF WS-RESULTADO-PUESTO NOT = "S"
               MOVE "(SIN CAT.)" TO WS-TITULO-PUESTO
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SD-DEPTO TO GRP-DEPTO.
           MOVE WS-NOMBRE-DEPTO-CAT TO GRP-NOMBRE-DEPTO.
           MOVE SD-PUESTO TO GRP-PUESTO.
           MOVE WS-TITULO-PUESTO TO GRP-TITULO.
           MOVE WS-LINEA-GRUPO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           IMPRIME-REQUISICION.
           IF SD-DEPTO NOT = WS-DEPTO-ACTUAL
               OR SD-PUESTO NOT = WS-PUESTO-ACTUAL
               PERFORM ESCRIBE-RESUMEN-GRUPO
               PERFORM INICIA-GRUPO
           END-IF.
           MOVE SD-FOLIO TO DET-FOLIO.
           MOVE SD-APERTURA TO DET-APERTURA.
           MOVE SD-CIERRE TO DET-CIERRE.
           MOVE SD-DIAS TO DET-DIAS.
           MOVE SD-EMPLEADO-ID TO DET-EMPLEADO-ID.
           EVALUATE SD-STATUS
               WHEN "C"
                   MOVE "CUBIERTA" TO DET-STATUS
                   ADD 1 TO WS-GRP-CUBIERTAS WS-TOTAL-CUBIERTAS
                   ADD SD-DIAS TO WS-GRP-SUMA-DIAS WS-TOTAL-SUMA-DIAS
                   IF SD-DIAS < WS-GRP-MIN-DIAS
                       MOVE SD-DIAS TO WS-GRP-MIN-DIAS
                   END-IF
                   IF SD-DIAS > WS-GRP-MAX-DIAS
                       MOVE SD-DIAS TO WS-GRP-MAX-DIAS
                   END-IF
               WHEN "A"
                   MOVE "ABIERTA" TO DET-STATUS
                   MOVE SPACES TO DET-CIERRE
                   ADD 1 TO WS-GRP-ABIERTAS WS-TOTAL-ABIERTAS
               WHEN OTHER
                   MOVE "CANCELADA" TO DET-STATUS
                   ADD 1 TO WS-GRP-CANCELADAS WS-TOTAL-CANCELADAS
           END-EVALUATE.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM REGRESA-ORDENADO.

           ESCRIBE-RESUMEN-GRUPO.
           MOVE ZEROES TO WS-PROMEDIO-DIAS.
           IF WS-GRP-CUBIERTAS > ZEROES
               COMPUTE WS-PROMEDIO-DIAS ROUNDED =
                   WS-GRP-SUMA-DIAS / WS-GRP-CUBIERTAS
           ELSE
               MOVE ZEROES TO WS-GRP-MIN-DIAS
           END-IF.
           MOVE WS-GRP-CUBIERTAS TO RES-CUBIERTAS.
           MOVE WS-PROMEDIO-DIAS TO RES-PROMEDIO.
           MOVE WS-GRP-MIN-DIAS TO RES-MINIMO.
           MOVE WS-GRP-MAX-DIAS TO RES-MAXIMO.
           MOVE WS-GRP-ABIERTAS TO RES-ABIERTAS.
           MOVE WS-GRP-CANCELADAS TO RES-CANCELADAS.
           MOVE WS-LINEA-RESUMEN TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "REQUISICIONES LEIDAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-LEIDAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CUBIERTAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-CUBIERTAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ZEROES TO WS-PROMEDIO-DIAS.
           IF WS-TOTAL-CUBIERTAS > ZEROES
               COMPUTE WS-PROMEDIO-DIAS ROUNDED =
                   WS-TOTAL-SUMA-DIAS / WS-TOTAL-CUBIERTAS
           END-IF.
           MOVE "DIAS PROMEDIO DE COBERTURA EN LA EMPRESA:"
               TO TOT-DIAS-ETIQUETA.
           MOVE WS-PROMEDIO-DIAS TO TOT-DIAS-VALOR.
           MOVE WS-LINEA-TOTAL-DIAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ABIERTAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ABIERTAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CANCELADAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-CANCELADAS TO TOT-VALOR.
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

       END PROGRAM reporte-cobertura.
