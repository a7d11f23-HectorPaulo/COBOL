      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE MENSUAL DE PERMUTAS DE TURNO POR DEPARTAMENTO:
      *         LISTA LAS PERMUTAS DE PERMUTAS-TURNO.txt (PMTREG.cpy)
      *         CUYAS FECHAS TOCAN EL MES (PERMUTAS_MES AAAAMM, POR
      *         OMISION EL MES ANTERIOR), AGRUPADAS POR EL DEPARTAMENTO
      *         DEL PRIMER EMPLEADO DE LA PAREJA, CON SU ESTADO
      *         (SOLICITADA, APROBADA, RECHAZADA O CANCELADA), LA
      *         CUENTA POR DEPARTAMENTO Y LOS TOTALES POR ESTADO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-permutas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PERMUTAS-TURNO
       ASSIGN TO DYNAMIC WS-RUTA-PERMUTAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PMT.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT PERMUTAS-ORDEN ASSIGN TO "SORTWK26".

       SELECT REPORTE-PERMUTAS
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD PERMUTAS-TURNO.
       01  LINEA-PERMUTA PIC X(141).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       SD  PERMUTAS-ORDEN.
       01  SD-REG-PERMUTA.
           05 SD-DEPTO PIC 9(3).
           05 SD-FECHA-INICIO PIC X(8).
           05 SD-FOLIO PIC 9(6).
           05 SD-FECHA-FIN PIC X(8).
           05 SD-NUMERO-A PIC 9(5).
           05 SD-NOMBRE-A PIC X(20).
           05 SD-TURNO-A PIC X(3).
           05 SD-NUMERO-B PIC 9(5).
           05 SD-NOMBRE-B PIC X(20).
           05 SD-TURNO-B PIC X(3).
           05 SD-STATUS PIC X(1).

       FD REPORTE-PERMUTAS.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
           COPY PMTREG.
           COPY RPTENC.

       01  WS-RUTA-PERMUTAS PIC X(200).
       01  WS-FILE-STATUS-PMT PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  FIN-DE-ORDENADOS PIC X.
       01  WS-FECHA-HOY PIC X(8).

      *    Mes del reporte y sus limites en fecha AAAAMMDD.
       01  WS-MES-X PIC X(6).
       01  WS-MES-REPORTE PIC 9(6).
       01  WS-MES-SIGUIENTE PIC 9(6).
       01  WS-PRIMER-DIA-MES PIC 9(8).
       01  WS-ULTIMO-DIA-MES PIC 9(8).
       01  WS-FIN-MES-ENTERO PIC 9(7).

       01  WS-NUMERO-BUSCADO PIC 9(5).
       01  WS-NOMBRE-LEIDO PIC X(20).
       01  WS-DEPTO-LEIDO PIC 9(3).

      *    Corte por departamento.
       01  WS-DEPTO-ACTUAL PIC 9(3).
       01  WS-NOMBRE-DEPTO PIC X(20).
       01  WS-RESULTADO-DEPTO PIC X.
       01  WS-PERMUTAS-DEPTO PIC 9(5).

       01  WS-TOTAL-PERMUTAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SOLICITADAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-APROBADAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-CANCELADAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-DEPTOS PIC 9(6) VALUE ZEROES.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(35) VALUE
               "PERMUTAS DE TURNO POR DEPARTAMENTO ".
           05 FILLER PIC X(9) VALUE "DEL MES  ".
           05 TIT-MES PIC 9(6).
       01  WS-LINEA-DEPTO.
           05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           05 DEP-CODIGO PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 DEP-NOMBRE PIC X(20).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "FOLIO".
           05 FILLER PIC X(30) VALUE "EMPLEADO A".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(32) VALUE "EMPLEADO B".
           05 FILLER PIC X(9) VALUE "DEL".
           05 FILLER PIC X(9) VALUE "AL".
           05 FILLER PIC X(10) VALUE "ESTADO".
       01  WS-LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FOLIO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NUMERO-A PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOMBRE-A PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-TURNO-A PIC X(3).
           05 FILLER PIC X(5) VALUE " <-> ".
           05 DET-NUMERO-B PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOMBRE-B PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-TURNO-B PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FECHA-INICIO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FECHA-FIN PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ESTADO PIC X(10).
       01  WS-LINEA-CUENTA-DEPTO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "PERMUTAS DEL DEPARTAMENTO:".
           05 CTA-PERMUTAS PIC ZZZZ9.
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-permutas".
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
           OPEN INPUT PERMUTAS-TURNO.
           IF WS-FILE-STATUS-PMT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir las permutas de "
                   "turno: " FUNCTION TRIM(WS-RUTA-PERMUTAS)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               CLOSE PERMUTAS-TURNO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-PERMUTAS.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE PERMUTAS-TURNO EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.

           SORT PERMUTAS-ORDEN
               ON ASCENDING KEY SD-DEPTO SD-FECHA-INICIO SD-FOLIO
               INPUT PROCEDURE IS SELECCIONA-PERMUTAS
               OUTPUT PROCEDURE IS IMPRIME-PERMUTAS.

           CLOSE PERMUTAS-TURNO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-PERMUTAS.
           DISPLAY "Permutas del mes " WS-MES-REPORTE ": "
               WS-TOTAL-PERMUTAS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-PERMUTAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-MES-X FROM ENVIRONMENT "PERMUTAS_MES".
           IF WS-MES-X IS NUMERIC
               MOVE WS-MES-X TO WS-MES-REPORTE
           ELSE
               MOVE WS-FECHA-HOY (1:6) TO WS-MES-REPORTE
               IF WS-FECHA-HOY (5:2) = "01"
                   SUBTRACT 89 FROM WS-MES-REPORTE
               ELSE
                   SUBTRACT 1 FROM WS-MES-REPORTE
               END-IF
           END-IF.
           COMPUTE WS-PRIMER-DIA-MES = WS-MES-REPORTE * 100 + 1.
           IF FUNCTION INTEGER-OF-DATE(WS-PRIMER-DIA-MES) = ZEROES
               DISPLAY "RECHAZADO: PERMUTAS_MES no es un mes valido "
                   "(AAAAMM): " WS-MES-X
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION MOD(WS-MES-REPORTE, 100) = 12
               COMPUTE WS-MES-SIGUIENTE = WS-MES-REPORTE + 89
           ELSE
               COMPUTE WS-MES-SIGUIENTE = WS-MES-REPORTE + 1
           END-IF.
           COMPUTE WS-FIN-MES-ENTERO =
               FUNCTION INTEGER-OF-DATE
                   (WS-MES-SIGUIENTE * 100 + 1) - 1.
           COMPUTE WS-ULTIMO-DIA-MES =
               FUNCTION DATE-OF-INTEGER(WS-FIN-MES-ENTERO).
           ACCEPT WS-RUTA-PERMUTAS FROM ENVIRONMENT
               "PERMUTAS_TURNO_PATH".
           IF WS-RUTA-PERMUTAS = SPACES
               MOVE "PERMUTAS-TURNO.txt" TO WS-RUTA-PERMUTAS
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "PERMUTAS_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-PERMUTAS" TO WS-GEN-BASE-NOMBRE
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
           MOVE WS-MES-REPORTE TO TIT-MES.
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           SELECCIONA-PERMUTAS.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-LINEA-PERMUTA.
           PERFORM LIBERA-PERMUTA UNTIL FIN-DE-ENTRADA = "0".

           LEE-LINEA-PERMUTA.
           READ PERMUTAS-TURNO
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-PERMUTA TO PERMUTA-REGISTRO
           END-READ.

      *    Entra la permuta cuyo rango de fechas toca el mes; el
      *    departamento es el del primer empleado de la pareja.
           LIBERA-PERMUTA.
           IF PMT-FOLIO IS NUMERIC
               AND PMT-FECHA-INICIO IS NUMERIC
               AND PMT-FECHA-FIN IS NUMERIC
               AND PMT-FECHA-INICIO <= WS-ULTIMO-DIA-MES
               AND PMT-FECHA-FIN >= WS-PRIMER-DIA-MES
               MOVE PMT-NUMERO-B TO WS-NUMERO-BUSCADO
               PERFORM LEE-EMPLEADO-NUMERO
               MOVE WS-NOMBRE-LEIDO TO SD-NOMBRE-B
               MOVE PMT-NUMERO-A TO WS-NUMERO-BUSCADO
               PERFORM LEE-EMPLEADO-NUMERO
               MOVE WS-NOMBRE-LEIDO TO SD-NOMBRE-A
               MOVE WS-DEPTO-LEIDO TO SD-DEPTO
               MOVE PMT-FECHA-INICIO TO SD-FECHA-INICIO
               MOVE PMT-FOLIO TO SD-FOLIO
               MOVE PMT-FECHA-FIN TO SD-FECHA-FIN
               MOVE PMT-NUMERO-A TO SD-NUMERO-A
               MOVE PMT-TURNO-A TO SD-TURNO-A
               MOVE PMT-NUMERO-B TO SD-NUMERO-B
               MOVE PMT-TURNO-B TO SD-TURNO-B
               MOVE PMT-STATUS TO SD-STATUS
               RELEASE SD-REG-PERMUTA
           END-IF.
           PERFORM LEE-LINEA-PERMUTA.

      *    Nombre y departamento del numero de nomina por la regla
      *    de cruce de CRUCEID.cpy.
           LEE-EMPLEADO-NUMERO.
           MOVE WS-NUMERO-BUSCADO TO CRUCE-ID-NOMINA.
           MOVE SPACES TO CRUCE-ID-SITIO.
           CALL "forma-id-directorio"
               USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
           END-CALL.
           MOVE ZEROES TO WS-DEPTO-LEIDO.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   MOVE "(NO ESTA EN DIRECT.)" TO WS-NOMBRE-LEIDO
               NOT INVALID KEY
                   MOVE EMPLEADOS-NOMBRE TO WS-NOMBRE-LEIDO
                   IF EMPLEADOS-DEPTO IS NUMERIC
                       MOVE EMPLEADOS-DEPTO TO WS-DEPTO-LEIDO
                   END-IF
           END-READ.

           IMPRIME-PERMUTAS.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE "  Sin permutas de turno en el mes."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE SD-DEPTO TO WS-DEPTO-ACTUAL
               PERFORM INICIA-DEPTO
               PERFORM IMPRIME-UNA-PERMUTA
                   UNTIL FIN-DE-ORDENADOS = "0"
               PERFORM CIERRA-DEPTO
           END-IF.

           REGRESA-ORDENADO.
           RETURN PERMUTAS-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           IMPRIME-UNA-PERMUTA.
           IF SD-DEPTO NOT = WS-DEPTO-ACTUAL
               PERFORM CIERRA-DEPTO
               MOVE SD-DEPTO TO WS-DEPTO-ACTUAL
               PERFORM INICIA-DEPTO
           END-IF.
           ADD 1 TO WS-PERMUTAS-DEPTO.
           ADD 1 TO WS-TOTAL-PERMUTAS.
           EVALUATE SD-STATUS
               WHEN "S"
                   MOVE "SOLICITADA" TO DET-ESTADO
                   ADD 1 TO WS-TOTAL-SOLICITADAS
               WHEN "A"
                   MOVE "APROBADA" TO DET-ESTADO
                   ADD 1 TO WS-TOTAL-APROBADAS
               WHEN "R"
                   MOVE "RECHAZADA" TO DET-ESTADO
                   ADD 1 TO WS-TOTAL-RECHAZADAS
               WHEN "C"
                   MOVE "CANCELADA" TO DET-ESTADO
                   ADD 1 TO WS-TOTAL-CANCELADAS
               WHEN OTHER
                   MOVE SD-STATUS TO DET-ESTADO
           END-EVALUATE.
           MOVE SD-FOLIO TO DET-FOLIO.
           MOVE SD-NUMERO-A TO DET-NUMERO-A.
           MOVE SD-NOMBRE-A TO DET-NOMBRE-A.
           MOVE SD-TURNO-A TO DET-TURNO-A.
           MOVE SD-NUMERO-B TO DET-NUMERO-B.
           MOVE SD-NOMBRE-B TO DET-NOMBRE-B.
           MOVE SD-TURNO-B TO DET-TURNO-B.
           MOVE SD-FECHA-INICIO TO DET-FECHA-INICIO.
           MOVE SD-FECHA-FIN TO DET-FECHA-FIN.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM REGRESA-ORDENADO.

           INICIA-DEPTO.
           ADD 1 TO WS-TOTAL-DEPTOS.
           MOVE ZEROES TO WS-PERMUTAS-DEPTO.
           MOVE SPACES TO WS-NOMBRE-DEPTO.
           CALL "busca-depto"
               USING WS-DEPTO-ACTUAL WS-NOMBRE-DEPTO
                   WS-RESULTADO-DEPTO
           END-CALL.
           IF WS-RESULTADO-DEPTO NOT = "S"
               MOVE "(SIN CATALOGO)" TO WS-NOMBRE-DEPTO
           END-IF.
           MOVE WS-DEPTO-ACTUAL TO DEP-CODIGO.
           MOVE WS-NOMBRE-DEPTO TO DEP-NOMBRE.
           MOVE WS-LINEA-DEPTO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           CIERRA-DEPTO.
           MOVE WS-PERMUTAS-DEPTO TO CTA-PERMUTAS.
           MOVE WS-LINEA-CUENTA-DEPTO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DEPARTAMENTOS CON PERMUTAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-DEPTOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PERMUTAS DEL MES:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-PERMUTAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  SOLICITADAS (PENDIENTES DEL JEFE):" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-SOLICITADAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  APROBADAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-APROBADAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  RECHAZADAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-RECHAZADAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  CANCELADAS:" TO TOT-ETIQUETA.
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

       END PROGRAM reporte-permutas.
