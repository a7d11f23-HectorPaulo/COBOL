      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CALIBRACION DEL CICLO DE EVALUACION DE DESEMPENO: DE
      *         EVALUACIONES-DESEMPENO.txt (EVAREG.cpy) DEL CICLO
      *         (EVALUACION_ANIO, POR OMISION EL ANIO EN CURSO) SACA
      *         POR DEPARTAMENTO (EL DEL DIRECTORIO) CUANTOS EMPLEADOS
      *         QUEDARON EN CADA CALIFICACION DEL 1 AL 5, SU PORCENTAJE
      *         Y EL PROMEDIO, Y AL FINAL LA DISTRIBUCION DE TODA LA
      *         EMPRESA, PARA QUE RH COMPARE LA SEVERIDAD DE LOS JEFES
      *         ANTES DE CORRER merito-salarios.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calibra-evaluaciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EVALUACIONES-DESEMPENO
       ASSIGN TO DYNAMIC WS-RUTA-EVALUACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EVA.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT REPORTE-CALIBRACION
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD EVALUACIONES-DESEMPENO.
       01  LINEA-EVALUACION PIC X(64).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD REPORTE-CALIBRACION.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
           COPY EVAREG.
           COPY RPTENC.

       01  WS-RUTA-EVALUACIONES PIC X(200).
       01  WS-FILE-STATUS-EVA PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-ANIO-X PIC X(4).
       01  WS-ANIO-CICLO PIC 9(4).

      *    Cuenta por departamento (renglon = codigo + 1) y por
      *    calificacion; el renglon 1001 es el total de la empresa.
       01  WS-TABLA-CALIBRACION.
           05 WS-CAL-DEPTO OCCURS 1001 TIMES.
               10 WS-CAL-CUENTA OCCURS 5 TIMES PIC 9(5).
               10 WS-CAL-TOTAL PIC 9(5).
               10 WS-CAL-SUMA PIC 9(6).
       01  WS-IX-DEP PIC 9(4).
       01  WS-IX-CAL PIC 9(1).
       01  WS-DEPTO-LEIDO PIC 9(3).
       01  WS-NOMBRE-DEPTO PIC X(20).
       01  WS-RESULTADO-DEPTO PIC X.
       01  WS-TOTAL-LEIDAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-FUERA-DIRECTORIO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-DEPTOS PIC 9(6) VALUE ZEROES.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(51) VALUE
               "CALIBRACION DE LA EVALUACION DE DESEMPENO DEL ANIO ".
           05 TIT-ANIO PIC 9(4).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(25) VALUE "DEPARTAMENTO".
           05 FILLER PIC X(6) VALUE "TOTAL".
           05 FILLER PIC X(11) VALUE "  1 NO CUM".
           05 FILLER PIC X(11) VALUE "  2 PARCIAL".
           05 FILLER PIC X(11) VALUE "  3 CUMPLE".
           05 FILLER PIC X(11) VALUE "  4 SUPERA".
           05 FILLER PIC X(11) VALUE "  5 SOBRES.".
           05 FILLER PIC X(9) VALUE " PROMEDIO".
       01  WS-LINEA-DETALLE.
           05 DET-DEPTO PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 DET-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-TOTAL PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DET-COLUMNA OCCURS 5 TIMES.
               10 DET-CUENTA PIC ZZZZ9.
               10 FILLER PIC X VALUE SPACE.
               10 DET-PORCENTAJE PIC ZZ9.
               10 FILLER PIC X(2) VALUE "% ".
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-PROMEDIO PIC 9.99.
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "calibra-evaluaciones".
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
           OPEN INPUT EVALUACIONES-DESEMPENO.
           IF WS-FILE-STATUS-EVA NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir las evaluaciones: "
                   FUNCTION TRIM(WS-RUTA-EVALUACIONES)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               CLOSE EVALUACIONES-DESEMPENO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-CALIBRACION.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE EVALUACIONES-DESEMPENO EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE WS-TABLA-CALIBRACION.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-LINEA-EVALUACION.
           PERFORM ACUMULA-EVALUACION UNTIL FIN-DE-ENTRADA = "0".
           CLOSE EVALUACIONES-DESEMPENO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM ESCRIBE-ENCABEZADO.
           PERFORM ESCRIBE-DEPTO
               VARYING WS-IX-DEP FROM 1 BY 1 UNTIL WS-IX-DEP > 1000.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-CALIBRACION.
           DISPLAY "Evaluaciones del ciclo " WS-ANIO-CICLO ": "
               WS-TOTAL-LEIDAS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-LEIDAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-ANIO-X FROM ENVIRONMENT "EVALUACION_ANIO".
           IF WS-ANIO-X IS NUMERIC
               MOVE WS-ANIO-X TO WS-ANIO-CICLO
           ELSE
               MOVE WS-FECHA-HOY (1:4) TO WS-ANIO-CICLO
           END-IF.
           ACCEPT WS-RUTA-EVALUACIONES FROM ENVIRONMENT
               "EVALUACIONES_DESEMPENO_PATH".
           IF WS-RUTA-EVALUACIONES = SPACES
               MOVE "EVALUACIONES-DESEMPENO.txt"
                   TO WS-RUTA-EVALUACIONES
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "CALIBRA_EVALUACIONES_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "CALIBRA-EVALUACIONES" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

           LEE-LINEA-EVALUACION.
           READ EVALUACIONES-DESEMPENO
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-EVALUACION TO EVALUACION-REGISTRO
           END-READ.

      *    El departamento es el que el empleado tiene hoy en el
      *    directorio (regla de cruce de CRUCEID.cpy); el que ya no
      *    esta se cuenta en el departamento 000.
           ACUMULA-EVALUACION.
           IF EVA-ANIO = WS-ANIO-CICLO
               AND EVA-CALIFICACION IS NUMERIC
               AND EVA-CALIFICACION > ZEROES
               AND EVA-CALIFICACION < 6
               ADD 1 TO WS-TOTAL-LEIDAS
               MOVE EVA-NUMERO-EMP TO CRUCE-ID-NOMINA
               MOVE SPACES TO CRUCE-ID-SITIO
               CALL "forma-id-directorio"
                   USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
               END-CALL
               MOVE ZEROES TO WS-DEPTO-LEIDO
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-FUERA-DIRECTORIO
                   NOT INVALID KEY
                       IF EMPLEADOS-DEPTO IS NUMERIC
                           MOVE EMPLEADOS-DEPTO TO WS-DEPTO-LEIDO
                       END-IF
               END-READ
               COMPUTE WS-IX-DEP = WS-DEPTO-LEIDO + 1
               PERFORM SUMA-CALIFICACION
               MOVE 1001 TO WS-IX-DEP
               PERFORM SUMA-CALIFICACION
           END-IF.
           PERFORM LEE-LINEA-EVALUACION.

           SUMA-CALIFICACION.
           ADD 1 TO WS-CAL-CUENTA (WS-IX-DEP EVA-CALIFICACION).
           ADD 1 TO WS-CAL-TOTAL (WS-IX-DEP).
           ADD EVA-CALIFICACION TO WS-CAL-SUMA (WS-IX-DEP).

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-ANIO-CICLO TO TIT-ANIO.
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-DEPTO.
           IF WS-CAL-TOTAL (WS-IX-DEP) > ZEROES
               ADD 1 TO WS-TOTAL-DEPTOS
               COMPUTE WS-DEPTO-LEIDO = WS-IX-DEP - 1
               CALL "busca-depto"
                   USING WS-DEPTO-LEIDO WS-NOMBRE-DEPTO
                       WS-RESULTADO-DEPTO
               END-CALL
               IF WS-RESULTADO-DEPTO NOT = "S"
                   MOVE "(SIN CATALOGO)" TO WS-NOMBRE-DEPTO
               END-IF
               MOVE WS-DEPTO-LEIDO TO DET-DEPTO
               MOVE WS-NOMBRE-DEPTO TO DET-NOMBRE
               PERFORM ESCRIBE-DISTRIBUCION
           END-IF.

           ESCRIBE-DISTRIBUCION.
           MOVE WS-CAL-TOTAL (WS-IX-DEP) TO DET-TOTAL.
           PERFORM ARMA-COLUMNA-CALIFICACION
               VARYING WS-IX-CAL FROM 1 BY 1 UNTIL WS-IX-CAL > 5.
           COMPUTE DET-PROMEDIO ROUNDED =
               WS-CAL-SUMA (WS-IX-DEP) / WS-CAL-TOTAL (WS-IX-DEP).
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ARMA-COLUMNA-CALIFICACION.
           MOVE WS-CAL-CUENTA (WS-IX-DEP WS-IX-CAL)
               TO DET-CUENTA (WS-IX-CAL).
           COMPUTE DET-PORCENTAJE (WS-IX-CAL) ROUNDED =
               WS-CAL-CUENTA (WS-IX-DEP WS-IX-CAL) * 100 /
               WS-CAL-TOTAL (WS-IX-DEP).

           ESCRIBE-TOTALES.
           IF WS-TOTAL-LEIDAS = ZEROES
               MOVE "  Sin evaluaciones capturadas en el ciclo."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE 1001 TO WS-IX-DEP
               MOVE "TOT" TO DET-DEPTO
               MOVE "TODA LA EMPRESA" TO DET-NOMBRE
               PERFORM ESCRIBE-DISTRIBUCION
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EVALUACIONES DEL CICLO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-LEIDAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DEPARTAMENTOS EVALUADOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-DEPTOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EVALUADOS QUE YA NO ESTAN EN EL DIRECTORIO:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-FUERA-DIRECTORIO TO TOT-VALOR.
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

       END PROGRAM calibra-evaluaciones.
