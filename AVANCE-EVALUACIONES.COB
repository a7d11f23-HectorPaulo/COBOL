      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:AVANCE DEL CICLO DE EVALUACION DE DESEMPENO POR JEFE:
      *         CRUZA A LOS ACTIVOS DEL DIRECTORIO CONTRA
      *         EVALUACIONES-DESEMPENO.txt (EVAREG.cpy) DEL CICLO
      *         (EVALUACION_ANIO, POR OMISION EL ANIO EN CURSO) Y
      *         LISTA, AGRUPADOS POR EMPLEADOS-JEFE-ID, A LOS QUE SU
      *         JEFE TODAVIA NO EVALUA, CON LA CUENTA DE EVALUADOS Y
      *         PENDIENTES DE CADA JEFE Y EL AVANCE TOTAL.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. avance-evaluaciones.
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

       SELECT AVANCE-ORDEN ASSIGN TO "SORTWK27".

       SELECT REPORTE-AVANCE
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD EVALUACIONES-DESEMPENO.
       01  LINEA-EVALUACION PIC X(64).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       SD  AVANCE-ORDEN.
       01  SD-REG-AVANCE.
           05 SD-JEFE-ID PIC X(6).
           05 SD-NUMERO PIC 9(5).
           05 SD-NOMBRE PIC X(40).
           05 SD-DEPTO PIC 9(3).
           05 SD-EVALUADO PIC X(1).

       FD REPORTE-AVANCE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
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
       01  FIN-DE-ORDENADOS PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-ANIO-X PIC X(4).
       01  WS-ANIO-CICLO PIC 9(4).

      *    Numeros de nomina ya evaluados en el ciclo.
       01  WS-TABLA-EVALUADOS.
           05 WS-EVD-NUMERO OCCURS 9999 TIMES PIC 9(5).
       01  WS-TOTAL-EVALUADOS-CICLO PIC 9(4) VALUE ZEROES.
       01  WS-IX-EVD PIC 9(4).
       01  WS-NUMERO-LEIDO PIC 9(5).
       01  WS-EVALUADO PIC X.

      *    Corte por jefe.
       01  WS-JEFE-ACTUAL PIC X(6).
       01  WS-NOMBRE-JEFE PIC X(40).
       01  WS-JEFE-EQUIPO PIC 9(5).
       01  WS-JEFE-EVALUADOS PIC 9(5).
       01  WS-JEFE-PENDIENTES PIC 9(5).

       01  WS-TOTAL-ACTIVOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-EVALUADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-PENDIENTES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-JEFES PIC 9(6) VALUE ZEROES.
       01  WS-JEFES-CON-PENDIENTES PIC 9(6) VALUE ZEROES.
       01  WS-PORCENTAJE-AVANCE PIC 9(3)V9.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(45) VALUE
               "AVANCE DE LA EVALUACION DE DESEMPENO DEL ANIO".
           05 FILLER PIC X VALUE SPACE.
           05 TIT-ANIO PIC 9(4).
       01  WS-LINEA-JEFE.
           05 FILLER PIC X(6) VALUE "JEFE: ".
           05 JEF-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 JEF-NOMBRE PIC X(40).
       01  WS-LINEA-PENDIENTE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "PENDIENTE: ".
           05 PEN-NUMERO PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 PEN-NOMBRE PIC X(40).
           05 FILLER PIC X(7) VALUE " DEPTO ".
           05 PEN-DEPTO PIC 9(3).
       01  WS-LINEA-CUENTA-JEFE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "EVALUADOS ".
           05 CTA-EVALUADOS PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE " DE ".
           05 CTA-EQUIPO PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "   PENDIENTES ".
           05 CTA-PENDIENTES PIC ZZZZ9.
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.
       01  WS-LINEA-PORCENTAJE.
           05 POR-ETIQUETA PIC X(50).
           05 POR-VALOR PIC ZZ9.9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "avance-evaluaciones".
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
           PERFORM CARGA-EVALUADOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-AVANCE.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.

           SORT AVANCE-ORDEN
               ON ASCENDING KEY SD-JEFE-ID SD-NUMERO
               INPUT PROCEDURE IS SELECCIONA-ACTIVOS
               OUTPUT PROCEDURE IS IMPRIME-AVANCE.

           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-AVANCE.
           DISPLAY "Activos: " WS-TOTAL-ACTIVOS "  evaluados: "
               WS-TOTAL-EVALUADOS "  pendientes: "
               WS-TOTAL-PENDIENTES.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-PENDIENTES TO WS-BIT-CONTADOR.
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
               "AVANCE_EVALUACIONES_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "AVANCE-EVALUACIONES" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

      *    Sin archivo de evaluaciones todo el ciclo sale pendiente.
           CARGA-EVALUADOS.
           OPEN INPUT EVALUACIONES-DESEMPENO.
           IF WS-FILE-STATUS-EVA NOT = "00"
               DISPLAY "Aviso: sin evaluaciones capturadas; todos "
                   "los activos salen pendientes."
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-EVALUACION
               PERFORM AGREGA-EVALUADO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE EVALUACIONES-DESEMPENO
           END-IF.

           LEE-LINEA-EVALUACION.
           READ EVALUACIONES-DESEMPENO
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-EVALUACION TO EVALUACION-REGISTRO
           END-READ.

           AGREGA-EVALUADO.
           IF EVA-ANIO = WS-ANIO-CICLO
               AND EVA-NUMERO-EMP IS NUMERIC
               AND WS-TOTAL-EVALUADOS-CICLO < 9999
               ADD 1 TO WS-TOTAL-EVALUADOS-CICLO
               MOVE EVA-NUMERO-EMP
                   TO WS-EVD-NUMERO (WS-TOTAL-EVALUADOS-CICLO)
           END-IF.
           PERFORM LEE-LINEA-EVALUACION.

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

           SELECCIONA-ACTIVOS.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           MOVE "1" TO FIN-DE-ENTRADA.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE "0" TO FIN-DE-ENTRADA
           END-START.
           PERFORM LIBERA-ACTIVO UNTIL FIN-DE-ENTRADA = "0".

      *    El numero de nomina sale del ID con la regla de
      *    CRUCEID.cpy, el mismo con que se captura la evaluacion.
           LIBERA-ACTIVO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   IF EMPLEADOS-STATUS = "A"
                       PERFORM ARMA-RENGLON-ACTIVO
                   END-IF
           END-READ.

           ARMA-RENGLON-ACTIVO.
           IF EMPLEADOS-ID IS NUMERIC
               COMPUTE WS-NUMERO-LEIDO =
                   FUNCTION NUMVAL(EMPLEADOS-ID (2:5))
           ELSE
               MOVE EMPLEADOS-ID-SECUENCIA TO WS-NUMERO-LEIDO
           END-IF.
           MOVE "N" TO WS-EVALUADO.
           PERFORM VARYING WS-IX-EVD FROM 1 BY 1
               UNTIL WS-IX-EVD > WS-TOTAL-EVALUADOS-CICLO
               OR WS-EVALUADO = "S"
               IF WS-EVD-NUMERO (WS-IX-EVD) = WS-NUMERO-LEIDO
                   MOVE "S" TO WS-EVALUADO
               END-IF
           END-PERFORM.
           MOVE EMPLEADOS-JEFE-ID TO SD-JEFE-ID.
           MOVE WS-NUMERO-LEIDO TO SD-NUMERO.
           MOVE SPACES TO SD-NOMBRE.
           STRING FUNCTION TRIM(EMPLEADOS-NOMBRE) " "
               FUNCTION TRIM(EMPLEADOS-APELLIDOS)
               DELIMITED BY SIZE INTO SD-NOMBRE
           END-STRING.
           IF EMPLEADOS-DEPTO IS NUMERIC
               MOVE EMPLEADOS-DEPTO TO SD-DEPTO
           ELSE
               MOVE ZEROES TO SD-DEPTO
           END-IF.
           MOVE WS-EVALUADO TO SD-EVALUADO.
           RELEASE SD-REG-AVANCE.

           IMPRIME-AVANCE.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE "  Sin empleados activos en el directorio."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE SD-JEFE-ID TO WS-JEFE-ACTUAL
               PERFORM INICIA-JEFE
               PERFORM CUENTA-INTEGRANTE
                   UNTIL FIN-DE-ORDENADOS = "0"
               PERFORM CIERRA-JEFE
           END-IF.

           REGRESA-ORDENADO.
           RETURN AVANCE-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           CUENTA-INTEGRANTE.
           IF SD-JEFE-ID NOT = WS-JEFE-ACTUAL
               PERFORM CIERRA-JEFE
               MOVE SD-JEFE-ID TO WS-JEFE-ACTUAL
               PERFORM INICIA-JEFE
           END-IF.
           ADD 1 TO WS-JEFE-EQUIPO.
           ADD 1 TO WS-TOTAL-ACTIVOS.
           IF SD-EVALUADO = "S"
               ADD 1 TO WS-JEFE-EVALUADOS
               ADD 1 TO WS-TOTAL-EVALUADOS
           ELSE
               ADD 1 TO WS-JEFE-PENDIENTES
               ADD 1 TO WS-TOTAL-PENDIENTES
               MOVE SD-NUMERO TO PEN-NUMERO
               MOVE SD-NOMBRE TO PEN-NOMBRE
               MOVE SD-DEPTO TO PEN-DEPTO
               MOVE WS-LINEA-PENDIENTE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           PERFORM REGRESA-ORDENADO.

      *    El nombre del jefe sale de su propio registro del
      *    directorio; los activos sin jefe capturado se agrupan
      *    aparte para que RH les asigne evaluador.
           INICIA-JEFE.
           ADD 1 TO WS-TOTAL-JEFES.
           MOVE ZEROES TO WS-JEFE-EQUIPO WS-JEFE-EVALUADOS
               WS-JEFE-PENDIENTES.
           MOVE SPACES TO WS-NOMBRE-JEFE.
           IF WS-JEFE-ACTUAL = SPACES
               MOVE "(SIN JEFE DIRECTO CAPTURADO)" TO WS-NOMBRE-JEFE
           ELSE
               MOVE WS-JEFE-ACTUAL TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       MOVE "(NO ESTA EN EL DIRECTORIO)"
                           TO WS-NOMBRE-JEFE
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(EMPLEADOS-NOMBRE) " "
                           FUNCTION TRIM(EMPLEADOS-APELLIDOS)
                           DELIMITED BY SIZE INTO WS-NOMBRE-JEFE
                       END-STRING
               END-READ
           END-IF.
           MOVE WS-JEFE-ACTUAL TO JEF-ID.
           MOVE WS-NOMBRE-JEFE TO JEF-NOMBRE.
           MOVE WS-LINEA-JEFE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           CIERRA-JEFE.
           IF WS-JEFE-PENDIENTES > ZEROES
               ADD 1 TO WS-JEFES-CON-PENDIENTES
           END-IF.
           MOVE WS-JEFE-EVALUADOS TO CTA-EVALUADOS.
           MOVE WS-JEFE-EQUIPO TO CTA-EQUIPO.
           MOVE WS-JEFE-PENDIENTES TO CTA-PENDIENTES.
           MOVE WS-LINEA-CUENTA-JEFE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EMPLEADOS ACTIVOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ACTIVOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EVALUADOS EN EL CICLO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-EVALUADOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PENDIENTES DE EVALUAR:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-PENDIENTES TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "JEFES CON EQUIPO ACTIVO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-JEFES TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "JEFES CON EVALUACIONES PENDIENTES:" TO TOT-ETIQUETA.
           MOVE WS-JEFES-CON-PENDIENTES TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ZEROES TO WS-PORCENTAJE-AVANCE.
           IF WS-TOTAL-ACTIVOS > ZEROES
               COMPUTE WS-PORCENTAJE-AVANCE ROUNDED =
                   WS-TOTAL-EVALUADOS * 100 / WS-TOTAL-ACTIVOS
           END-IF.
           MOVE "PORCENTAJE DE AVANCE:" TO POR-ETIQUETA.
           MOVE WS-PORCENTAJE-AVANCE TO POR-VALOR.
           MOVE WS-LINEA-PORCENTAJE TO LINEA-REPORTE.
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

       END PROGRAM avance-evaluaciones.
