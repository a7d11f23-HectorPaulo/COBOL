      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:TENDENCIA DE HORAS EXTRA PAGADAS POR DEPARTAMENTO:
      *         TOMA DE LA BOVEDA (BOVEDA-INDICE.txt) LAS CIFRAS DE LOS
      *         PERIODOS CERRADOS DEL MES ANALIZADO Y DE LOS N MESES
      *         ANTERIORES (FIN DEL PERIODO DENTRO DEL MES), SUMA
      *         CIF-HORAS-EXTRA (HORAS DOBLES EQUIVALENTES PAGADAS) POR
      *         DEPARTAMENTO Y MES, Y MARCA LOS DEPARTAMENTOS CUYO MES
      *         SUPERA EL PROMEDIO DE LOS ANTERIORES EN MAS DEL
      *         PORCENTAJE DE TOLERANCIA. LOS MESES SIN PERIODOS
      *         CERRADOS NO ENTRAN AL PROMEDIO. SOLO LEE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tendencia-extra.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PERIODOS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-PERIODOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PER.

       SELECT BOVEDA-INDICE
       ASSIGN TO DYNAMIC WS-RUTA-INDICE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IND.

       SELECT CIFRAS-BOVEDA
       ASSIGN TO DYNAMIC WS-RUTA-CIFRAS-BOV
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-BOV.

       SELECT REPORTE-TENDENCIA
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS-NOMINA.
       01  LINEA-PERIODO PIC X(40).

       FD  BOVEDA-INDICE.
       01  LINEA-INDICE PIC X(110).

       FD  CIFRAS-BOVEDA.
       01  LINEA-CIFRAS-BOV PIC X(194).

       FD  REPORTE-TENDENCIA.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RPTENC.
       COPY PERREG.
       COPY CIFREG.

       01  WS-RUTA-PERIODOS PIC X(200).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  WS-RUTA-INDICE PIC X(200).
       01  WS-FILE-STATUS-IND PIC X(2).
       01  WS-RUTA-CIFRAS-BOV PIC X(200).
       01  WS-FILE-STATUS-BOV PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).

       01  FIN-DE-PERIODOS PIC X.
       01  FIN-DE-INDICE PIC X.
       01  FIN-DE-CIFRAS PIC X.

      *    Mes analizado (TENDENCIA_EXTRA_MES, AAAAMM): por omision el
      *    anterior a la fecha de corrida, el ultimo mes completo.
      *    Se compara contra los TENDENCIA_EXTRA_MESES anteriores
      *    (3 por omision, hasta 12) con una tolerancia de
      *    TENDENCIA_EXTRA_PORC por ciento (10 por omision).
       01  WS-MES-ANALIZADO PIC X(6).
       01  WS-FECHA-CORRIDA PIC X(8).
       01  WS-MES-CALCULO PIC 9(6).
       01  WS-MES-CALCULO-X REDEFINES WS-MES-CALCULO PIC X(6).
       01  WS-MESES-PREVIOS-X PIC X(4).
       01  WS-MESES-PREVIOS PIC 9(2).
       01  WS-PORC-UMBRAL-X PIC X(4).
       01  WS-PORC-UMBRAL PIC 9(3).

      *    Meses de la comparacion, del mas antiguo al analizado (que
      *    queda en el ultimo renglon).
       01  WS-TABLA-MESES.
           05 WS-MES-RENGLON OCCURS 13 TIMES.
               10 WS-MES-CLAVE PIC X(6).
               10 WS-MES-PERIODOS PIC 9(3).
               10 WS-MES-SIN-CERRAR PIC 9(3).
       01  WS-TOTAL-MESES PIC 9(2).
       01  WS-IX-MES PIC 9(2).
       01  WS-MES-ENCONTRADO PIC 9(2).
       01  WS-MESES-CON-DATOS PIC 9(2).

       01  WS-LINEA-INDICE-DET.
           05 BOV-PERIODO PIC X(6).
           05 FILLER PIC X(1).
           05 BOV-ARTEFACTO PIC X(12).
           05 FILLER PIC X(1).
           05 BOV-RUTA PIC X(80).

       01  WS-TABLA-PERIODOS.
           05 WS-PER-RENGLON OCCURS 400 TIMES.
               10 WS-PER-ID PIC X(6).
               10 WS-PER-STATUS PIC X(10).
               10 WS-PER-RUTA PIC X(80).
               10 WS-PER-MES PIC 9(2).
       01  WS-TOTAL-PERIODOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-PER PIC 9(3).
       01  WS-PER-ENCONTRADO PIC 9(3).

      *    Horas extra pagadas por departamento y mes.
       01  WS-TABLA-DEPTOS.
           05 WS-DEP-RENGLON OCCURS 999 TIMES.
               10 WS-DEP-CODIGO PIC 9(3).
               10 WS-DEP-HORAS PIC 9(7)V99 OCCURS 13 TIMES.
       01  WS-TOTAL-DEPTOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-DEP PIC 9(3).
       01  WS-DEP-ENCONTRADO PIC 9(3).

       01  WS-NOMBRE-DEPTO PIC X(20).
       01  WS-RESULTADO-DEPTO PIC X.
       01  WS-SUMA-PREVIA PIC 9(8)V99.
       01  WS-PROMEDIO-PREVIO PIC 9(7)V99.
       01  WS-HORAS-MES PIC 9(7)V99.
       01  WS-LIMITE-TENDENCIA PIC 9(8)V99.
       01  WS-VARIACION PIC S9(5)V9.
       01  WS-TOTAL-AL-ALZA PIC 9(3) VALUE ZEROES.
       01  WS-TOTAL-MES-HORAS PIC 9(8)V99 VALUE ZEROES.
       01  WS-TOTAL-PREVIO-HORAS PIC 9(8)V99 VALUE ZEROES.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(42) VALUE
               "TENDENCIA DE HORAS EXTRA POR DEPTO - MES ".
           05 TIT-MES PIC X(6).
       01  WS-LINEA-PARAMETROS.
           05 FILLER PIC X(24) VALUE "  MESES COMPARADOS:    ".
           05 PAR-MESES PIC Z9.
           05 FILLER PIC X(25) VALUE "   TOLERANCIA (%):      ".
           05 PAR-PORC PIC ZZ9.
       01  WS-LINEA-MES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LMS-MES PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LMS-MARCA PIC X(10).
           05 FILLER PIC X(20) VALUE "PERIODOS CERRADOS: ".
           05 LMS-PERIODOS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LMS-NOTA PIC X(40).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(28) VALUE "  DEPTO NOMBRE".
           05 FILLER PIC X(36) VALUE
               "  PROM. PREVIO   MES ACTUAL  VAR. %".
           05 FILLER PIC X(10) VALUE "  ALERTA".
       01  WS-LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DEPTO PIC 9(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-PREVIO PIC ZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-ACTUAL PIC ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-VARIACION PIC -ZZZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ALERTA PIC X(20).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(40).
           05 TOT-VALOR PIC ZZZZZZZ9.99.
       01  WS-LINEA-CUENTA.
           05 CNT-ETIQUETA PIC X(40).
           05 CNT-VALOR PIC ZZZZZZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "tendencia-extra".
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
           PERFORM ARMA-MESES.
           PERFORM CARGA-PERIODOS.
           PERFORM CARGA-RUTAS-BOVEDA.
           PERFORM LEE-CIFRAS-PERIODO
               VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > WS-TOTAL-PERIODOS.
           MOVE ZEROES TO WS-MESES-CON-DATOS.
           PERFORM CUENTA-MES-CON-DATOS
               VARYING WS-IX-MES FROM 1 BY 1
               UNTIL WS-IX-MES >= WS-TOTAL-MESES.
           OPEN OUTPUT REPORTE-TENDENCIA.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.
           PERFORM ESCRIBE-MESES
               VARYING WS-IX-MES FROM 1 BY 1
               UNTIL WS-IX-MES > WS-TOTAL-MESES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-TOTAL-DEPTOS = ZEROES
               MOVE "  Sin horas extra pagadas en los meses comparados."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM EVALUA-DEPTO
                   VARYING WS-IX-DEP FROM 1 BY 1
                   UNTIL WS-IX-DEP > WS-TOTAL-DEPTOS
           END-IF.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-TENDENCIA.
           DISPLAY "Departamentos con extra al alza en "
               WS-MES-ANALIZADO ": " WS-TOTAL-AL-ALZA.
           IF WS-MES-PERIODOS (WS-TOTAL-MESES) = ZEROES
               DISPLAY "AVISO: el mes analizado no tiene periodos "
                   "cerrados en la boveda."
           END-IF.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-AL-ALZA TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           ACCEPT WS-MES-ANALIZADO FROM ENVIRONMENT
               "TENDENCIA_EXTRA_MES".
           IF WS-MES-ANALIZADO = SPACES
               COMPUTE WS-MES-CALCULO =
                   FUNCTION NUMVAL(WS-FECHA-CORRIDA (1:6))
               PERFORM RETROCEDE-MES
               MOVE WS-MES-CALCULO-X TO WS-MES-ANALIZADO
           END-IF.
           IF WS-MES-ANALIZADO IS NOT NUMERIC
               OR WS-MES-ANALIZADO (5:2) < "01"
               OR WS-MES-ANALIZADO (5:2) > "12"
               DISPLAY "RECHAZADO: TENDENCIA_EXTRA_MES debe ser "
                   "AAAAMM (" WS-MES-ANALIZADO ")."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 3 TO WS-MESES-PREVIOS.
           ACCEPT WS-MESES-PREVIOS-X FROM ENVIRONMENT
               "TENDENCIA_EXTRA_MESES".
           IF WS-MESES-PREVIOS-X NOT = SPACES
               IF FUNCTION NUMVAL(WS-MESES-PREVIOS-X) < 1
                   OR FUNCTION NUMVAL(WS-MESES-PREVIOS-X) > 12
                   DISPLAY "RECHAZADO: TENDENCIA_EXTRA_MESES debe ir "
                       "de 1 a 12 (" WS-MESES-PREVIOS-X ")."
                   PERFORM CIERRA-BITACORA-RECHAZO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-MESES-PREVIOS =
                   FUNCTION NUMVAL(WS-MESES-PREVIOS-X)
           END-IF.
           MOVE 10 TO WS-PORC-UMBRAL.
           ACCEPT WS-PORC-UMBRAL-X FROM ENVIRONMENT
               "TENDENCIA_EXTRA_PORC".
           IF WS-PORC-UMBRAL-X NOT = SPACES
               COMPUTE WS-PORC-UMBRAL =
                   FUNCTION NUMVAL(WS-PORC-UMBRAL-X)
           END-IF.
           ACCEPT WS-RUTA-PERIODOS FROM ENVIRONMENT
               "PERIODOS_NOMINA_PATH".
           IF WS-RUTA-PERIODOS = SPACES
               MOVE "PERIODOS-NOMINA.txt" TO WS-RUTA-PERIODOS
           END-IF.
           ACCEPT WS-RUTA-INDICE FROM ENVIRONMENT
               "BOVEDA_INDICE_PATH".
           IF WS-RUTA-INDICE = SPACES
               MOVE "BOVEDA-INDICE.txt" TO WS-RUTA-INDICE
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "TENDENCIA_EXTRA_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "TENDENCIA-EXTRA" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

           RETROCEDE-MES.
           IF WS-MES-CALCULO-X (5:2) = "01"
               SUBTRACT 89 FROM WS-MES-CALCULO
           ELSE
               SUBTRACT 1 FROM WS-MES-CALCULO
           END-IF.

      *    Se llena de atras hacia adelante: el analizado en el
      *    ultimo renglon y cada anterior un mes antes.
           ARMA-MESES.
           INITIALIZE WS-TABLA-MESES.
           COMPUTE WS-TOTAL-MESES = WS-MESES-PREVIOS + 1.
           MOVE WS-MES-ANALIZADO TO WS-MES-CALCULO-X.
           MOVE WS-MES-ANALIZADO TO WS-MES-CLAVE (WS-TOTAL-MESES).
           PERFORM ARMA-MES-PREVIO
               VARYING WS-IX-MES FROM WS-MESES-PREVIOS BY -1
               UNTIL WS-IX-MES < 1.

           ARMA-MES-PREVIO.
           PERFORM RETROCEDE-MES.
           MOVE WS-MES-CALCULO-X TO WS-MES-CLAVE (WS-IX-MES).

           CARGA-PERIODOS.
           OPEN INPUT PERIODOS-NOMINA.
           IF WS-FILE-STATUS-PER NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el control de "
                   "periodos: " FUNCTION TRIM(WS-RUTA-PERIODOS)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-PERIODOS.
           PERFORM LEE-LINEA-PERIODO.
           PERFORM AGREGA-PERIODO UNTIL FIN-DE-PERIODOS = "0".
           CLOSE PERIODOS-NOMINA.

           LEE-LINEA-PERIODO.
           READ PERIODOS-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-PERIODOS
               NOT AT END
                   MOVE LINEA-PERIODO TO PERIODO-REGISTRO
           END-READ.

      *    Un periodo cuenta en el mes en que termina (fecha de pago).
           AGREGA-PERIODO.
           IF PER-ID NOT = SPACES
               MOVE ZEROES TO WS-MES-ENCONTRADO
               PERFORM VARYING WS-IX-MES FROM 1 BY 1
                   UNTIL WS-IX-MES > WS-TOTAL-MESES
                   OR WS-MES-ENCONTRADO > ZEROES
                   IF WS-MES-CLAVE (WS-IX-MES) = PER-FIN (1:6)
                       MOVE WS-IX-MES TO WS-MES-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-MES-ENCONTRADO > ZEROES
                   AND WS-TOTAL-PERIODOS < 400
                   ADD 1 TO WS-TOTAL-PERIODOS
                   MOVE PER-ID TO WS-PER-ID (WS-TOTAL-PERIODOS)
                   MOVE PER-STATUS TO WS-PER-STATUS (WS-TOTAL-PERIODOS)
                   MOVE SPACES TO WS-PER-RUTA (WS-TOTAL-PERIODOS)
                   MOVE WS-MES-ENCONTRADO
                       TO WS-PER-MES (WS-TOTAL-PERIODOS)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-PERIODO.

      *    Si un periodo se cerro mas de una vez (reapertura), el
      *    ultimo renglon del indice es el bueno.
           CARGA-RUTAS-BOVEDA.
           OPEN INPUT BOVEDA-INDICE.
           IF WS-FILE-STATUS-IND NOT = "00"
               DISPLAY "Aviso: sin indice de boveda ("
                   FUNCTION TRIM(WS-RUTA-INDICE)
                   "); ningun periodo trae cifras."
           ELSE
               MOVE "1" TO FIN-DE-INDICE
               PERFORM LEE-LINEA-INDICE
               PERFORM EVALUA-LINEA-INDICE UNTIL FIN-DE-INDICE = "0"
               CLOSE BOVEDA-INDICE
           END-IF.

           LEE-LINEA-INDICE.
           READ BOVEDA-INDICE
               AT END
                   MOVE "0" TO FIN-DE-INDICE
               NOT AT END
                   MOVE LINEA-INDICE TO WS-LINEA-INDICE-DET
           END-READ.

           EVALUA-LINEA-INDICE.
           IF BOV-ARTEFACTO (1:6) = "CIFRAS"
               MOVE ZEROES TO WS-PER-ENCONTRADO
               PERFORM VARYING WS-IX-PER FROM 1 BY 1
                   UNTIL WS-IX-PER > WS-TOTAL-PERIODOS
                   OR WS-PER-ENCONTRADO > ZEROES
                   IF WS-PER-ID (WS-IX-PER) = BOV-PERIODO
                       MOVE WS-IX-PER TO WS-PER-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-PER-ENCONTRADO > ZEROES
                   MOVE BOV-RUTA TO WS-PER-RUTA (WS-PER-ENCONTRADO)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-INDICE.

      *    Solo los periodos CERRADOS cuentan: son los que ya se
      *    pagaron y quedaron en la boveda.
           LEE-CIFRAS-PERIODO.
           MOVE WS-PER-MES (WS-IX-PER) TO WS-IX-MES.
           IF WS-PER-STATUS (WS-IX-PER) NOT = "CERRADO"
               ADD 1 TO WS-MES-SIN-CERRAR (WS-IX-MES)
           ELSE
               IF WS-PER-RUTA (WS-IX-PER) NOT = SPACES
                   MOVE WS-PER-RUTA (WS-IX-PER) TO WS-RUTA-CIFRAS-BOV
                   OPEN INPUT CIFRAS-BOVEDA
                   IF WS-FILE-STATUS-BOV = "00"
                       ADD 1 TO WS-MES-PERIODOS (WS-IX-MES)
                       MOVE "1" TO FIN-DE-CIFRAS
                       PERFORM LEE-LINEA-CIFRAS
                       PERFORM ACUMULA-LINEA-CIFRAS
                           UNTIL FIN-DE-CIFRAS = "0"
                       CLOSE CIFRAS-BOVEDA
                   END-IF
               END-IF
           END-IF.

           LEE-LINEA-CIFRAS.
           READ CIFRAS-BOVEDA
               AT END
                   MOVE "0" TO FIN-DE-CIFRAS
               NOT AT END
                   MOVE LINEA-CIFRAS-BOV TO CIFRAS-REGISTRO
           END-READ.

           ACUMULA-LINEA-CIFRAS.
           IF CIF-TIPO = "D"
               AND CIF-HORAS-EXTRA IS NUMERIC
               AND CIF-HORAS-EXTRA > ZEROES
               MOVE ZEROES TO WS-DEP-ENCONTRADO
               PERFORM VARYING WS-IX-DEP FROM 1 BY 1
                   UNTIL WS-IX-DEP > WS-TOTAL-DEPTOS
                   OR WS-DEP-ENCONTRADO > ZEROES
                   IF WS-DEP-CODIGO (WS-IX-DEP) = CIF-DEPTO
                       MOVE WS-IX-DEP TO WS-DEP-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-DEP-ENCONTRADO = ZEROES
                   AND WS-TOTAL-DEPTOS < 999
                   ADD 1 TO WS-TOTAL-DEPTOS
                   MOVE WS-TOTAL-DEPTOS TO WS-DEP-ENCONTRADO
                   INITIALIZE WS-DEP-RENGLON (WS-DEP-ENCONTRADO)
                   MOVE CIF-DEPTO TO WS-DEP-CODIGO (WS-DEP-ENCONTRADO)
               END-IF
               IF WS-DEP-ENCONTRADO > ZEROES
                   ADD CIF-HORAS-EXTRA
                       TO WS-DEP-HORAS (WS-DEP-ENCONTRADO, WS-IX-MES)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CIFRAS.

           CUENTA-MES-CON-DATOS.
           IF WS-MES-PERIODOS (WS-IX-MES) > ZEROES
               ADD 1 TO WS-MESES-CON-DATOS
           END-IF.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-CORRIDA TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-MES-ANALIZADO TO TIT-MES.
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-MESES-PREVIOS TO PAR-MESES.
           MOVE WS-PORC-UMBRAL TO PAR-PORC.
           MOVE WS-LINEA-PARAMETROS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE
               "  HORAS DOBLES EQUIVALENTES PAGADAS, PERIODOS CERRADOS."
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-MESES.
           MOVE WS-MES-CLAVE (WS-IX-MES) TO LMS-MES.
           MOVE WS-MES-PERIODOS (WS-IX-MES) TO LMS-PERIODOS.
           MOVE SPACES TO LMS-NOTA.
           IF WS-MES-PERIODOS (WS-IX-MES) = ZEROES
               MOVE "SIN CIFRAS: NO ENTRA AL PROMEDIO" TO LMS-NOTA
           END-IF.
           IF WS-MES-SIN-CERRAR (WS-IX-MES) > ZEROES
               MOVE "HAY PERIODOS SIN CERRAR (NO INCLUIDOS)"
                   TO LMS-NOTA
           END-IF.
           MOVE SPACES TO LMS-MARCA.
           IF WS-IX-MES = WS-TOTAL-MESES
               MOVE "ANALIZADO" TO LMS-MARCA
           END-IF.
           MOVE WS-LINEA-MES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Al alza: el mes supera el promedio de los meses anteriores
      *    con cifras en mas de la tolerancia. Un departamento sin
      *    extra previa que ahora la tiene tambien se marca.
           EVALUA-DEPTO.
           MOVE ZEROES TO WS-SUMA-PREVIA.
           PERFORM SUMA-MES-PREVIO
               VARYING WS-IX-MES FROM 1 BY 1
               UNTIL WS-IX-MES >= WS-TOTAL-MESES.
           MOVE ZEROES TO WS-PROMEDIO-PREVIO.
           IF WS-MESES-CON-DATOS > ZEROES
               COMPUTE WS-PROMEDIO-PREVIO ROUNDED =
                   WS-SUMA-PREVIA / WS-MESES-CON-DATOS
           END-IF.
           MOVE WS-DEP-HORAS (WS-IX-DEP, WS-TOTAL-MESES)
               TO WS-HORAS-MES.
           ADD WS-HORAS-MES TO WS-TOTAL-MES-HORAS.
           ADD WS-PROMEDIO-PREVIO TO WS-TOTAL-PREVIO-HORAS.
           MOVE WS-DEP-CODIGO (WS-IX-DEP) TO DET-DEPTO.
           CALL "busca-depto"
               USING WS-DEP-CODIGO (WS-IX-DEP) WS-NOMBRE-DEPTO
                   WS-RESULTADO-DEPTO
           END-CALL.
           IF WS-RESULTADO-DEPTO NOT = "S"
               MOVE "(SIN CATALOGO)" TO WS-NOMBRE-DEPTO
           END-IF.
           MOVE WS-NOMBRE-DEPTO TO DET-NOMBRE.
           MOVE WS-PROMEDIO-PREVIO TO DET-PREVIO.
           MOVE WS-HORAS-MES TO DET-ACTUAL.
           MOVE SPACES TO DET-ALERTA.
           IF WS-PROMEDIO-PREVIO > ZEROES
               COMPUTE WS-VARIACION ROUNDED =
                   (WS-HORAS-MES - WS-PROMEDIO-PREVIO) * 100
                   / WS-PROMEDIO-PREVIO
               MOVE WS-VARIACION TO DET-VARIACION
               COMPUTE WS-LIMITE-TENDENCIA ROUNDED =
                   WS-PROMEDIO-PREVIO * (100 + WS-PORC-UMBRAL) / 100
               IF WS-HORAS-MES > WS-LIMITE-TENDENCIA
                   MOVE "<< AL ALZA" TO DET-ALERTA
                   ADD 1 TO WS-TOTAL-AL-ALZA
               END-IF
           ELSE
               MOVE ZEROES TO DET-VARIACION
               IF WS-HORAS-MES > ZEROES
                   MOVE "<< NUEVA EXTRA" TO DET-ALERTA
                   ADD 1 TO WS-TOTAL-AL-ALZA
               END-IF
           END-IF.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           SUMA-MES-PREVIO.
           ADD WS-DEP-HORAS (WS-IX-DEP, WS-IX-MES) TO WS-SUMA-PREVIA.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "HORAS DEL MES ANALIZADO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-MES-HORAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "SUMA DE PROMEDIOS PREVIOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-PREVIO-HORAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DEPARTAMENTOS AL ALZA:" TO CNT-ETIQUETA.
           MOVE WS-TOTAL-AL-ALZA TO CNT-VALOR.
           MOVE WS-LINEA-CUENTA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM tendencia-extra.
