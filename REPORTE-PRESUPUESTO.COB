      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:PRESUPUESTO CONTRA REAL DEL COSTO DE NOMINA POR
      *         DEPARTAMENTO: PARA EL MES DEL REPORTE
      *         (PRESUPUESTO_MES AAAAMM, EL ANTERIOR A LA FECHA DE
      *         CORRIDA POR OMISION) COMPARA EL PRESUPUESTO DE
      *         FINANZAS (PRESUPUESTO-NOMINA.txt, PPTREG.cpy, LO CARGA
      *         carga-presupuesto) CONTRA EL COSTO REAL EN CUATRO
      *         RENGLONES: SUELDOS, HORAS EXTRA, IMSS PATRONAL Y
      *         PRESTACIONES, CON SU VARIACION DEL MES Y ACUMULADA DEL
      *         ANO. PROYECTA EL ANO AL RITMO ACUMULADO Y MARCA LOS
      *         DEPARTAMENTOS QUE VAN A REBASAR EL PRESUPUESTO ANUAL
      *         (RC 4 SI HAY ALGUNO). SOLO LEE.
      *
      *         El real sale de las cifras de la boveda de los
      *         periodos CERRADOS del ano hasta el mes del reporte
      *         (un periodo cuenta en el mes en que termina, como en
      *         tendencia-extra). Las horas extra se separan del
      *         bruto en la proporcion en que registro-nomina las paga
      *         (dobles sobre las normales); la prima dominical, el
      *         festivo y el destajo quedan en sueldos. El IMSS
      *         patronal es el bruto por la tasa de costo-patronal
      *         (COSTO_PATRONAL_PORC_IMSS, centesimas, 25.00% por
      *         omision) sin el regimen ASI. Las prestaciones son el
      *         movimiento del mes de la poliza de provision de
      *         aguinaldo y prima vacacional por departamento
      *         (PROVISIONES-DEPTO.txt de provision-mensual).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-presupuesto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PRESUPUESTO-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-PRESUPUESTO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PPT.

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

       SELECT PROVISIONES-DEPTO
       ASSIGN TO DYNAMIC WS-RUTA-PROV-DEPTO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PRD.

       SELECT REPORTE-PRESUPUESTO
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTO-NOMINA.
       01  LINEA-PRESUPUESTO PIC X(63).

       FD  PERIODOS-NOMINA.
       01  LINEA-PERIODO PIC X(40).

       FD  BOVEDA-INDICE.
       01  LINEA-INDICE PIC X(110).

       FD  CIFRAS-BOVEDA.
       01  LINEA-CIFRAS-BOV PIC X(194).

       FD  PROVISIONES-DEPTO.
       01  LINEA-PROV-DEPTO PIC X(36).

       FD  REPORTE-PRESUPUESTO.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RPTENC.
       COPY PPTREG.
       COPY PERREG.
       COPY CIFREG.
       COPY PRVREG.

       01  WS-RUTA-PRESUPUESTO PIC X(200).
       01  WS-FILE-STATUS-PPT PIC X(2).
       01  WS-RUTA-PERIODOS PIC X(200).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  WS-RUTA-INDICE PIC X(200).
       01  WS-FILE-STATUS-IND PIC X(2).
       01  WS-RUTA-CIFRAS-BOV PIC X(200).
       01  WS-FILE-STATUS-BOV PIC X(2).
       01  WS-RUTA-PROV-DEPTO PIC X(200).
       01  WS-FILE-STATUS-PRD PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).

       01  FIN-DE-PRESUPUESTO PIC X.
       01  FIN-DE-PERIODOS PIC X.
       01  FIN-DE-INDICE PIC X.
       01  FIN-DE-CIFRAS PIC X.
       01  FIN-DE-PROV-DEPTO PIC X.

       01  WS-MES-REPORTE PIC X(6).
       01  WS-FECHA-CORRIDA PIC X(8).
       01  WS-MES-CALCULO PIC 9(6).
       01  WS-MES-CALCULO-X REDEFINES WS-MES-CALCULO PIC X(6).
       01  WS-ANO-REPORTE PIC X(4).
       01  WS-MES-CORTE PIC 9(2).
       01  WS-PRD-MES-X PIC X(6).

       01  WS-PORC-IMSS-PAT-X PIC X(5).
       01  WS-PORC-IMSS-PAT PIC 9(02)V99 VALUE 25.00.
       01  WS-PORC-CENT PIC 9(04).

       01  WS-LINEA-INDICE-DET.
           05 BOV-PERIODO PIC X(6).
           05 FILLER PIC X(1).
           05 BOV-ARTEFACTO PIC X(12).
           05 FILLER PIC X(1).
           05 BOV-RUTA PIC X(80).

      *    Periodos del ano que terminan del mes 1 al mes del reporte.
       01  WS-TABLA-PERIODOS.
           05 WS-PER-RENGLON OCCURS 400 TIMES.
               10 WS-PER-ID PIC X(6).
               10 WS-PER-STATUS PIC X(10).
               10 WS-PER-RUTA PIC X(80).
               10 WS-PER-MES PIC 9(2).
       01  WS-TOTAL-PERIODOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-PER PIC 9(3).
       01  WS-PER-ENCONTRADO PIC 9(3).
       01  WS-PERIODOS-MES PIC 9(3) VALUE ZEROES.
       01  WS-PERIODOS-ANO PIC 9(3) VALUE ZEROES.
       01  WS-SIN-CERRAR-MES PIC 9(3) VALUE ZEROES.

      *    Presupuesto y real por departamento, concepto y mes. Los
      *    conceptos son 1 sueldos, 2 horas extra, 3 IMSS patronal y
      *    4 prestaciones; la provision acumulada por mes se guarda
      *    aparte para sacar el movimiento de cada mes.
       01  WS-TABLA-DEPTOS.
           05 WS-DEP-RENGLON OCCURS 999 TIMES.
               10 WS-DEP-CODIGO PIC 9(3).
               10 WS-DEP-CONCEPTO OCCURS 4 TIMES.
                   15 WS-DEP-PPT PIC S9(9)V99 OCCURS 12 TIMES.
                   15 WS-DEP-REAL PIC S9(9)V99 OCCURS 12 TIMES.
               10 WS-DEP-PROV PIC S9(9)V99 OCCURS 12 TIMES.
               10 WS-DEP-PROV-HAY PIC X OCCURS 12 TIMES.
       01  WS-TOTAL-DEPTOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-DEP PIC 9(3).
       01  WS-DEP-ENCONTRADO PIC 9(3).
       01  WS-DEPTO-BUSCADO PIC 9(3).
       01  WS-IX-CON PIC 9(1).
       01  WS-IX-MES PIC 9(2).

      *    Cifras del departamento que se imprime; el renglon 5 es
      *    el total de los cuatro conceptos.
       01  WS-TABLA-IMPRIME.
           05 WS-IMP-RENGLON OCCURS 5 TIMES.
               10 WS-IMP-PPT-MES PIC S9(11)V99.
               10 WS-IMP-REAL-MES PIC S9(11)V99.
               10 WS-IMP-PPT-ACUM PIC S9(11)V99.
               10 WS-IMP-REAL-ACUM PIC S9(11)V99.
               10 WS-IMP-PPT-ANUAL PIC S9(11)V99.

      *    Totales de la empresa por concepto, mismo acomodo.
       01  WS-TABLA-EMPRESA.
           05 WS-EMP-RENGLON OCCURS 5 TIMES.
               10 WS-EMP-PPT-MES PIC S9(11)V99.
               10 WS-EMP-REAL-MES PIC S9(11)V99.
               10 WS-EMP-PPT-ACUM PIC S9(11)V99.
               10 WS-EMP-REAL-ACUM PIC S9(11)V99.
               10 WS-EMP-PPT-ANUAL PIC S9(11)V99.

       01  WS-TABLA-NOMBRES-CON.
           05 FILLER PIC X(14) VALUE "SUELDOS".
           05 FILLER PIC X(14) VALUE "HORAS EXTRA".
           05 FILLER PIC X(14) VALUE "IMSS PATRONAL".
           05 FILLER PIC X(14) VALUE "PRESTACIONES".
           05 FILLER PIC X(14) VALUE "TOTAL".
       01  WS-NOMBRES-CON REDEFINES WS-TABLA-NOMBRES-CON.
           05 WS-NOMBRE-CON PIC X(14) OCCURS 5 TIMES.

       01  WS-RENGLONES-PPT PIC 9(5) VALUE ZEROES.
       01  WS-LINEAS-CIFRAS PIC 9(7) VALUE ZEROES.
       01  WS-BASE-HORAS PIC S9(7)V99.
       01  WS-SUELDO-EMP PIC S9(7)V99.
       01  WS-EXTRA-EMP PIC S9(7)V99.
       01  WS-IMSS-PAT-EMP PIC S9(7)V99.
       01  WS-HORAS-DOBLES PIC 9(5)V99.
       01  WS-HORAS-PAGADAS PIC 9(5)V99.
       01  WS-PROV-ANTERIOR PIC S9(9)V99.
       01  WS-PROYECCION PIC S9(11)V99.
       01  WS-TOTAL-SOBREGIRO PIC 9(3) VALUE ZEROES.
       01  WS-NOMBRE-DEPTO PIC X(20).
       01  WS-RESULTADO-DEPTO PIC X.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(44) VALUE
               "PRESUPUESTO CONTRA REAL DE NOMINA - MES ".
           05 TIT-MES PIC X(6).
       01  WS-LINEA-PARAMETROS.
           05 FILLER PIC X(20) VALUE "  PERIODOS DEL MES: ".
           05 PAR-PERIODOS-MES PIC ZZ9.
           05 FILLER PIC X(22) VALUE "   PERIODOS DEL ANO: ".
           05 PAR-PERIODOS-ANO PIC ZZ9.
           05 FILLER PIC X(22) VALUE "   IMSS PATRONAL (%): ".
           05 PAR-PORC-IMSS PIC Z9.99.
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(16) VALUE "  CONCEPTO".
           05 FILLER PIC X(45) VALUE
               "    PPTO. MES      REAL MES     VARIACION".
           05 FILLER PIC X(45) VALUE
               "   PPTO. ACUM.    REAL ACUM.     VARIACION".
       01  WS-LINEA-DEPTO.
           05 FILLER PIC X(8) VALUE "DEPTO ".
           05 LDP-DEPTO PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDP-NOMBRE PIC X(20).
       01  WS-LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CONCEPTO PIC X(14).
           05 DET-PPT-MES PIC -ZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-REAL-MES PIC -ZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-VAR-MES PIC -ZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-PPT-ACUM PIC -ZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-REAL-ACUM PIC -ZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-VAR-ACUM PIC -ZZZZZZZZZ9.99.
       01  WS-LINEA-PROYECCION.
           05 FILLER PIC X(22) VALUE "  PROYECCION AL ANO: ".
           05 PRY-PROYECCION PIC -ZZZZZZZZZ9.99.
           05 FILLER PIC X(22) VALUE "   PRESUPUESTO ANUAL: ".
           05 PRY-ANUAL PIC -ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRY-ALERTA PIC X(30).
       01  WS-LINEA-CUENTA.
           05 CNT-ETIQUETA PIC X(40).
           05 CNT-VALOR PIC ZZZZZZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-presupuesto".
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
           INITIALIZE WS-TABLA-EMPRESA.
           PERFORM CARGA-PRESUPUESTO.
           PERFORM CARGA-PERIODOS.
           PERFORM CARGA-RUTAS-BOVEDA.
           PERFORM LEE-CIFRAS-PERIODO
               VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > WS-TOTAL-PERIODOS.
           PERFORM CARGA-PROVISIONES.
           PERFORM CALCULA-PRESTACIONES
               VARYING WS-IX-DEP FROM 1 BY 1
               UNTIL WS-IX-DEP > WS-TOTAL-DEPTOS.
           OPEN OUTPUT REPORTE-PRESUPUESTO.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.
           IF WS-TOTAL-DEPTOS = ZEROES
               MOVE "  Sin presupuesto ni costo real en el ano."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM ESCRIBE-DEPTO
                   VARYING WS-IX-DEP FROM 1 BY 1
                   UNTIL WS-IX-DEP > WS-TOTAL-DEPTOS
           END-IF.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-PRESUPUESTO.
           DISPLAY "Departamentos con sobregiro proyectado en "
               WS-ANO-REPORTE ": " WS-TOTAL-SOBREGIRO.
           IF WS-PERIODOS-MES = ZEROES
               DISPLAY "AVISO: el mes del reporte no tiene periodos "
                   "cerrados en la boveda."
           END-IF.
           IF WS-SIN-CERRAR-MES > ZEROES
               DISPLAY "AVISO: hay " WS-SIN-CERRAR-MES
                   " periodos del mes sin cerrar (no incluidos)."
           END-IF.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-SOBREGIRO TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           IF WS-TOTAL-SOBREGIRO > ZEROES
               MOVE "AVISO" TO WS-BIT-ESTADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           ACCEPT WS-MES-REPORTE FROM ENVIRONMENT "PRESUPUESTO_MES".
           IF WS-MES-REPORTE = SPACES
               COMPUTE WS-MES-CALCULO =
                   FUNCTION NUMVAL(WS-FECHA-CORRIDA (1:6))
               PERFORM RETROCEDE-MES
               MOVE WS-MES-CALCULO-X TO WS-MES-REPORTE
           END-IF.
           IF WS-MES-REPORTE IS NOT NUMERIC
               OR WS-MES-REPORTE (5:2) < "01"
               OR WS-MES-REPORTE (5:2) > "12"
               DISPLAY "RECHAZADO: PRESUPUESTO_MES debe ser "
                   "AAAAMM (" WS-MES-REPORTE ")."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MES-REPORTE (1:4) TO WS-ANO-REPORTE.
           MOVE WS-MES-REPORTE (5:2) TO WS-MES-CORTE.
           ACCEPT WS-PORC-IMSS-PAT-X FROM ENVIRONMENT
               "COSTO_PATRONAL_PORC_IMSS".
           IF WS-PORC-IMSS-PAT-X IS NUMERIC
               AND WS-PORC-IMSS-PAT-X NOT = ZEROES
               MOVE WS-PORC-IMSS-PAT-X TO WS-PORC-CENT
               DIVIDE WS-PORC-CENT BY 100 GIVING WS-PORC-IMSS-PAT
           END-IF.
           ACCEPT WS-RUTA-PRESUPUESTO FROM ENVIRONMENT
               "PRESUPUESTO_NOMINA_PATH".
           IF WS-RUTA-PRESUPUESTO = SPACES
               MOVE "PRESUPUESTO-NOMINA.txt" TO WS-RUTA-PRESUPUESTO
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
           ACCEPT WS-RUTA-PROV-DEPTO FROM ENVIRONMENT
               "PROVISIONES_DEPTO_PATH".
           IF WS-RUTA-PROV-DEPTO = SPACES
               MOVE "PROVISIONES-DEPTO.txt" TO WS-RUTA-PROV-DEPTO
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "PRESUPUESTO_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "PRESUPUESTO-REAL" TO WS-GEN-BASE-NOMBRE
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

      *    Sin presupuesto cargado para el ano no hay contra que
      *    comparar.
           CARGA-PRESUPUESTO.
           OPEN INPUT PRESUPUESTO-NOMINA.
           IF WS-FILE-STATUS-PPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el presupuesto "
                   "de nomina: " FUNCTION TRIM(WS-RUTA-PRESUPUESTO)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-PRESUPUESTO.
           PERFORM LEE-LINEA-PRESUPUESTO.
           PERFORM AGREGA-PRESUPUESTO UNTIL FIN-DE-PRESUPUESTO = "0".
           CLOSE PRESUPUESTO-NOMINA.
           IF WS-RENGLONES-PPT = ZEROES
               DISPLAY "RECHAZADO: no hay presupuesto cargado para "
                   WS-ANO-REPORTE "."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           LEE-LINEA-PRESUPUESTO.
           READ PRESUPUESTO-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-PRESUPUESTO
               NOT AT END
                   MOVE LINEA-PRESUPUESTO TO PRESUPUESTO-REGISTRO
           END-READ.

           AGREGA-PRESUPUESTO.
           IF LINEA-PRESUPUESTO NOT = SPACES
               AND PPT-ANO = WS-ANO-REPORTE
               AND PPT-MES >= 1 AND PPT-MES <= 12
               MOVE PPT-DEPTO TO WS-DEPTO-BUSCADO
               PERFORM UBICA-DEPTO
               IF WS-DEP-ENCONTRADO > ZEROES
                   ADD 1 TO WS-RENGLONES-PPT
                   MOVE PPT-MES TO WS-IX-MES
                   ADD PPT-SUELDOS
                       TO WS-DEP-PPT (WS-DEP-ENCONTRADO, 1, WS-IX-MES)
                   ADD PPT-EXTRA
                       TO WS-DEP-PPT (WS-DEP-ENCONTRADO, 2, WS-IX-MES)
                   ADD PPT-IMSS
                       TO WS-DEP-PPT (WS-DEP-ENCONTRADO, 3, WS-IX-MES)
                   ADD PPT-PRESTACIONES
                       TO WS-DEP-PPT (WS-DEP-ENCONTRADO, 4, WS-IX-MES)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-PRESUPUESTO.

      *    Busca el departamento en la tabla y lo agrega si es nuevo;
      *    deja su renglon en WS-DEP-ENCONTRADO (cero si no cupo).
           UBICA-DEPTO.
           MOVE ZEROES TO WS-DEP-ENCONTRADO.
           PERFORM VARYING WS-IX-DEP FROM 1 BY 1
               UNTIL WS-IX-DEP > WS-TOTAL-DEPTOS
               OR WS-DEP-ENCONTRADO > ZEROES
               IF WS-DEP-CODIGO (WS-IX-DEP) = WS-DEPTO-BUSCADO
                   MOVE WS-IX-DEP TO WS-DEP-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-DEP-ENCONTRADO = ZEROES
               AND WS-TOTAL-DEPTOS < 999
               ADD 1 TO WS-TOTAL-DEPTOS
               MOVE WS-TOTAL-DEPTOS TO WS-DEP-ENCONTRADO
               INITIALIZE WS-DEP-RENGLON (WS-DEP-ENCONTRADO)
               MOVE WS-DEPTO-BUSCADO
                   TO WS-DEP-CODIGO (WS-DEP-ENCONTRADO)
           END-IF.

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
               AND PER-FIN (1:4) = WS-ANO-REPORTE
               AND PER-FIN (5:2) IS NUMERIC
               AND PER-FIN (5:2) >= "01"
               AND PER-FIN (5:2) <= WS-MES-REPORTE (5:2)
               AND WS-TOTAL-PERIODOS < 400
               ADD 1 TO WS-TOTAL-PERIODOS
               MOVE PER-ID TO WS-PER-ID (WS-TOTAL-PERIODOS)
               MOVE PER-STATUS TO WS-PER-STATUS (WS-TOTAL-PERIODOS)
               MOVE SPACES TO WS-PER-RUTA (WS-TOTAL-PERIODOS)
               MOVE PER-FIN (5:2) TO WS-PER-MES (WS-TOTAL-PERIODOS)
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
               IF WS-IX-MES = WS-MES-CORTE
                   ADD 1 TO WS-SIN-CERRAR-MES
               END-IF
           ELSE
               IF WS-PER-RUTA (WS-IX-PER) NOT = SPACES
                   MOVE WS-PER-RUTA (WS-IX-PER) TO WS-RUTA-CIFRAS-BOV
                   OPEN INPUT CIFRAS-BOVEDA
                   IF WS-FILE-STATUS-BOV = "00"
                       ADD 1 TO WS-PERIODOS-ANO
                       IF WS-IX-MES = WS-MES-CORTE
                           ADD 1 TO WS-PERIODOS-MES
                       END-IF
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
               AND CIF-BRUTO IS NUMERIC
               ADD 1 TO WS-LINEAS-CIFRAS
               MOVE CIF-DEPTO TO WS-DEPTO-BUSCADO
               PERFORM UBICA-DEPTO
               IF WS-DEP-ENCONTRADO > ZEROES
                   PERFORM SEPARA-COSTO-EMPLEADO
                   ADD WS-SUELDO-EMP
                       TO WS-DEP-REAL (WS-DEP-ENCONTRADO, 1, WS-IX-MES)
                   ADD WS-EXTRA-EMP
                       TO WS-DEP-REAL (WS-DEP-ENCONTRADO, 2, WS-IX-MES)
                   ADD WS-IMSS-PAT-EMP
                       TO WS-DEP-REAL (WS-DEP-ENCONTRADO, 3, WS-IX-MES)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CIFRAS.

      *    Las horas extra se pagan dobles sobre la misma cuota que
      *    las normales, asi que de lo pagado por horas (el bruto sin
      *    prima dominical, festivo ni destajo) les toca la parte de
      *    sus horas dobles. Los importes se separan en pasos (la
      *    aritmetica intermedia recorta sumas de productos).
           SEPARA-COSTO-EMPLEADO.
           MOVE CIF-BRUTO TO WS-BASE-HORAS.
           IF CIF-PRIMA-DOM IS NUMERIC
               SUBTRACT CIF-PRIMA-DOM FROM WS-BASE-HORAS
           END-IF.
           IF CIF-FESTIVO IS NUMERIC
               SUBTRACT CIF-FESTIVO FROM WS-BASE-HORAS
           END-IF.
           IF CIF-DESTAJO IS NUMERIC
               SUBTRACT CIF-DESTAJO FROM WS-BASE-HORAS
           END-IF.
           MOVE ZEROES TO WS-EXTRA-EMP.
           IF CIF-HORAS-EXTRA IS NUMERIC
               AND CIF-HORAS-NORM IS NUMERIC
               AND CIF-HORAS-EXTRA > ZEROES
               AND WS-BASE-HORAS > ZEROES
               MULTIPLY CIF-HORAS-EXTRA BY 2 GIVING WS-HORAS-DOBLES
               ADD CIF-HORAS-NORM WS-HORAS-DOBLES
                   GIVING WS-HORAS-PAGADAS
               COMPUTE WS-EXTRA-EMP ROUNDED =
                   WS-BASE-HORAS * WS-HORAS-DOBLES / WS-HORAS-PAGADAS
           END-IF.
           SUBTRACT WS-EXTRA-EMP FROM CIF-BRUTO GIVING WS-SUELDO-EMP.
           MOVE ZEROES TO WS-IMSS-PAT-EMP.
           IF CIF-REGIMEN NOT = "ASI"
               COMPUTE WS-IMSS-PAT-EMP ROUNDED =
                   CIF-BRUTO * WS-PORC-IMSS-PAT / 100
           END-IF.

      *    La provision es acumulada del ano: se guarda por mes y el
      *    movimiento de cada mes se saca despues.
           CARGA-PROVISIONES.
           OPEN INPUT PROVISIONES-DEPTO.
           IF WS-FILE-STATUS-PRD NOT = "00"
               DISPLAY "Aviso: sin provision por departamento ("
                   FUNCTION TRIM(WS-RUTA-PROV-DEPTO)
                   "); las prestaciones reales van en cero."
           ELSE
               MOVE "1" TO FIN-DE-PROV-DEPTO
               PERFORM LEE-LINEA-PROV-DEPTO
               PERFORM AGREGA-PROVISION UNTIL FIN-DE-PROV-DEPTO = "0"
               CLOSE PROVISIONES-DEPTO
           END-IF.

           LEE-LINEA-PROV-DEPTO.
           READ PROVISIONES-DEPTO
               AT END
                   MOVE "0" TO FIN-DE-PROV-DEPTO
               NOT AT END
                   MOVE LINEA-PROV-DEPTO TO PROVISION-DEPTO-REGISTRO
           END-READ.

           AGREGA-PROVISION.
           MOVE PRD-MES TO WS-PRD-MES-X.
           IF LINEA-PROV-DEPTO NOT = SPACES
               AND WS-PRD-MES-X (1:4) = WS-ANO-REPORTE
               AND WS-PRD-MES-X (5:2) >= "01"
               AND WS-PRD-MES-X (5:2) <= WS-MES-REPORTE (5:2)
               MOVE PRD-DEPTO TO WS-DEPTO-BUSCADO
               PERFORM UBICA-DEPTO
               IF WS-DEP-ENCONTRADO > ZEROES
                   MOVE WS-PRD-MES-X (5:2) TO WS-IX-MES
                   ADD PRD-AGUINALDO PRD-PRIMA
                       GIVING WS-DEP-PROV (WS-DEP-ENCONTRADO, WS-IX-MES)
                   MOVE "S"
                       TO WS-DEP-PROV-HAY (WS-DEP-ENCONTRADO, WS-IX-MES)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-PROV-DEPTO.

      *    El movimiento de un mes es su provision acumulada menos la
      *    del ultimo mes anterior que se provisiono; un mes sin
      *    provision no tiene movimiento.
           CALCULA-PRESTACIONES.
           MOVE ZEROES TO WS-PROV-ANTERIOR.
           PERFORM CALCULA-PRESTACION-MES
               VARYING WS-IX-MES FROM 1 BY 1
               UNTIL WS-IX-MES > WS-MES-CORTE.

           CALCULA-PRESTACION-MES.
           IF WS-DEP-PROV-HAY (WS-IX-DEP, WS-IX-MES) = "S"
               SUBTRACT WS-PROV-ANTERIOR
                   FROM WS-DEP-PROV (WS-IX-DEP, WS-IX-MES)
                   GIVING WS-DEP-REAL (WS-IX-DEP, 4, WS-IX-MES)
               MOVE WS-DEP-PROV (WS-IX-DEP, WS-IX-MES)
                   TO WS-PROV-ANTERIOR
           END-IF.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-CORRIDA TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-MES-REPORTE TO TIT-MES.
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-PERIODOS-MES TO PAR-PERIODOS-MES.
           MOVE WS-PERIODOS-ANO TO PAR-PERIODOS-ANO.
           MOVE WS-PORC-IMSS-PAT TO PAR-PORC-IMSS.
           MOVE WS-LINEA-PARAMETROS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  VARIACION = REAL - PRESUPUESTO (POSITIVA: SOBREGIRO)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Proyeccion al ano: el real acumulado al ritmo de los meses
      *    transcurridos, contra la suma de los doce meses del
      *    presupuesto.
           ESCRIBE-DEPTO.
           INITIALIZE WS-TABLA-IMPRIME.
           PERFORM SUMA-CONCEPTO-DEPTO
               VARYING WS-IX-CON FROM 1 BY 1
               UNTIL WS-IX-CON > 4.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-DEP-CODIGO (WS-IX-DEP) TO LDP-DEPTO.
           CALL "busca-depto"
               USING WS-DEP-CODIGO (WS-IX-DEP) WS-NOMBRE-DEPTO
                   WS-RESULTADO-DEPTO
           END-CALL.
           IF WS-RESULTADO-DEPTO NOT = "S"
               MOVE "(SIN CATALOGO)" TO WS-NOMBRE-DEPTO
           END-IF.
           MOVE WS-NOMBRE-DEPTO TO LDP-NOMBRE.
           MOVE WS-LINEA-DEPTO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-CONCEPTO-DEPTO
               VARYING WS-IX-CON FROM 1 BY 1
               UNTIL WS-IX-CON > 5.
           COMPUTE WS-PROYECCION ROUNDED =
               WS-IMP-REAL-ACUM (5) * 12 / WS-MES-CORTE.
           MOVE WS-PROYECCION TO PRY-PROYECCION.
           MOVE WS-IMP-PPT-ANUAL (5) TO PRY-ANUAL.
           MOVE SPACES TO PRY-ALERTA.
           IF WS-PROYECCION > WS-IMP-PPT-ANUAL (5)
               MOVE "<< SOBREGIRO PROYECTADO" TO PRY-ALERTA
               ADD 1 TO WS-TOTAL-SOBREGIRO
           END-IF.
           MOVE WS-LINEA-PROYECCION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           SUMA-CONCEPTO-DEPTO.
           MOVE WS-DEP-PPT (WS-IX-DEP, WS-IX-CON, WS-MES-CORTE)
               TO WS-IMP-PPT-MES (WS-IX-CON).
           MOVE WS-DEP-REAL (WS-IX-DEP, WS-IX-CON, WS-MES-CORTE)
               TO WS-IMP-REAL-MES (WS-IX-CON).
           PERFORM SUMA-MES-CONCEPTO
               VARYING WS-IX-MES FROM 1 BY 1
               UNTIL WS-IX-MES > 12.
           ADD WS-IMP-PPT-MES (WS-IX-CON) TO WS-IMP-PPT-MES (5).
           ADD WS-IMP-REAL-MES (WS-IX-CON) TO WS-IMP-REAL-MES (5).
           ADD WS-IMP-PPT-ACUM (WS-IX-CON) TO WS-IMP-PPT-ACUM (5).
           ADD WS-IMP-REAL-ACUM (WS-IX-CON) TO WS-IMP-REAL-ACUM (5).
           ADD WS-IMP-PPT-ANUAL (WS-IX-CON) TO WS-IMP-PPT-ANUAL (5).

           SUMA-MES-CONCEPTO.
           ADD WS-DEP-PPT (WS-IX-DEP, WS-IX-CON, WS-IX-MES)
               TO WS-IMP-PPT-ANUAL (WS-IX-CON).
           IF WS-IX-MES <= WS-MES-CORTE
               ADD WS-DEP-PPT (WS-IX-DEP, WS-IX-CON, WS-IX-MES)
                   TO WS-IMP-PPT-ACUM (WS-IX-CON)
               ADD WS-DEP-REAL (WS-IX-DEP, WS-IX-CON, WS-IX-MES)
                   TO WS-IMP-REAL-ACUM (WS-IX-CON)
           END-IF.

           ESCRIBE-CONCEPTO-DEPTO.
           MOVE WS-NOMBRE-CON (WS-IX-CON) TO DET-CONCEPTO.
           MOVE WS-IMP-PPT-MES (WS-IX-CON) TO DET-PPT-MES.
           MOVE WS-IMP-REAL-MES (WS-IX-CON) TO DET-REAL-MES.
           COMPUTE DET-VAR-MES =
               WS-IMP-REAL-MES (WS-IX-CON) - WS-IMP-PPT-MES (WS-IX-CON).
           MOVE WS-IMP-PPT-ACUM (WS-IX-CON) TO DET-PPT-ACUM.
           MOVE WS-IMP-REAL-ACUM (WS-IX-CON) TO DET-REAL-ACUM.
           COMPUTE DET-VAR-ACUM =
               WS-IMP-REAL-ACUM (WS-IX-CON)
                   - WS-IMP-PPT-ACUM (WS-IX-CON).
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD WS-IMP-PPT-MES (WS-IX-CON) TO WS-EMP-PPT-MES (WS-IX-CON).
           ADD WS-IMP-REAL-MES (WS-IX-CON)
               TO WS-EMP-REAL-MES (WS-IX-CON).
           ADD WS-IMP-PPT-ACUM (WS-IX-CON)
               TO WS-EMP-PPT-ACUM (WS-IX-CON).
           ADD WS-IMP-REAL-ACUM (WS-IX-CON)
               TO WS-EMP-REAL-ACUM (WS-IX-CON).
           ADD WS-IMP-PPT-ANUAL (WS-IX-CON)
               TO WS-EMP-PPT-ANUAL (WS-IX-CON).

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTAL EMPRESA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-CONCEPTO-EMPRESA
               VARYING WS-IX-CON FROM 1 BY 1
               UNTIL WS-IX-CON > 5.
           COMPUTE WS-PROYECCION ROUNDED =
               WS-EMP-REAL-ACUM (5) * 12 / WS-MES-CORTE.
           MOVE WS-PROYECCION TO PRY-PROYECCION.
           MOVE WS-EMP-PPT-ANUAL (5) TO PRY-ANUAL.
           MOVE SPACES TO PRY-ALERTA.
           IF WS-PROYECCION > WS-EMP-PPT-ANUAL (5)
               MOVE "<< SOBREGIRO PROYECTADO" TO PRY-ALERTA
           END-IF.
           MOVE WS-LINEA-PROYECCION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "LINEAS DE CIFRAS LEIDAS:" TO CNT-ETIQUETA.
           MOVE WS-LINEAS-CIFRAS TO CNT-VALOR.
           MOVE WS-LINEA-CUENTA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DEPARTAMENTOS CON SOBREGIRO PROYECTADO:"
               TO CNT-ETIQUETA.
           MOVE WS-TOTAL-SOBREGIRO TO CNT-VALOR.
           MOVE WS-LINEA-CUENTA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-CONCEPTO-EMPRESA.
           MOVE WS-NOMBRE-CON (WS-IX-CON) TO DET-CONCEPTO.
           MOVE WS-EMP-PPT-MES (WS-IX-CON) TO DET-PPT-MES.
           MOVE WS-EMP-REAL-MES (WS-IX-CON) TO DET-REAL-MES.
           COMPUTE DET-VAR-MES =
               WS-EMP-REAL-MES (WS-IX-CON) - WS-EMP-PPT-MES (WS-IX-CON).
           MOVE WS-EMP-PPT-ACUM (WS-IX-CON) TO DET-PPT-ACUM.
           MOVE WS-EMP-REAL-ACUM (WS-IX-CON) TO DET-REAL-ACUM.
           COMPUTE DET-VAR-ACUM =
               WS-EMP-REAL-ACUM (WS-IX-CON)
                   - WS-EMP-PPT-ACUM (WS-IX-CON).
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM reporte-presupuesto.
