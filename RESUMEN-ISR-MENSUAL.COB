      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:PAPEL DE TRABAJO DEL PAGO PROVISIONAL MENSUAL DE ISR
      *         RETENIDO: TOMA DE LA BOVEDA (BOVEDA-INDICE.txt) LAS
      *         CIFRAS DE CADA PERIODO CERRADO QUE SE PAGO EN EL MES
      *         (FIN DEL PERIODO DENTRO DEL MES, QUINCENALES Y
      *         SEMANALES) Y TOTALIZA EL ISR RETENIDO POR REGIMEN
      *         (SUELDOS SAL / ASIMILADOS ASI) Y POR SITIO, CON EL
      *         SUBSIDIO APLICADO Y LA BASE GRAVADA CONTRA LA EXENTA.
      *         ADEMAS CONCILIA EL ACUMULADO-ANUAL DEL ANO CONTRA LA
      *         SUMA DE TODOS LOS PERIODOS CERRADOS DEL ANO (MAS LAS
      *         COMPLEMENTARIAS QUE HAYA) Y LISTA A LOS EMPLEADOS CUYO
      *         ISR ACUMULADO NO CUADRA. SOLO LEE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. resumen-isr-mensual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Control de periodos de nomina (PERREG.cpy): decide que
      *    periodos caen en el mes y cuales estan cerrados.
       SELECT PERIODOS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-PERIODOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PER.

      *    Indice de la boveda que deja cierra-periodo: de aqui sale
      *    la ruta de las cifras con que se pago cada periodo.
       SELECT BOVEDA-INDICE
       ASSIGN TO DYNAMIC WS-RUTA-INDICE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IND.

       SELECT CIFRAS-BOVEDA
       ASSIGN TO DYNAMIC WS-RUTA-CIFRAS-BOV
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-BOV.

       SELECT ACUMULADO-ANUAL
       ASSIGN TO DYNAMIC WS-RUTA-ACUMULADO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ACU.

       SELECT REPORTE-ISR
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

       FD  ACUMULADO-ANUAL.
       01  LINEA-ACUMULADO PIC X(36).

       FD  REPORTE-ISR.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RPTENC.
       COPY PERREG.
       COPY CIFREG.
       COPY ACUREG.

       01  WS-RUTA-PERIODOS PIC X(200).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  WS-RUTA-INDICE PIC X(200).
       01  WS-FILE-STATUS-IND PIC X(2).
       01  WS-RUTA-CIFRAS-BOV PIC X(200).
       01  WS-FILE-STATUS-BOV PIC X(2).
       01  WS-RUTA-ACUMULADO PIC X(200).
       01  WS-FILE-STATUS-ACU PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).

       01  FIN-DE-PERIODOS PIC X.
       01  FIN-DE-INDICE PIC X.
       01  FIN-DE-CIFRAS PIC X.
       01  FIN-DE-ACUMULADO PIC X.

      *    Mes declarado (ISR_MENSUAL_MES, AAAAMM): por omision el mes
      *    anterior a la fecha de corrida, que es el que se entera.
       01  WS-MES-DECLARADO PIC X(6).
       01  WS-ANO-DECLARADO PIC X(4).
       01  WS-ANO-DECLARADO-N PIC 9(4).
       01  WS-FECHA-HOY PIC X(10).
       01  WS-FECHA-CORRIDA PIC X(8).
       01  WS-MES-CORRIDA-N PIC 9(6).

       01  WS-LINEA-INDICE-DET.
           05 BOV-PERIODO PIC X(6).
           05 FILLER PIC X(1).
           05 BOV-ARTEFACTO PIC X(12).
           05 FILLER PIC X(1).
           05 BOV-RUTA PIC X(80).

      *    Periodos del ano declarado: estado del control, ruta de
      *    sus cifras en la boveda y si caen en el mes (fin del
      *    periodo dentro del mes: el ISR se entera por fecha de
      *    pago). CLASE "O" la ordinaria, "C" la complementaria que
      *    corre-complementaria deja aparte con el periodo original.
       01  WS-TABLA-PERIODOS.
           05 WS-PER-RENGLON OCCURS 200 TIMES.
               10 WS-PER-ID PIC X(6).
               10 WS-PER-INICIO PIC X(8).
               10 WS-PER-FIN PIC X(8).
               10 WS-PER-STATUS PIC X(10).
               10 WS-PER-RUTA PIC X(80).
               10 WS-PER-EN-MES PIC X(1).
               10 WS-PER-PAGOS PIC 9(5).
               10 WS-PER-BRUTO PIC S9(9)V99.
               10 WS-PER-ISR PIC S9(9)V99.
       01  WS-TOTAL-PERIODOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-PER PIC 9(3).
       01  WS-PER-ENCONTRADO PIC 9(3).
       01  WS-CLASE-CIFRAS PIC X(1).
       01  WS-PERIODOS-EN-MES PIC 9(3) VALUE ZEROES.
       01  WS-PERIODOS-SIN-CERRAR PIC 9(3) VALUE ZEROES.
       01  WS-COMPLEMENTARIAS PIC 9(3) VALUE ZEROES.

      *    Totales del mes por regimen: 1 SAL sueldos, 2 ASI
      *    asimilados.
       01  WS-NOMBRES-REGIMEN-VALORES.
           05 FILLER PIC X(24) VALUE "SUELDOS Y SALARIOS (SAL)".
           05 FILLER PIC X(24) VALUE "ASIMILADOS (ASI)".
       01  WS-NOMBRES-REGIMEN REDEFINES WS-NOMBRES-REGIMEN-VALORES.
           05 WS-REG-NOMBRE OCCURS 2 TIMES PIC X(24).
       01  WS-TABLA-REGIMEN.
           05 WS-REG-RENGLON OCCURS 2 TIMES.
               10 WS-REG-PAGOS PIC 9(6).
               10 WS-REG-GRAVADO PIC S9(11)V99.
               10 WS-REG-EXENTO PIC S9(11)V99.
               10 WS-REG-SUBSIDIO PIC S9(11)V99.
               10 WS-REG-ISR PIC S9(11)V99.
       01  WS-IX-REG PIC 9.

       01  WS-TABLA-SITIOS.
           05 WS-SIT-RENGLON OCCURS 99 TIMES.
               10 WS-SIT-CODIGO PIC X(2).
               10 WS-SIT-PAGOS PIC 9(6).
               10 WS-SIT-GRAVADO PIC S9(11)V99.
               10 WS-SIT-EXENTO PIC S9(11)V99.
               10 WS-SIT-SUBSIDIO PIC S9(11)V99.
               10 WS-SIT-ISR PIC S9(11)V99.
       01  WS-TOTAL-SITIOS PIC 9(2) VALUE ZEROES.
       01  WS-IX-SIT PIC 9(2).
       01  WS-SIT-ENCONTRADO PIC 9(2).

       01  WS-MES-PAGOS PIC 9(6) VALUE ZEROES.
       01  WS-MES-GRAVADO PIC S9(11)V99 VALUE ZEROES.
       01  WS-MES-EXENTO PIC S9(11)V99 VALUE ZEROES.
       01  WS-MES-SUBSIDIO PIC S9(11)V99 VALUE ZEROES.
       01  WS-MES-ISR PIC S9(11)V99 VALUE ZEROES.

      *    Base del renglon: registro-nomina calcula el ISR sobre el
      *    bruto completo (CIF-BRUTO ya trae prima dominical, festivo
      *    y horas extra) y retiene CIF-ISR sin subsidio para el
      *    empleo, asi que la base gravada es el bruto y el exento y
      *    el subsidio aplicados son cero; el papel reporta lo que la
      *    nomina aplico para que cuadre con lo retenido.
       01  WS-LIN-GRAVADO PIC S9(7)V99.
       01  WS-LIN-EXENTO PIC S9(7)V99.
       01  WS-LIN-SUBSIDIO PIC S9(7)V99.

      *    ISR y bruto de todos los periodos cerrados del ano por
      *    empleado, para conciliar contra ACUMULADO-ANUAL.
       01  WS-TABLA-EMPLEADOS.
           05 WS-EMP-RENGLON OCCURS 9999 TIMES.
               10 WS-EMP-NUMERO PIC 9(5).
               10 WS-EMP-NOMBRE PIC X(30).
               10 WS-EMP-ISR PIC S9(9)V99.
               10 WS-EMP-BRUTO PIC S9(9)V99.
               10 WS-EMP-CONCILIADO PIC X(1).
       01  WS-TOTAL-EMPLEADOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-EMP PIC 9(4).
       01  WS-EMP-ENCONTRADO PIC 9(4).
       01  WS-ISR-ACUMULADO PIC S9(9)V99.
       01  WS-ISR-PERIODOS PIC S9(9)V99.
       01  WS-ISR-DIFERENCIA PIC S9(9)V99.
       01  WS-TOTAL-DIFERENCIAS PIC 9(5) VALUE ZEROES.
       01  WS-ACUMULADOS-DEL-ANO PIC 9(5) VALUE ZEROES.

       01  WS-LINEA-TITULO-ISR.
           05 FILLER PIC X(40) VALUE
               "RESUMEN MENSUAL DE ISR RETENIDO - MES   ".
           05 TIT-MES PIC X(6).
       01  WS-LINEA-SUBTITULO.
           05 FILLER PIC X(4) VALUE "=== ".
           05 SUB-TEXTO PIC X(60).
       01  WS-LINEA-COLUMNAS-PER.
           05 FILLER PIC X(40) VALUE
               "  PERIODO INICIO   FIN      STATUS     ".
           05 FILLER PIC X(36) VALUE
               "PAGOS        BRUTO          ISR".
       01  WS-LINEA-DETALLE-PER.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DPE-PERIODO PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DPE-INICIO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DPE-FIN PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DPE-STATUS PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DPE-PAGOS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DPE-BRUTO PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DPE-ISR PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DPE-NOTA PIC X(40).
       01  WS-LINEA-COLUMNAS-TOT.
           05 FILLER PIC X(34) VALUE
               "  CONCEPTO                  PAGOS".
           05 FILLER PIC X(32) VALUE
               "         GRAVADO          EXENTO".
           05 FILLER PIC X(33) VALUE
               "        SUBSIDIO     ISR RETENIDO".
       01  WS-LINEA-DETALLE-TOT.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTO-CONCEPTO PIC X(24).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DTO-PAGOS PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DTO-GRAVADO PIC -ZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DTO-EXENTO PIC -ZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DTO-SUBSIDIO PIC -ZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DTO-ISR PIC -ZZZZZZZZZZ9.99.
       01  WS-LINEA-COLUMNAS-CON.
           05 FILLER PIC X(38) VALUE
               "  NUM.  NOMBRE                        ".
           05 FILLER PIC X(45) VALUE
               "   ISR ACUMULADO  ISR PERIODOS    DIFERENCIA".
       01  WS-LINEA-DETALLE-CON.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DCO-NUMERO PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DCO-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DCO-ACUMULADO PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DCO-PERIODOS PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DCO-DIFERENCIA PIC -ZZZZZZZZ9.99.
       01  WS-LINEA-CUENTA-CON.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(35) VALUE
               "Empleados con diferencia en el ano ".
           05 CCO-ANO PIC X(4).
           05 FILLER PIC X(2) VALUE ": ".
           05 CCO-TOTAL PIC ZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "resumen-isr-mensual".
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
           PERFORM CARGA-PERIODOS-DEL-ANO.
           PERFORM CARGA-RUTAS-BOVEDA.
           INITIALIZE WS-TABLA-REGIMEN.
           PERFORM LEE-CIFRAS-PERIODO
               VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > WS-TOTAL-PERIODOS.
           OPEN OUTPUT REPORTE-ISR.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el papel de "
                   "trabajo: " WS-RUTA-REPORTE
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.
           PERFORM ESCRIBE-PERIODOS.
           PERFORM ESCRIBE-TOTALES-REGIMEN.
           PERFORM ESCRIBE-TOTALES-SITIO.
           PERFORM CONCILIA-ACUMULADO.
           CLOSE REPORTE-ISR.
           DISPLAY "ISR retenido del mes " WS-MES-DECLARADO ": "
               WS-MES-ISR.
           DISPLAY "Periodos cerrados del mes: " WS-PERIODOS-EN-MES.
           IF WS-PERIODOS-SIN-CERRAR > ZEROES
               DISPLAY "AVISO: periodos del mes sin cerrar (no "
                   "incluidos): " WS-PERIODOS-SIN-CERRAR
           END-IF.
           IF WS-TOTAL-DIFERENCIAS > ZEROES
               DISPLAY "AVISO: empleados cuyo ISR acumulado no "
                   "cuadra con los periodos: " WS-TOTAL-DIFERENCIAS
           END-IF.
           DISPLAY "Papel de trabajo en: " WS-RUTA-REPORTE.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-MES-PAGOS TO WS-BIT-CONTADOR.
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
           MOVE WS-FECHA-CORRIDA TO WS-FECHA-HOY.
           ACCEPT WS-MES-DECLARADO FROM ENVIRONMENT "ISR_MENSUAL_MES".
           IF WS-MES-DECLARADO = SPACES
               COMPUTE WS-MES-CORRIDA-N =
                   FUNCTION NUMVAL(WS-FECHA-CORRIDA (1:6))
               IF WS-FECHA-CORRIDA (5:2) = "01"
                   SUBTRACT 89 FROM WS-MES-CORRIDA-N
               ELSE
                   SUBTRACT 1 FROM WS-MES-CORRIDA-N
               END-IF
               MOVE WS-MES-CORRIDA-N TO WS-MES-DECLARADO
           END-IF.
           IF WS-MES-DECLARADO IS NOT NUMERIC
               OR WS-MES-DECLARADO (5:2) < "01"
               OR WS-MES-DECLARADO (5:2) > "12"
               DISPLAY "RECHAZADO: ISR_MENSUAL_MES debe ser AAAAMM ("
                   WS-MES-DECLARADO ")."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MES-DECLARADO (1:4) TO WS-ANO-DECLARADO.
           MOVE WS-ANO-DECLARADO TO WS-ANO-DECLARADO-N.
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
           ACCEPT WS-RUTA-ACUMULADO FROM ENVIRONMENT
               "ACUMULADO_ANUAL_PATH".
           IF WS-RUTA-ACUMULADO = SPACES
               MOVE "ACUMULADO-ANUAL.txt" TO WS-RUTA-ACUMULADO
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "ISR_MENSUAL_REPORTE_PATH".
           IF WS-RUTA-REPORTE = SPACES
               STRING "RESUMEN-ISR-" DELIMITED BY SIZE
                   WS-MES-DECLARADO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-REPORTE
               END-STRING
           END-IF.

      *    Del control se toman los periodos cuyo fin cae en el ano
      *    declarado: los del mes para el entero y todos para la
      *    conciliacion del acumulado.
           CARGA-PERIODOS-DEL-ANO.
           OPEN INPUT PERIODOS-NOMINA.
           IF WS-FILE-STATUS-PER NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el control de "
                   "periodos: " WS-RUTA-PERIODOS
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

           AGREGA-PERIODO.
           IF PER-ID NOT = SPACES
               AND PER-FIN (1:4) = WS-ANO-DECLARADO
               AND WS-TOTAL-PERIODOS < 200
               ADD 1 TO WS-TOTAL-PERIODOS
               MOVE PER-ID TO WS-PER-ID (WS-TOTAL-PERIODOS)
               MOVE PER-INICIO TO WS-PER-INICIO (WS-TOTAL-PERIODOS)
               MOVE PER-FIN TO WS-PER-FIN (WS-TOTAL-PERIODOS)
               MOVE PER-STATUS TO WS-PER-STATUS (WS-TOTAL-PERIODOS)
               MOVE SPACES TO WS-PER-RUTA (WS-TOTAL-PERIODOS)
               MOVE ZEROES TO WS-PER-PAGOS (WS-TOTAL-PERIODOS)
                   WS-PER-BRUTO (WS-TOTAL-PERIODOS)
                   WS-PER-ISR (WS-TOTAL-PERIODOS)
               IF PER-FIN (1:6) = WS-MES-DECLARADO
                   MOVE "S" TO WS-PER-EN-MES (WS-TOTAL-PERIODOS)
               ELSE
                   MOVE "N" TO WS-PER-EN-MES (WS-TOTAL-PERIODOS)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-PERIODO.

      *    Si un periodo se cerro mas de una vez (reapertura), el
      *    ultimo renglon del indice es el bueno.
           CARGA-RUTAS-BOVEDA.
           OPEN INPUT BOVEDA-INDICE.
           IF WS-FILE-STATUS-IND NOT = "00"
               DISPLAY "Aviso: sin indice de boveda (" WS-RUTA-INDICE
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
      *    pagaron y quedaron en la boveda. De cada uno se lee su
      *    ordinaria y, si existe, la complementaria que se le haya
      *    corrido despues (solo va a la conciliacion: se paga fuera
      *    del calendario del periodo).
           LEE-CIFRAS-PERIODO.
           IF WS-PER-STATUS (WS-IX-PER) NOT = "CERRADO"
               IF WS-PER-EN-MES (WS-IX-PER) = "S"
                   ADD 1 TO WS-PERIODOS-SIN-CERRAR
               END-IF
           ELSE
               IF WS-PER-EN-MES (WS-IX-PER) = "S"
                   ADD 1 TO WS-PERIODOS-EN-MES
               END-IF
               IF WS-PER-RUTA (WS-IX-PER) NOT = SPACES
                   MOVE WS-PER-RUTA (WS-IX-PER) TO WS-RUTA-CIFRAS-BOV
                   MOVE "O" TO WS-CLASE-CIFRAS
                   PERFORM LEE-ARCHIVO-CIFRAS
               END-IF
               MOVE SPACES TO WS-RUTA-CIFRAS-BOV
               STRING "CIFRAS-COMPLEMENTARIA-" DELIMITED BY SIZE
                   WS-PER-ID (WS-IX-PER) DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-RUTA-CIFRAS-BOV
               END-STRING
               MOVE "C" TO WS-CLASE-CIFRAS
               PERFORM LEE-ARCHIVO-CIFRAS
           END-IF.

           LEE-ARCHIVO-CIFRAS.
           OPEN INPUT CIFRAS-BOVEDA.
           IF WS-FILE-STATUS-BOV = "00"
               IF WS-CLASE-CIFRAS = "C"
                   ADD 1 TO WS-COMPLEMENTARIAS
               END-IF
               MOVE "1" TO FIN-DE-CIFRAS
               PERFORM LEE-LINEA-CIFRAS
               PERFORM ACUMULA-LINEA-CIFRAS UNTIL FIN-DE-CIFRAS = "0"
               CLOSE CIFRAS-BOVEDA
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
               PERFORM ACUMULA-EMPLEADO-ANO
               IF WS-CLASE-CIFRAS = "O"
                   ADD 1 TO WS-PER-PAGOS (WS-IX-PER)
                   ADD CIF-BRUTO TO WS-PER-BRUTO (WS-IX-PER)
                   ADD CIF-ISR TO WS-PER-ISR (WS-IX-PER)
                   IF WS-PER-EN-MES (WS-IX-PER) = "S"
                       PERFORM ACUMULA-MES
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CIFRAS.

           ACUMULA-EMPLEADO-ANO.
           MOVE ZEROES TO WS-EMP-ENCONTRADO.
           PERFORM VARYING WS-IX-EMP FROM 1 BY 1
               UNTIL WS-IX-EMP > WS-TOTAL-EMPLEADOS
               OR WS-EMP-ENCONTRADO > ZEROES
               IF WS-EMP-NUMERO (WS-IX-EMP) = CIF-NUMERO
                   MOVE WS-IX-EMP TO WS-EMP-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-EMP-ENCONTRADO = ZEROES
               AND WS-TOTAL-EMPLEADOS < 9999
               ADD 1 TO WS-TOTAL-EMPLEADOS
               MOVE WS-TOTAL-EMPLEADOS TO WS-EMP-ENCONTRADO
               MOVE CIF-NUMERO TO WS-EMP-NUMERO (WS-EMP-ENCONTRADO)
               MOVE ZEROES TO WS-EMP-ISR (WS-EMP-ENCONTRADO)
                   WS-EMP-BRUTO (WS-EMP-ENCONTRADO)
               MOVE "N" TO WS-EMP-CONCILIADO (WS-EMP-ENCONTRADO)
           END-IF.
           IF WS-EMP-ENCONTRADO > ZEROES
               MOVE CIF-NOMBRE TO WS-EMP-NOMBRE (WS-EMP-ENCONTRADO)
               ADD CIF-ISR TO WS-EMP-ISR (WS-EMP-ENCONTRADO)
               ADD CIF-BRUTO TO WS-EMP-BRUTO (WS-EMP-ENCONTRADO)
           END-IF.

           ACUMULA-MES.
           MOVE CIF-BRUTO TO WS-LIN-GRAVADO.
           MOVE ZEROES TO WS-LIN-EXENTO WS-LIN-SUBSIDIO.
           IF CIF-REGIMEN = "ASI"
               MOVE 2 TO WS-IX-REG
           ELSE
               MOVE 1 TO WS-IX-REG
           END-IF.
           ADD 1 TO WS-REG-PAGOS (WS-IX-REG).
           ADD WS-LIN-GRAVADO TO WS-REG-GRAVADO (WS-IX-REG).
           ADD WS-LIN-EXENTO TO WS-REG-EXENTO (WS-IX-REG).
           ADD WS-LIN-SUBSIDIO TO WS-REG-SUBSIDIO (WS-IX-REG).
           ADD CIF-ISR TO WS-REG-ISR (WS-IX-REG).
           MOVE ZEROES TO WS-SIT-ENCONTRADO.
           PERFORM VARYING WS-IX-SIT FROM 1 BY 1
               UNTIL WS-IX-SIT > WS-TOTAL-SITIOS
               OR WS-SIT-ENCONTRADO > ZEROES
               IF WS-SIT-CODIGO (WS-IX-SIT) = CIF-SITIO
                   MOVE WS-IX-SIT TO WS-SIT-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-SIT-ENCONTRADO = ZEROES
               AND WS-TOTAL-SITIOS < 99
               ADD 1 TO WS-TOTAL-SITIOS
               MOVE WS-TOTAL-SITIOS TO WS-SIT-ENCONTRADO
               MOVE CIF-SITIO TO WS-SIT-CODIGO (WS-SIT-ENCONTRADO)
               MOVE ZEROES TO WS-SIT-PAGOS (WS-SIT-ENCONTRADO)
                   WS-SIT-GRAVADO (WS-SIT-ENCONTRADO)
                   WS-SIT-EXENTO (WS-SIT-ENCONTRADO)
                   WS-SIT-SUBSIDIO (WS-SIT-ENCONTRADO)
                   WS-SIT-ISR (WS-SIT-ENCONTRADO)
           END-IF.
           IF WS-SIT-ENCONTRADO > ZEROES
               ADD 1 TO WS-SIT-PAGOS (WS-SIT-ENCONTRADO)
               ADD WS-LIN-GRAVADO TO WS-SIT-GRAVADO (WS-SIT-ENCONTRADO)
               ADD WS-LIN-EXENTO TO WS-SIT-EXENTO (WS-SIT-ENCONTRADO)
               ADD WS-LIN-SUBSIDIO
                   TO WS-SIT-SUBSIDIO (WS-SIT-ENCONTRADO)
               ADD CIF-ISR TO WS-SIT-ISR (WS-SIT-ENCONTRADO)
           END-IF.
           ADD 1 TO WS-MES-PAGOS.
           ADD WS-LIN-GRAVADO TO WS-MES-GRAVADO.
           ADD WS-LIN-EXENTO TO WS-MES-EXENTO.
           ADD WS-LIN-SUBSIDIO TO WS-MES-SUBSIDIO.
           ADD CIF-ISR TO WS-MES-ISR.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-MES-DECLARADO TO TIT-MES.
           MOVE WS-LINEA-TITULO-ISR TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-SUBTITULO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-SUBTITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-PERIODOS.
           MOVE "PERIODOS PAGADOS EN EL MES" TO SUB-TEXTO.
           PERFORM ESCRIBE-SUBTITULO.
           MOVE WS-LINEA-COLUMNAS-PER TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON-PERIODO
               VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > WS-TOTAL-PERIODOS.
           IF WS-PERIODOS-EN-MES = ZEROES
               AND WS-PERIODOS-SIN-CERRAR = ZEROES
               MOVE "  (ningun periodo del control termina en el mes)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           ESCRIBE-RENGLON-PERIODO.
           IF WS-PER-EN-MES (WS-IX-PER) = "S"
               MOVE WS-PER-ID (WS-IX-PER) TO DPE-PERIODO
               MOVE WS-PER-INICIO (WS-IX-PER) TO DPE-INICIO
               MOVE WS-PER-FIN (WS-IX-PER) TO DPE-FIN
               MOVE WS-PER-STATUS (WS-IX-PER) TO DPE-STATUS
               MOVE WS-PER-PAGOS (WS-IX-PER) TO DPE-PAGOS
               MOVE WS-PER-BRUTO (WS-IX-PER) TO DPE-BRUTO
               MOVE WS-PER-ISR (WS-IX-PER) TO DPE-ISR
               MOVE SPACES TO DPE-NOTA
               IF WS-PER-STATUS (WS-IX-PER) NOT = "CERRADO"
                   MOVE "SIN CERRAR: NO SE INCLUYE" TO DPE-NOTA
               ELSE
                   IF WS-PER-RUTA (WS-IX-PER) = SPACES
                       MOVE "SIN CIFRAS EN LA BOVEDA" TO DPE-NOTA
                   END-IF
               END-IF
               MOVE WS-LINEA-DETALLE-PER TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           ESCRIBE-TOTALES-REGIMEN.
           MOVE "ISR RETENIDO POR REGIMEN" TO SUB-TEXTO.
           PERFORM ESCRIBE-SUBTITULO.
           MOVE WS-LINEA-COLUMNAS-TOT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON-REGIMEN
               VARYING WS-IX-REG FROM 1 BY 1
               UNTIL WS-IX-REG > 2.
           PERFORM ESCRIBE-TOTAL-MES.

           ESCRIBE-RENGLON-REGIMEN.
           MOVE WS-REG-NOMBRE (WS-IX-REG) TO DTO-CONCEPTO.
           MOVE WS-REG-PAGOS (WS-IX-REG) TO DTO-PAGOS.
           MOVE WS-REG-GRAVADO (WS-IX-REG) TO DTO-GRAVADO.
           MOVE WS-REG-EXENTO (WS-IX-REG) TO DTO-EXENTO.
           MOVE WS-REG-SUBSIDIO (WS-IX-REG) TO DTO-SUBSIDIO.
           MOVE WS-REG-ISR (WS-IX-REG) TO DTO-ISR.
           MOVE WS-LINEA-DETALLE-TOT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTAL-MES.
           MOVE "TOTAL DEL MES" TO DTO-CONCEPTO.
           MOVE WS-MES-PAGOS TO DTO-PAGOS.
           MOVE WS-MES-GRAVADO TO DTO-GRAVADO.
           MOVE WS-MES-EXENTO TO DTO-EXENTO.
           MOVE WS-MES-SUBSIDIO TO DTO-SUBSIDIO.
           MOVE WS-MES-ISR TO DTO-ISR.
           MOVE WS-LINEA-DETALLE-TOT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES-SITIO.
           MOVE "ISR RETENIDO POR SITIO" TO SUB-TEXTO.
           PERFORM ESCRIBE-SUBTITULO.
           MOVE WS-LINEA-COLUMNAS-TOT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON-SITIO
               VARYING WS-IX-SIT FROM 1 BY 1
               UNTIL WS-IX-SIT > WS-TOTAL-SITIOS.
           PERFORM ESCRIBE-TOTAL-MES.

           ESCRIBE-RENGLON-SITIO.
           MOVE SPACES TO DTO-CONCEPTO.
           STRING "SITIO " DELIMITED BY SIZE
               WS-SIT-CODIGO (WS-IX-SIT) DELIMITED BY SIZE
               INTO DTO-CONCEPTO
           END-STRING.
           MOVE WS-SIT-PAGOS (WS-IX-SIT) TO DTO-PAGOS.
           MOVE WS-SIT-GRAVADO (WS-IX-SIT) TO DTO-GRAVADO.
           MOVE WS-SIT-EXENTO (WS-IX-SIT) TO DTO-EXENTO.
           MOVE WS-SIT-SUBSIDIO (WS-IX-SIT) TO DTO-SUBSIDIO.
           MOVE WS-SIT-ISR (WS-IX-SIT) TO DTO-ISR.
           MOVE WS-LINEA-DETALLE-TOT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Conciliacion del ano: el ISR de ACUMULADO-ANUAL de cada
      *    empleado contra la suma de las ordinarias y
      *    complementarias cerradas del ano. Un periodo calculado y
      *    todavia sin cerrar ya esta en el acumulado pero no en la
      *    boveda; se avisa porque explica diferencias.
           CONCILIA-ACUMULADO.
           MOVE "CONCILIACION CONTRA ACUMULADO-ANUAL" TO SUB-TEXTO.
           PERFORM ESCRIBE-SUBTITULO.
           MOVE WS-LINEA-COLUMNAS-CON TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN INPUT ACUMULADO-ANUAL.
           IF WS-FILE-STATUS-ACU NOT = "00"
               MOVE SPACES TO LINEA-REPORTE
               STRING "  (sin acumulado anual: " DELIMITED BY SIZE
                   WS-RUTA-ACUMULADO DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
           ELSE
               MOVE "1" TO FIN-DE-ACUMULADO
               PERFORM LEE-LINEA-ACUMULADO
               PERFORM CONCILIA-LINEA-ACUMULADO
                   UNTIL FIN-DE-ACUMULADO = "0"
               CLOSE ACUMULADO-ANUAL
           END-IF.
           PERFORM CONCILIA-SIN-ACUMULADO
               VARYING WS-IX-EMP FROM 1 BY 1
               UNTIL WS-IX-EMP > WS-TOTAL-EMPLEADOS.
           MOVE WS-ANO-DECLARADO TO CCO-ANO.
           MOVE WS-TOTAL-DIFERENCIAS TO CCO-TOTAL.
           MOVE WS-LINEA-CUENTA-CON TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-COMPLEMENTARIAS > ZEROES
               MOVE SPACES TO LINEA-REPORTE
               STRING "  Incluye las complementarias de los "
                       DELIMITED BY SIZE
                   "periodos cerrados del ano." DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
           END-IF.
           PERFORM AVISA-PERIODOS-CALCULADOS
               VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > WS-TOTAL-PERIODOS.

           LEE-LINEA-ACUMULADO.
           READ ACUMULADO-ANUAL
               AT END
                   MOVE "0" TO FIN-DE-ACUMULADO
               NOT AT END
                   MOVE LINEA-ACUMULADO TO ACUMULADO-REGISTRO
           END-READ.

           CONCILIA-LINEA-ACUMULADO.
           IF ACU-NUMERO-EMP IS NUMERIC
               AND ACU-ANO = WS-ANO-DECLARADO-N
               ADD 1 TO WS-ACUMULADOS-DEL-ANO
               MOVE ACU-ISR-ACUM TO WS-ISR-ACUMULADO
               MOVE ZEROES TO WS-ISR-PERIODOS
               MOVE ZEROES TO WS-EMP-ENCONTRADO
               PERFORM VARYING WS-IX-EMP FROM 1 BY 1
                   UNTIL WS-IX-EMP > WS-TOTAL-EMPLEADOS
                   OR WS-EMP-ENCONTRADO > ZEROES
                   IF WS-EMP-NUMERO (WS-IX-EMP) = ACU-NUMERO-EMP
                       MOVE WS-IX-EMP TO WS-EMP-ENCONTRADO
                   END-IF
               END-PERFORM
               MOVE SPACES TO DCO-NOMBRE
               IF WS-EMP-ENCONTRADO > ZEROES
                   MOVE "S" TO WS-EMP-CONCILIADO (WS-EMP-ENCONTRADO)
                   MOVE WS-EMP-ISR (WS-EMP-ENCONTRADO)
                       TO WS-ISR-PERIODOS
                   MOVE WS-EMP-NOMBRE (WS-EMP-ENCONTRADO)
                       TO DCO-NOMBRE
               ELSE
                   MOVE "(SIN PAGOS CERRADOS EN EL ANO)" TO DCO-NOMBRE
               END-IF
               MOVE ACU-NUMERO-EMP TO DCO-NUMERO
               PERFORM ESCRIBE-DIFERENCIA
           END-IF.
           PERFORM LEE-LINEA-ACUMULADO.

           CONCILIA-SIN-ACUMULADO.
           IF WS-EMP-CONCILIADO (WS-IX-EMP) = "N"
               MOVE "S" TO WS-EMP-CONCILIADO (WS-IX-EMP)
               MOVE ZEROES TO WS-ISR-ACUMULADO
               MOVE WS-EMP-ISR (WS-IX-EMP) TO WS-ISR-PERIODOS
               MOVE WS-EMP-NUMERO (WS-IX-EMP) TO DCO-NUMERO
               MOVE WS-EMP-NOMBRE (WS-IX-EMP) TO DCO-NOMBRE
               PERFORM ESCRIBE-DIFERENCIA
           END-IF.

           ESCRIBE-DIFERENCIA.
           COMPUTE WS-ISR-DIFERENCIA =
               WS-ISR-ACUMULADO - WS-ISR-PERIODOS.
           IF WS-ISR-DIFERENCIA NOT = ZEROES
               ADD 1 TO WS-TOTAL-DIFERENCIAS
               MOVE WS-ISR-ACUMULADO TO DCO-ACUMULADO
               MOVE WS-ISR-PERIODOS TO DCO-PERIODOS
               MOVE WS-ISR-DIFERENCIA TO DCO-DIFERENCIA
               MOVE WS-LINEA-DETALLE-CON TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           AVISA-PERIODOS-CALCULADOS.
           IF WS-PER-STATUS (WS-IX-PER) = "CALCULADO"
               MOVE SPACES TO LINEA-REPORTE
               STRING "  Aviso: el periodo " DELIMITED BY SIZE
                   WS-PER-ID (WS-IX-PER) DELIMITED BY SIZE
                   " esta CALCULADO sin cerrar; ya suma al "
                       DELIMITED BY SIZE
                   "acumulado pero no a la boveda." DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
           END-IF.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.
       END PROGRAM resumen-isr-mensual.
