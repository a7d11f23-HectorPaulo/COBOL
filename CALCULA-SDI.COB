      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CALCULO DEL SALARIO DIARIO INTEGRADO (SDI) PARA EL
      *         IMSS. POR CADA EMPLEADO DEL MAESTRO DE NOMINA
      *         (NOMREG.cpy, SIN ASIMILADOS NI BAJAS) TOMA EL SALARIO
      *         DIARIO (MENSUAL / 30), LE APLICA EL FACTOR DE
      *         INTEGRACION DE AGUINALDO Y PRIMA VACACIONAL POR LA
      *         ANTIGUEDAD DE EMPLEADOS-FECHA-ALTA (CRUCE POR
      *         CRUCEID.cpy) Y LE SUMA LA PARTE VARIABLE: EL PROMEDIO
      *         DIARIO DEL BIMESTRE ANTERIOR DE LA PRIMA DOMINICAL, EL
      *         FESTIVO TRABAJADO, EL DESTAJO Y EL TIEMPO EXTRA QUE
      *         REBASA EL LIMITE EXENTO, TOMADOS DE LA BOVEDA
      *         (BOVEDA-INDICE.txt) CON LAS CIFRAS (CIFREG.cpy) DE
      *         CADA PERIODO CERRADO CUYO FIN CAE EN EL BIMESTRE,
      *         QUINCENALES Y SEMANALES, MAS SUS COMPLEMENTARIAS, Y
      *         DIVIDIDO ENTRE LOS DIAS DEL BIMESTRE; MAS LA PARTE DE
      *         LOS PREMIOS
      *         DE PUNTUALIDAD Y ASISTENCIA DE LOS DOS MESES DEL
      *         BIMESTRE QUE PASA DEL 10% DEL SDI (PREMIOS-
      *         ASISTENCIA.txt, PASREG.cpy). EL RESULTADO SE TOPA A 25
      *         UMAS (UMA Y TOPE VIGENTES A LA FECHA EFECTIVA EN LA
      *         TABLA DE PARAMETROS LEGALES, O LA UMA DE LA TARJETA)
      *         Y REEMPLAZA SALARIOS-INTEGRADOS.txt (SDIREG.cpy);
      *         CADA SDI QUE CAMBIA CONTRA EL ARCHIVO ANTERIOR DEJA UN
      *         MOVIMIENTO EN MOVIMIENTOS-SDI.txt PARA QUE
      *         extracto-imss LO PRESENTE COMO MODIFICACION.
      *
      *         Tarjeta: fecha-efectiva,uma-diaria,dias-del-bimestre,
      *         horas-extra-exentas-por-corrida (p.ej.
      *         "20260901,113.14,62,18"). La fecha efectiva es el
      *         primer dia del bimestre nuevo. Sin dias en la
      *         tarjeta se cuentan los dias naturales de los dos
      *         meses que se cierran.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcula-sdi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PARAMETROS
       ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PAR.

       SELECT NOMINA-MAESTRO
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS RANDOM
       FILE STATUS IS WS-FILE-STATUS.

      *    Control de periodos de nomina (PERREG.cpy): decide que
      *    periodos caen en el bimestre y cuales estan cerrados.
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

      *    El archivo de SDI se lee completo a memoria y se reescribe
      *    entero con los valores nuevos; los movimientos se agregan.
       SELECT SALARIOS-INTEGRADOS
       ASSIGN TO DYNAMIC WS-RUTA-SDI
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SDI.

       SELECT PREMIOS-ASISTENCIA
       ASSIGN TO DYNAMIC WS-RUTA-PREMIOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PAS.

       SELECT MOVIMIENTOS-SDI
       ASSIGN TO DYNAMIC WS-RUTA-MOVIMIENTOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-MOV.

       SELECT REPORTE-SDI
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
       01  LINEA-PARAMETROS PIC X(40).

       FD NOMINA-MAESTRO.
           COPY NOMIDX.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD PERIODOS-NOMINA.
       01  LINEA-PERIODO PIC X(40).

       FD BOVEDA-INDICE.
       01  LINEA-INDICE PIC X(110).

       FD CIFRAS-BOVEDA.
       01  LINEA-CIFRAS-BOV PIC X(194).

       FD SALARIOS-INTEGRADOS.
       01  LINEA-SDI PIC X(57).

       FD PREMIOS-ASISTENCIA.
       01  LINEA-PREMIO PIC X(63).

       FD MOVIMIENTOS-SDI.
       01  LINEA-MOVIMIENTO PIC X(37).

       FD REPORTE-SDI.
       01  LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
       COPY NOMREG.
       COPY CIFREG.
       COPY PERREG.
       COPY SDIREG.
       COPY PASREG.

       01  WS-RUTA-PARAMETROS PIC X(200).
       01  WS-RUTA-NOMINA PIC X(200).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-RUTA-PERIODOS PIC X(200).
       01  WS-RUTA-INDICE PIC X(200).
       01  WS-RUTA-CIFRAS-BOV PIC X(200).
       01  WS-RUTA-SDI PIC X(200).
       01  WS-RUTA-PREMIOS PIC X(200).
       01  WS-RUTA-MOVIMIENTOS PIC X(200).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-PAR PIC X(2).
       01  WS-FILE-STATUS-NOM PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  WS-FILE-STATUS-IND PIC X(2).
       01  WS-FILE-STATUS-BOV PIC X(2).
       01  WS-FILE-STATUS-SDI PIC X(2).
       01  WS-FILE-STATUS-PAS PIC X(2).
       01  WS-FILE-STATUS-MOV PIC X(2).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  FIN-DE-NOMINA PIC X.
       01  FIN-DE-PERIODOS PIC X.
       01  FIN-DE-INDICE PIC X.
       01  FIN-DE-CIFRAS PIC X.
       01  FIN-DE-SDI PIC X.
       01  FIN-DE-PREMIOS PIC X.
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).

       01  WS-FECHA-EFECTIVA-X PIC X(8).
       01  WS-UMA-X PIC X(10).
       01  WS-DIAS-BIMESTRE-X PIC X(4).
       01  WS-HORAS-EXENTAS-X PIC X(4).
       01  WS-DIAS-X PIC X(3).
       01  WS-FECHA-EFECTIVA PIC 9(8).
       01  WS-UMA-DIARIA PIC 9(5)V99.
       01  WS-TOPE-SDI PIC 9(5)V99.
       01  WS-UMAS-TOPE PIC 9(3)V99 VALUE 25.
       01  WS-CLAVE-PLG PIC X(12).
       01  WS-VALOR-PLG PIC 9(7)V9(5).
       01  WS-RESULTADO-PLG PIC X.
       01  WS-DIAS-BIMESTRE PIC 9(3) VALUE 61.
      *    Limite exento de tiempo extra por corrida quincenal: tres
      *    horas diarias, tres veces por semana, dos semanas. La
      *    corrida semanal exenta la mitad.
       01  WS-HORAS-EXENTAS PIC 9(3)V99 VALUE 18.
       01  WS-HORAS-EXENTAS-CORRIDA PIC 9(3)V99.
       01  WS-DIAS-AGUINALDO PIC 9(3) VALUE 15.

      *    SDI vigente antes de la corrida, para detectar cambios.
       01  WS-TABLA-SDI-ANTERIOR.
           05 WS-ANT-RENGLON OCCURS 9999 TIMES.
               10 WS-ANT-NUMERO PIC 9(5).
               10 WS-ANT-SITIO PIC X(2).
               10 WS-ANT-PARTE-FIJA PIC 9(5)V99.
               10 WS-ANT-INTEGRADO PIC 9(5)V99.
       01  WS-TOTAL-ANTERIOR PIC 9(4) VALUE ZEROES.
       01  WS-IX-ANT PIC 9(4).
       01  WS-ANT-ENCONTRADO PIC 9(4).

      *    Percepciones variables del bimestre por empleado: prima
      *    dominical y festivo en importe, tiempo extra en horas que
      *    rebasan el limite exento de cada corrida.
       01  WS-TABLA-VARIABLES.
           05 WS-VAR-RENGLON OCCURS 9999 TIMES.
               10 WS-VAR-NUMERO PIC 9(5).
               10 WS-VAR-SITIO PIC X(2).
               10 WS-VAR-IMPORTE PIC S9(9)V99.
               10 WS-VAR-HORAS-GRAVADAS PIC 9(5)V99.
       01  WS-TOTAL-VARIABLES PIC 9(4) VALUE ZEROES.
       01  WS-IX-VAR PIC 9(4).
       01  WS-VAR-ENCONTRADO PIC 9(4).
       01  WS-HORAS-EXCEDENTES PIC S9(5)V99.

      *    Meses del bimestre que se cierra (los dos anteriores a la
      *    fecha efectiva), en AAAAMM, para tomar sus periodos y sus
      *    premios.
       01  WS-PERIODO-BIM-INICIO PIC X(6).
       01  WS-PERIODO-BIM-FIN PIC X(6).
       01  WS-ANIO-BIM PIC 9(4).
       01  WS-MES-BIM PIC 9(2).
       01  WS-TOTAL-PREMIOS-BIM PIC 9(6) VALUE ZEROES.
       01  WS-INICIO-BIMESTRE PIC 9(8).

       01  WS-LINEA-INDICE-DET.
           05 BOV-PERIODO PIC X(6).
           05 FILLER PIC X(1).
           05 BOV-ARTEFACTO PIC X(12).
           05 FILLER PIC X(1).
           05 BOV-RUTA PIC X(80).

      *    Periodos cuyo fin cae en el bimestre, de las dos
      *    frecuencias: estado del control y ruta de sus cifras en la
      *    boveda. CLASE "O" la ordinaria, "C" la complementaria que
      *    corre-complementaria deja aparte con el periodo original.
       01  WS-TABLA-PERIODOS.
           05 WS-PER-RENGLON OCCURS 40 TIMES.
               10 WS-PER-ID PIC X(6).
               10 WS-PER-STATUS PIC X(10).
               10 WS-PER-RUTA PIC X(80).
       01  WS-TOTAL-PERIODOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-PER PIC 9(3).
       01  WS-PER-ENCONTRADO PIC 9(3).
       01  WS-CLASE-CIFRAS PIC X(1).
       01  WS-PERIODOS-LEIDOS PIC 9(3) VALUE ZEROES.
       01  WS-PERIODOS-SIN-CERRAR PIC 9(3) VALUE ZEROES.
       01  WS-PERIODOS-SIN-BOVEDA PIC 9(3) VALUE ZEROES.
       01  WS-COMPLEMENTARIAS PIC 9(3) VALUE ZEROES.

       01  WS-SALARIO-DIARIO PIC 9(5)V99.
       01  WS-CUOTA-HORA PIC 9(5)V9999.
       01  WS-ANOS-SERVICIO PIC 9(3).
       01  WS-DIAS-DERECHO PIC 9(3).
       01  WS-FACTOR PIC 9V9(4).
       01  WS-PARTE-FIJA PIC 9(5)V99.
       01  WS-IMPORTE-VARIABLE PIC S9(9)V99.
       01  WS-PAGO-EXTRA PIC S9(9)V99.
       01  WS-PARTE-VARIABLE PIC 9(5)V99.
       01  WS-SDI PIC 9(5)V99.
       01  WS-TOPADO PIC X.
       01  WS-SDI-ANTERIOR PIC 9(5)V99.
       01  WS-CAUSA PIC X(3).

       01  WS-TOTAL-CALCULADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-MOVIMIENTOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-TOPADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-CRUCE PIC 9(6) VALUE ZEROES.

       01  WS-LINEA-TITULO-RPT PIC X(60) VALUE
           "SALARIO DIARIO INTEGRADO DEL BIMESTRE".
       01  WS-LINEA-PARAMETROS-RPT.
           05 FILLER PIC X(16) VALUE "FECHA EFECTIVA: ".
           05 PRM-FECHA PIC X(8).
           05 FILLER PIC X(8) VALUE "  UMA: ".
           05 PRM-UMA PIC ZZZZ9.99.
           05 FILLER PIC X(9) VALUE "  TOPE: ".
           05 PRM-TOPE PIC ZZZZ9.99.
           05 FILLER PIC X(15) VALUE "  DIAS BIM.:  ".
           05 PRM-DIAS PIC ZZ9.
       01  WS-LINEA-DETALLE-RPT.
           05 DET-NUMERO PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 DET-SITIO PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 DET-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DET-DIARIO PIC ZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-FACTOR PIC 9.9999.
           05 FILLER PIC X VALUE SPACE.
           05 DET-FIJA PIC ZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-VARIABLE PIC ZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-SDI PIC ZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DET-TOPE PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CAUSA PIC X(3).

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "calcula-sdi".
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
           PERFORM LEE-TARJETA.
           PERFORM CARGA-SDI-ANTERIOR.
           PERFORM DETERMINA-MESES-BIMESTRE.
           PERFORM CARGA-VARIABLES-BIMESTRE.
           PERFORM CARGA-PREMIOS-BIMESTRE.
           PERFORM ABRE-ARCHIVOS.
           MOVE "1" TO FIN-DE-NOMINA.
           PERFORM LEE-REGISTRO-NOMINA.
           PERFORM PROCESA-EMPLEADO UNTIL FIN-DE-NOMINA = "0".
           PERFORM CIERRA-ARCHIVOS.
           DISPLAY "SDI calculados: " WS-TOTAL-CALCULADOS.
           DISPLAY "Movimientos de modificacion: "
               WS-TOTAL-MOVIMIENTOS.
           DISPLAY "Topados a 25 UMAS: " WS-TOTAL-TOPADOS.
           DISPLAY "Premios de asistencia que integran: "
               WS-TOTAL-PREMIOS-BIM.
           DISPLAY "Periodos del bimestre " WS-PERIODO-BIM-INICIO
               "-" WS-PERIODO-BIM-FIN " leidos de la boveda: "
               WS-PERIODOS-LEIDOS " (complementarias: "
               WS-COMPLEMENTARIAS ")".
           IF WS-PERIODOS-SIN-CERRAR > ZEROES
               DISPLAY "AVISO: periodos del bimestre sin cerrar (no "
                   "incluidos): " WS-PERIODOS-SIN-CERRAR
           END-IF.
           IF WS-PERIODOS-SIN-BOVEDA > ZEROES
               DISPLAY "AVISO: periodos cerrados sin cifras en la "
                   "boveda (no incluidos): " WS-PERIODOS-SIN-BOVEDA
           END-IF.
           IF WS-TOTAL-SIN-CRUCE > ZEROES
               DISPLAY "Aviso: sin fecha de alta en el directorio "
                   "(factor de primer ano): " WS-TOTAL-SIN-CRUCE
           END-IF.
           DISPLAY "Reporte de SDI: " WS-RUTA-REPORTE.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-CALCULADOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-PARAMETROS FROM ENVIRONMENT
               "SDI_PARAMETROS_PATH".
           IF WS-RUTA-PARAMETROS = SPACES
               MOVE "SDI-PARAMETROS.txt" TO WS-RUTA-PARAMETROS
           END-IF.
           ACCEPT WS-RUTA-NOMINA FROM ENVIRONMENT
               "REGISTRO_NOMINA_ENTRADA_PATH".
           IF WS-RUTA-NOMINA = SPACES
               DISPLAY "Falta el maestro de nomina en "
                   "REGISTRO_NOMINA_ENTRADA_PATH."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
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
           ACCEPT WS-RUTA-SDI FROM ENVIRONMENT
               "SALARIOS_INTEGRADOS_PATH".
           IF WS-RUTA-SDI = SPACES
               MOVE "SALARIOS-INTEGRADOS.txt" TO WS-RUTA-SDI
           END-IF.
           ACCEPT WS-RUTA-PREMIOS FROM ENVIRONMENT
               "PREMIOS_ASISTENCIA_PATH".
           IF WS-RUTA-PREMIOS = SPACES
               MOVE "PREMIOS-ASISTENCIA.txt" TO WS-RUTA-PREMIOS
           END-IF.
           ACCEPT WS-RUTA-MOVIMIENTOS FROM ENVIRONMENT
               "MOVIMIENTOS_SDI_PATH".
           IF WS-RUTA-MOVIMIENTOS = SPACES
               MOVE "MOVIMIENTOS-SDI.txt" TO WS-RUTA-MOVIMIENTOS
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT "SDI_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "SDI-BIMESTRE" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.
           ACCEPT WS-DIAS-X FROM ENVIRONMENT "AGUINALDO_DIAS".
           IF WS-DIAS-X IS NUMERIC AND WS-DIAS-X NOT = ZEROES
               MOVE WS-DIAS-X TO WS-DIAS-AGUINALDO
           END-IF.

           LEE-TARJETA.
           OPEN INPUT PARAMETROS.
           IF WS-FILE-STATUS-PAR NOT = "00"
               DISPLAY "No se pudo abrir la tarjeta de parametros: "
                   WS-RUTA-PARAMETROS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARAMETROS
               AT END
                   MOVE SPACES TO LINEA-PARAMETROS
           END-READ.
           CLOSE PARAMETROS.
           MOVE SPACES TO WS-FECHA-EFECTIVA-X WS-UMA-X
               WS-DIAS-BIMESTRE-X WS-HORAS-EXENTAS-X.
           UNSTRING LINEA-PARAMETROS DELIMITED BY ","
               INTO WS-FECHA-EFECTIVA-X WS-UMA-X
                   WS-DIAS-BIMESTRE-X WS-HORAS-EXENTAS-X
           END-UNSTRING.
           IF WS-FECHA-EFECTIVA-X NOT NUMERIC
               DISPLAY "Tarjeta no valida: fecha-efectiva,uma-diaria,"
                   "dias-del-bimestre,horas-extra-exentas."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-EFECTIVA-X TO WS-FECHA-EFECTIVA.
           MOVE ZEROES TO WS-UMA-DIARIA.
           IF WS-UMA-X NOT = SPACES
               COMPUTE WS-UMA-DIARIA = FUNCTION NUMVAL(WS-UMA-X)
           END-IF.
      *    La UMA y el numero de UMAs del tope vigentes a la fecha
      *    efectiva en la tabla de parametros legales mandan sobre
      *    la tarjeta; sin tabla, la UMA de la tarjeta es obligatoria.
           MOVE "UMA-DIARIA" TO WS-CLAVE-PLG.
           PERFORM LLAMA-PARAMETRO-LEGAL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-UMA-DIARIA
           END-IF.
           MOVE "SDI-TOPE-UMA" TO WS-CLAVE-PLG.
           PERFORM LLAMA-PARAMETRO-LEGAL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-UMAS-TOPE
           END-IF.
           IF WS-UMA-DIARIA = ZEROES
               DISPLAY "La UMA de la tarjeta no puede ser cero."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DIAS-BIMESTRE-X NOT = SPACES
               AND FUNCTION NUMVAL(WS-DIAS-BIMESTRE-X) > ZEROES
               COMPUTE WS-DIAS-BIMESTRE =
                   FUNCTION NUMVAL(WS-DIAS-BIMESTRE-X)
           END-IF.
           IF WS-HORAS-EXENTAS-X NOT = SPACES
               COMPUTE WS-HORAS-EXENTAS =
                   FUNCTION NUMVAL(WS-HORAS-EXENTAS-X)
           END-IF.
      *    Tope de cotizacion: 25 veces la UMA diaria.
           COMPUTE WS-TOPE-SDI = WS-UMA-DIARIA * WS-UMAS-TOPE.

           LLAMA-PARAMETRO-LEGAL.
           CALL "busca-parametro-legal"
               USING WS-BIT-PROGRAMA WS-CLAVE-PLG WS-FECHA-EFECTIVA-X
                   WS-VALOR-PLG WS-RESULTADO-PLG
           END-CALL.

      *    El archivo anterior puede no existir en la primera
      *    corrida: todos los SDI salen como movimiento "NVO".
           CARGA-SDI-ANTERIOR.
           OPEN INPUT SALARIOS-INTEGRADOS.
           IF WS-FILE-STATUS-SDI NOT = "00"
               DISPLAY "Aviso: sin SDI anterior ("
                   FUNCTION TRIM(WS-RUTA-SDI)
                   "); todos los SDI salen como nuevos."
           ELSE
               MOVE "1" TO FIN-DE-SDI
               PERFORM LEE-SDI-ANTERIOR
               PERFORM AGREGA-SDI-ANTERIOR UNTIL FIN-DE-SDI = "0"
               CLOSE SALARIOS-INTEGRADOS
           END-IF.

           LEE-SDI-ANTERIOR.
           READ SALARIOS-INTEGRADOS
               AT END
                   MOVE "0" TO FIN-DE-SDI
               NOT AT END
                   MOVE LINEA-SDI TO SDI-REGISTRO
           END-READ.

           AGREGA-SDI-ANTERIOR.
           IF LINEA-SDI NOT = SPACES
               AND WS-TOTAL-ANTERIOR < 9999
               ADD 1 TO WS-TOTAL-ANTERIOR
               MOVE SDI-NUMERO-EMP TO WS-ANT-NUMERO (WS-TOTAL-ANTERIOR)
               MOVE SDI-SITIO TO WS-ANT-SITIO (WS-TOTAL-ANTERIOR)
               MOVE SDI-PARTE-FIJA
                   TO WS-ANT-PARTE-FIJA (WS-TOTAL-ANTERIOR)
               MOVE SDI-INTEGRADO
                   TO WS-ANT-INTEGRADO (WS-TOTAL-ANTERIOR)
           END-IF.
           PERFORM LEE-SDI-ANTERIOR.

      *    Meses del bimestre que se cierra (los dos anteriores a
      *    la fecha efectiva) y, si la tarjeta no trae los dias, los
      *    dias naturales de esos dos meses.
           DETERMINA-MESES-BIMESTRE.
           MOVE WS-FECHA-EFECTIVA-X (1:4) TO WS-ANIO-BIM.
           MOVE WS-FECHA-EFECTIVA-X (5:2) TO WS-MES-BIM.
           PERFORM RETROCEDE-MES-BIMESTRE.
           STRING WS-ANIO-BIM DELIMITED BY SIZE
               WS-MES-BIM DELIMITED BY SIZE
               INTO WS-PERIODO-BIM-FIN
           END-STRING.
           PERFORM RETROCEDE-MES-BIMESTRE.
           STRING WS-ANIO-BIM DELIMITED BY SIZE
               WS-MES-BIM DELIMITED BY SIZE
               INTO WS-PERIODO-BIM-INICIO
           END-STRING.
           COMPUTE WS-INICIO-BIMESTRE =
               WS-ANIO-BIM * 10000 + WS-MES-BIM * 100 + 1.
           IF WS-DIAS-BIMESTRE-X = SPACES
               OR FUNCTION NUMVAL(WS-DIAS-BIMESTRE-X) = ZEROES
               COMPUTE WS-DIAS-BIMESTRE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-EFECTIVA) -
                   FUNCTION INTEGER-OF-DATE(WS-INICIO-BIMESTRE)
           END-IF.

      *    Las percepciones variables salen de las cifras de cada
      *    periodo cerrado del bimestre, de las dos frecuencias, tal
      *    como quedaron en la boveda al cerrarse.
           CARGA-VARIABLES-BIMESTRE.
           PERFORM CARGA-PERIODOS-BIMESTRE.
           PERFORM CARGA-RUTAS-BOVEDA.
           PERFORM LEE-CIFRAS-PERIODO
               VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > WS-TOTAL-PERIODOS.

           CARGA-PERIODOS-BIMESTRE.
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
               AND (PER-FIN (1:6) = WS-PERIODO-BIM-INICIO
                   OR PER-FIN (1:6) = WS-PERIODO-BIM-FIN)
               AND WS-TOTAL-PERIODOS < 40
               ADD 1 TO WS-TOTAL-PERIODOS
               MOVE PER-ID TO WS-PER-ID (WS-TOTAL-PERIODOS)
               MOVE PER-STATUS TO WS-PER-STATUS (WS-TOTAL-PERIODOS)
               MOVE SPACES TO WS-PER-RUTA (WS-TOTAL-PERIODOS)
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
      *    corrido despues, que solo trae diferencias. Las semanas
      *    (SEAASS) exentan la mitad del tiempo extra de la quincena.
           LEE-CIFRAS-PERIODO.
           IF WS-PER-STATUS (WS-IX-PER) NOT = "CERRADO"
               ADD 1 TO WS-PERIODOS-SIN-CERRAR
           ELSE
               IF WS-PER-ID (WS-IX-PER) (1:2) = "SE"
                   COMPUTE WS-HORAS-EXENTAS-CORRIDA =
                       WS-HORAS-EXENTAS / 2
               ELSE
                   MOVE WS-HORAS-EXENTAS TO WS-HORAS-EXENTAS-CORRIDA
               END-IF
               IF WS-PER-RUTA (WS-IX-PER) = SPACES
                   ADD 1 TO WS-PERIODOS-SIN-BOVEDA
               ELSE
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
               ELSE
                   ADD 1 TO WS-PERIODOS-LEIDOS
               END-IF
               MOVE "1" TO FIN-DE-CIFRAS
               PERFORM LEE-LINEA-CIFRAS
               PERFORM ACUMULA-LINEA-CIFRAS UNTIL FIN-DE-CIFRAS = "0"
               CLOSE CIFRAS-BOVEDA
           ELSE
               IF WS-CLASE-CIFRAS = "O"
                   ADD 1 TO WS-PERIODOS-SIN-BOVEDA
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
               AND CIF-REGIMEN NOT = "ASI"
               PERFORM ACUMULA-VARIABLE-EMPLEADO
           END-IF.
           PERFORM LEE-LINEA-CIFRAS.

           ACUMULA-VARIABLE-EMPLEADO.
           MOVE CIF-NUMERO TO CRUCE-ID-NOMINA.
           MOVE CIF-SITIO TO CRUCE-ID-SITIO.
           PERFORM BUSCA-VARIABLE.
           IF WS-VAR-ENCONTRADO = ZEROES
               AND WS-TOTAL-VARIABLES < 9999
               ADD 1 TO WS-TOTAL-VARIABLES
               MOVE WS-TOTAL-VARIABLES TO WS-VAR-ENCONTRADO
               MOVE CIF-NUMERO TO WS-VAR-NUMERO (WS-VAR-ENCONTRADO)
               MOVE CIF-SITIO TO WS-VAR-SITIO (WS-VAR-ENCONTRADO)
               MOVE ZEROES TO WS-VAR-IMPORTE (WS-VAR-ENCONTRADO)
               MOVE ZEROES
                   TO WS-VAR-HORAS-GRAVADAS (WS-VAR-ENCONTRADO)
           END-IF.
           IF WS-VAR-ENCONTRADO > ZEROES
               ADD CIF-PRIMA-DOM CIF-FESTIVO
                   TO WS-VAR-IMPORTE (WS-VAR-ENCONTRADO)
               IF CIF-DESTAJO IS NUMERIC
                   ADD CIF-DESTAJO
                       TO WS-VAR-IMPORTE (WS-VAR-ENCONTRADO)
               END-IF
               IF WS-CLASE-CIFRAS = "O"
                   COMPUTE WS-HORAS-EXCEDENTES =
                       CIF-HORAS-EXTRA - WS-HORAS-EXENTAS-CORRIDA
                   IF WS-HORAS-EXCEDENTES > ZEROES
                       ADD WS-HORAS-EXCEDENTES
                           TO WS-VAR-HORAS-GRAVADAS (WS-VAR-ENCONTRADO)
                   END-IF
               END-IF
           END-IF.

      *    De los premios del bimestre solo suma lo que integra; la
      *    parte exenta ya quedo fuera al calcularlos. Sin detalle de
      *    premios no hay nada que sumar.
           CARGA-PREMIOS-BIMESTRE.
           OPEN INPUT PREMIOS-ASISTENCIA.
           IF WS-FILE-STATUS-PAS = "00"
               MOVE "1" TO FIN-DE-PREMIOS
               PERFORM LEE-PREMIO
               PERFORM ACUMULA-PREMIO UNTIL FIN-DE-PREMIOS = "0"
               CLOSE PREMIOS-ASISTENCIA
           END-IF.

           RETROCEDE-MES-BIMESTRE.
           IF WS-MES-BIM = 1
               MOVE 12 TO WS-MES-BIM
               SUBTRACT 1 FROM WS-ANIO-BIM
           ELSE
               SUBTRACT 1 FROM WS-MES-BIM
           END-IF.

           LEE-PREMIO.
           READ PREMIOS-ASISTENCIA
               AT END
                   MOVE "0" TO FIN-DE-PREMIOS
               NOT AT END
                   MOVE LINEA-PREMIO TO PREMIO-ASISTENCIA-REGISTRO
           END-READ.

           ACUMULA-PREMIO.
           IF (PAS-PERIODO = WS-PERIODO-BIM-INICIO
               OR PAS-PERIODO = WS-PERIODO-BIM-FIN)
               AND PAS-INTEGRA-IMSS IS NUMERIC
               AND PAS-INTEGRA-IMSS > ZEROES
               MOVE PAS-NUMERO TO CRUCE-ID-NOMINA
               MOVE PAS-SITIO TO CRUCE-ID-SITIO
               PERFORM BUSCA-VARIABLE
               IF WS-VAR-ENCONTRADO = ZEROES
                   AND WS-TOTAL-VARIABLES < 9999
                   ADD 1 TO WS-TOTAL-VARIABLES
                   MOVE WS-TOTAL-VARIABLES TO WS-VAR-ENCONTRADO
                   MOVE PAS-NUMERO TO WS-VAR-NUMERO (WS-VAR-ENCONTRADO)
                   MOVE PAS-SITIO TO WS-VAR-SITIO (WS-VAR-ENCONTRADO)
                   MOVE ZEROES TO WS-VAR-IMPORTE (WS-VAR-ENCONTRADO)
                   MOVE ZEROES
                       TO WS-VAR-HORAS-GRAVADAS (WS-VAR-ENCONTRADO)
               END-IF
               IF WS-VAR-ENCONTRADO > ZEROES
                   ADD PAS-INTEGRA-IMSS
                       TO WS-VAR-IMPORTE (WS-VAR-ENCONTRADO)
                   ADD 1 TO WS-TOTAL-PREMIOS-BIM
               END-IF
           END-IF.
           PERFORM LEE-PREMIO.

           BUSCA-VARIABLE.
           MOVE ZEROES TO WS-VAR-ENCONTRADO.
           PERFORM VARYING WS-IX-VAR FROM 1 BY 1
               UNTIL WS-IX-VAR > WS-TOTAL-VARIABLES
               OR WS-VAR-ENCONTRADO > ZEROES
               IF WS-VAR-NUMERO (WS-IX-VAR) = CRUCE-ID-NOMINA
                   AND WS-VAR-SITIO (WS-IX-VAR) = CRUCE-ID-SITIO
                   MOVE WS-IX-VAR TO WS-VAR-ENCONTRADO
               END-IF
           END-PERFORM.

           ABRE-ARCHIVOS.
           OPEN INPUT NOMINA-MAESTRO.
           IF WS-FILE-STATUS-NOM NOT = "00"
               DISPLAY "No se pudo abrir el maestro de nomina: "
                   WS-RUTA-NOMINA
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS
               CLOSE NOMINA-MAESTRO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SALARIOS-INTEGRADOS.
           IF WS-FILE-STATUS-SDI NOT = "00"
               DISPLAY "No se pudo crear el archivo de SDI: "
                   WS-RUTA-SDI
               CLOSE NOMINA-MAESTRO EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MOVIMIENTOS-SDI.
           IF WS-FILE-STATUS-MOV NOT = "00"
               OPEN OUTPUT MOVIMIENTOS-SDI
           END-IF.
           OPEN OUTPUT REPORTE-SDI.
           MOVE WS-LINEA-TITULO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-FECHA-EFECTIVA-X TO PRM-FECHA.
           MOVE WS-UMA-DIARIA TO PRM-UMA.
           MOVE WS-TOPE-SDI TO PRM-TOPE.
           MOVE WS-DIAS-BIMESTRE TO PRM-DIAS.
           MOVE WS-LINEA-PARAMETROS-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           LEE-REGISTRO-NOMINA.
           READ NOMINA-MAESTRO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-NOMINA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

      *    Los asimilados no cotizan al IMSS y las bajas ya no
      *    llevan SDI; ambos quedan fuera del archivo.
           PROCESA-EMPLEADO.
           IF WS-REGIMEN-EMP NOT = "ASI"
               AND WS-STATUS-EMP = 0
               PERFORM CALCULA-SDI-EMPLEADO
           END-IF.
           PERFORM LEE-REGISTRO-NOMINA.

           CALCULA-SDI-EMPLEADO.
           MOVE WS-NUMERO-EMP TO CRUCE-ID-NOMINA.
           MOVE WS-SITIO-EMP TO CRUCE-ID-SITIO.
           PERFORM CALCULA-ANOS-SERVICIO.
           PERFORM DETERMINA-DIAS-DERECHO.
           COMPUTE WS-SALARIO-DIARIO ROUNDED = WS-SALARIO-EMP / 30.
      *    Factor de integracion: un dia mas la parte diaria del
      *    aguinaldo y de la prima vacacional del 25 por ciento.
           COMPUTE WS-FACTOR ROUNDED =
               1 + (WS-DIAS-AGUINALDO + WS-DIAS-DERECHO * 0.25) / 365.
           COMPUTE WS-PARTE-FIJA ROUNDED =
               WS-SALARIO-DIARIO * WS-FACTOR.
           PERFORM CALCULA-PARTE-VARIABLE.
           ADD WS-PARTE-FIJA WS-PARTE-VARIABLE GIVING WS-SDI.
           MOVE "N" TO WS-TOPADO.
           IF WS-SDI > WS-TOPE-SDI
               MOVE WS-TOPE-SDI TO WS-SDI
               MOVE "S" TO WS-TOPADO
               ADD 1 TO WS-TOTAL-TOPADOS
           END-IF.
           PERFORM ESCRIBE-SDI.
           PERFORM EVALUA-MOVIMIENTO.
           PERFORM ESCRIBE-DETALLE.
           ADD 1 TO WS-TOTAL-CALCULADOS.

      *    Antiguedad en el ano de servicio en curso a la fecha
      *    efectiva; sin cruce o sin fecha de alta se integra con el
      *    factor del primer ano.
           CALCULA-ANOS-SERVICIO.
           MOVE 1 TO WS-ANOS-SERVICIO.
           CALL "forma-id-directorio"
               USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
           END-CALL.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SIN-CRUCE
               NOT INVALID KEY
                   IF EMPLEADOS-FECHA-ALTA IS NUMERIC
                       AND FUNCTION NUMVAL(EMPLEADOS-FECHA-ALTA)
                           <= WS-FECHA-EFECTIVA
                       COMPUTE WS-ANOS-SERVICIO =
                           (FUNCTION INTEGER-OF-DATE
                               (WS-FECHA-EFECTIVA) -
                           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                               (EMPLEADOS-FECHA-ALTA))) / 365 + 1
                   ELSE
                       ADD 1 TO WS-TOTAL-SIN-CRUCE
                   END-IF
           END-READ.

      *    La misma tabla de dias por antiguedad de prima-vacacional.
           DETERMINA-DIAS-DERECHO.
           EVALUATE TRUE
               WHEN WS-ANOS-SERVICIO <= 1
                   MOVE 12 TO WS-DIAS-DERECHO
               WHEN WS-ANOS-SERVICIO = 2
                   MOVE 14 TO WS-DIAS-DERECHO
               WHEN WS-ANOS-SERVICIO = 3
                   MOVE 16 TO WS-DIAS-DERECHO
               WHEN WS-ANOS-SERVICIO = 4
                   MOVE 18 TO WS-DIAS-DERECHO
               WHEN WS-ANOS-SERVICIO = 5
                   MOVE 20 TO WS-DIAS-DERECHO
               WHEN WS-ANOS-SERVICIO >= 6 AND <= 10
                   MOVE 22 TO WS-DIAS-DERECHO
               WHEN WS-ANOS-SERVICIO >= 11 AND <= 15
                   MOVE 24 TO WS-DIAS-DERECHO
               WHEN WS-ANOS-SERVICIO >= 16 AND <= 20
                   MOVE 26 TO WS-DIAS-DERECHO
               WHEN WS-ANOS-SERVICIO >= 21 AND <= 25
                   MOVE 28 TO WS-DIAS-DERECHO
               WHEN OTHER
                   MOVE 30 TO WS-DIAS-DERECHO
           END-EVALUATE.

      *    Parte variable: lo variable del bimestre entre los dias
      *    del bimestre. El tiempo extra gravado se paga doble a la
      *    cuota por hora de registro-nomina (mensual / 240).
           CALCULA-PARTE-VARIABLE.
           MOVE ZEROES TO WS-PARTE-VARIABLE WS-IMPORTE-VARIABLE
               WS-PAGO-EXTRA.
           PERFORM BUSCA-VARIABLE.
           IF WS-VAR-ENCONTRADO > ZEROES
               COMPUTE WS-CUOTA-HORA ROUNDED = WS-SALARIO-EMP / 240
               COMPUTE WS-PAGO-EXTRA ROUNDED =
                   WS-CUOTA-HORA * 2 *
                       WS-VAR-HORAS-GRAVADAS (WS-VAR-ENCONTRADO)
               ADD WS-VAR-IMPORTE (WS-VAR-ENCONTRADO) WS-PAGO-EXTRA
                   GIVING WS-IMPORTE-VARIABLE
               IF WS-IMPORTE-VARIABLE > ZEROES
                   COMPUTE WS-PARTE-VARIABLE ROUNDED =
                       WS-IMPORTE-VARIABLE / WS-DIAS-BIMESTRE
               END-IF
           END-IF.

           ESCRIBE-SDI.
           MOVE WS-NUMERO-EMP TO SDI-NUMERO-EMP.
           MOVE WS-SITIO-EMP TO SDI-SITIO.
           MOVE WS-FECHA-EFECTIVA-X TO SDI-FECHA-EFECTIVA.
           MOVE WS-SALARIO-DIARIO TO SDI-SALARIO-DIARIO.
           MOVE WS-FACTOR TO SDI-FACTOR.
           MOVE WS-PARTE-FIJA TO SDI-PARTE-FIJA.
           MOVE WS-PARTE-VARIABLE TO SDI-PARTE-VARIABLE.
           MOVE WS-SDI TO SDI-INTEGRADO.
           MOVE WS-TOPADO TO SDI-TOPADO.
           MOVE SDI-REGISTRO TO LINEA-SDI.
           WRITE LINEA-SDI.

      *    Solo el SDI que cambia contra el vigente genera movimiento
      *    de modificacion para el instituto.
           EVALUA-MOVIMIENTO.
           MOVE SPACES TO WS-CAUSA.
           MOVE ZEROES TO WS-ANT-ENCONTRADO WS-SDI-ANTERIOR.
           PERFORM VARYING WS-IX-ANT FROM 1 BY 1
               UNTIL WS-IX-ANT > WS-TOTAL-ANTERIOR
               OR WS-ANT-ENCONTRADO > ZEROES
               IF WS-ANT-NUMERO (WS-IX-ANT) = WS-NUMERO-EMP
                   AND WS-ANT-SITIO (WS-IX-ANT) = WS-SITIO-EMP
                   MOVE WS-IX-ANT TO WS-ANT-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ANT-ENCONTRADO = ZEROES
               MOVE "NVO" TO WS-CAUSA
           ELSE
               MOVE WS-ANT-INTEGRADO (WS-ANT-ENCONTRADO)
                   TO WS-SDI-ANTERIOR
               IF WS-SDI NOT = WS-SDI-ANTERIOR
                   IF WS-PARTE-FIJA NOT =
                       WS-ANT-PARTE-FIJA (WS-ANT-ENCONTRADO)
                       MOVE "FIJ" TO WS-CAUSA
                   ELSE
                       MOVE "VAR" TO WS-CAUSA
                   END-IF
               END-IF
           END-IF.
           IF WS-CAUSA NOT = SPACES
               MOVE WS-NUMERO-EMP TO SMV-NUMERO-EMP
               MOVE WS-SITIO-EMP TO SMV-SITIO
               MOVE WS-FECHA-EFECTIVA-X TO SMV-FECHA-EFECTIVA
               MOVE WS-SDI-ANTERIOR TO SMV-SDI-ANTERIOR
               MOVE WS-SDI TO SMV-SDI-NUEVO
               MOVE WS-CAUSA TO SMV-CAUSA
               MOVE SDI-MOVIMIENTO-REGISTRO TO LINEA-MOVIMIENTO
               WRITE LINEA-MOVIMIENTO
               ADD 1 TO WS-TOTAL-MOVIMIENTOS
           END-IF.

           ESCRIBE-DETALLE.
           MOVE WS-NUMERO-EMP TO DET-NUMERO.
           MOVE WS-SITIO-EMP TO DET-SITIO.
           MOVE WS-NOMBRE-EMP TO DET-NOMBRE.
           MOVE WS-SALARIO-DIARIO TO DET-DIARIO.
           MOVE WS-FACTOR TO DET-FACTOR.
           MOVE WS-PARTE-FIJA TO DET-FIJA.
           MOVE WS-PARTE-VARIABLE TO DET-VARIABLE.
           MOVE WS-SDI TO DET-SDI.
           IF WS-TOPADO = "S"
               MOVE "TOPE" TO DET-TOPE
           ELSE
               MOVE SPACES TO DET-TOPE
           END-IF.
           MOVE WS-CAUSA TO DET-CAUSA.
           MOVE WS-LINEA-DETALLE-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           CIERRA-ARCHIVOS.
           CLOSE NOMINA-MAESTRO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE SALARIOS-INTEGRADOS.
           CLOSE MOVIMIENTOS-SDI.
           CLOSE REPORTE-SDI.

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

       END PROGRAM calcula-sdi.
