      * Author:HECTOR PAULO
      * Date:03/09/2026
      * Purpose:DETERMINACION BIMESTRAL DE CUOTAS OBRERO-PATRONALES DEL
      *         IMSS POR RAMO DE SEGURO. LOS COTIZANTES SON LOS
      *         EMPLEADOS PAGADOS EN LAS DOS CORRIDAS DEL BIMESTRE
      *         (CIFRAS-NOMINA.dat Y SU RESPALDO ANTERIOR, LAYOUT
      *         CIFREG.cpy); SU BASE ES EL SALARIO DIARIO INTEGRADO
      *         DE calcula-sdi (SDIREG.cpy) POR LOS DIAS COTIZADOS
      *         (MEDIO BIMESTRE POR CORRIDA EN QUE APARECEN), Y SOLO
      *         QUIEN NO TIENE SDI COTIZA SOBRE SU BRUTO, CON AVISO.
      *         A LA BASE SE LE APLICA LA TABLA DE TASAS
      *         POR RAMO DE TASAS-IMSS.txt (ramo,descripcion,
      *         tasa-obrero,tasa-patron; EDITABLE COMO LA TARIFA DE
      *         ISR, EL RIESGO DE TRABAJO LLEVA LA PRIMA DE LA EMPRESA
      *         EN SU COLUMNA PATRONAL, CON CINCO DECIMALES, COMO LA
      *         DEJA prima-riesgo; LA TASA DE UN RAMO VIGENTE A LA
      *         FECHA DEL BIMESTRE EN LA TABLA DE PARAMETROS LEGALES
      *         MANDA SOBRE LA DEL ARCHIVO), SEPARANDO CUOTA DEL
      *         TRABAJADOR Y DEL PATRON. LA CEDULA CON TOTALES POR
      *         RAMO SE CUADRA CONTRA EL SUA ANTES DE PAGAR; EL
      *         PORCENTAJE PLANO DE COSTO-PATRONAL QUEDA SOLO PARA LA
      *         ESTIMACION GERENCIAL. CON CATALOGO DE REGISTROS
      *         PATRONALES CADA COTIZANTE CAE EN EL REGISTRO QUE LE
      *         TOCA A LA FECHA DEL BIMESTRE (busca-registro-patronal):
      *         LA CEDULA TRAE UNA SECCION POR REGISTRO CON SU BASE,
      *         SUS RAMOS (EL DE RIESGO CON LA PRIMA DEL REGISTRO) Y
      *         SU TOTAL, MAS EL GRAN TOTAL, Y CADA REGISTRO SALE
      *         ADEMAS EN SU PROPIA CEDULA PARA SU PAGO EN EL SUA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TAS.

       SELECT SALARIOS-INTEGRADOS
       ASSIGN TO DYNAMIC WS-RUTA-SDI
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SDI.

       SELECT CEDULA-RPT
       ASSIGN TO DYNAMIC WS-RUTA-CEDULA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       SELECT CEDULA-REGISTRO
       ASSIGN TO DYNAMIC WS-RUTA-CEDULA-REG
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CRG.

       DATA DIVISION.
       FILE SECTION.
       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD CIFRAS-ANTERIOR.
       01  LINEA-CIFRAS-ANT PIC X(194).

       FD TASAS-IMSS.
       01  LINEA-TASA PIC X(60).

       FD SALARIOS-INTEGRADOS.
       01  LINEA-SDI PIC X(57).

       FD CEDULA-RPT.
       01  LINEA-CEDULA PIC X(90).

       FD CEDULA-REGISTRO.
       01  LINEA-CEDULA-REG PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CIFREG.
       COPY SDIREG.
       COPY RPBREG.

       01  WS-RUTA-CIFRAS PIC X(200).
       01  WS-RUTA-CIFRAS-ANT PIC X(200).
       01  WS-RUTA-TASAS PIC X(200).
       01  WS-RUTA-CEDULA PIC X(200).
       01  WS-RUTA-SDI PIC X(200).
       01  WS-FILE-STATUS-CIF PIC X(2).
       01  WS-FILE-STATUS-CIA PIC X(2).
       01  WS-FILE-STATUS-TAS PIC X(2).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-FILE-STATUS-SDI PIC X(2).
       01  FIN-DE-CIFRAS PIC X.
       01  FIN-DE-SDI PIC X.
       01  FIN-DE-TASAS PIC X.
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
               10 WS-TAS-RAMO PIC X(3).
               10 WS-TAS-DESCRIPCION PIC X(25).
               10 WS-TAS-OBRERO PIC 9(2)V9(4).
               10 WS-TAS-PATRON PIC 9(2)V9(5).
       01  WS-TOTAL-TASAS PIC 9(2) VALUE ZEROES.
       01  WS-IX-TAS PIC 9(2).
       01  WS-TAS-RAMO-X PIC X(4).
       01  WS-TAS-OBRERO-X PIC X(10).
       01  WS-TAS-PATRON-X PIC X(10).
      *    Las tasas de ley vigentes a la fecha del bimestre
      *    (CUOTAS_IMSS_FECHA, AAAAMMDD; sin ella, la de la corrida)
      *    en la tabla de parametros legales (IMSS-ramo-O e
      *    IMSS-ramo-P) mandan sobre las de TASAS-IMSS.txt.
       01  WS-FECHA-CALCULO-PLG PIC X(8).
       01  WS-CLAVE-PLG PIC X(12).
       01  WS-VALOR-PLG PIC 9(7)V9(5).
       01  WS-RESULTADO-PLG PIC X.
       01  WS-TASAS-DE-TABLA PIC 9(2) VALUE ZEROES.

      *    Base de cotizacion del bimestre por empleado: SDI por los
      *    dias cotizados; el bruto de las corridas queda solo para
      *    quien no tiene SDI.
       01  WS-TABLA-BASES.
           05 WS-BAS-RENGLON OCCURS 9999 TIMES.
               10 WS-BAS-NUMERO PIC 9(5).
               10 WS-BAS-SITIO PIC X(2).
               10 WS-BAS-CORRIDAS PIC 9(1).
               10 WS-BAS-BRUTO PIC S9(9)V99.
               10 WS-BAS-BASE PIC S9(9)V99.
               10 WS-BAS-REGISTRO PIC X(11).
       01  WS-TOTAL-BASES PIC 9(4) VALUE ZEROES.
       01  WS-IX-BAS PIC 9(4).
       01  WS-BAS-ENCONTRADO PIC 9(4).
       01  WS-BASE-BIMESTRE PIC S9(11)V99 VALUE ZEROES.
       01  WS-DIAS-BIMESTRE PIC 9(3) VALUE 61.
       01  WS-DIAS-BIMESTRE-X PIC X(3).
       01  WS-TOTAL-SIN-SDI PIC 9(4) VALUE ZEROES.

       01  WS-TABLA-SDI.
           05 WS-SDI-RENGLON OCCURS 9999 TIMES.
               10 WS-SDI-NUMERO PIC 9(5).
               10 WS-SDI-SITIO PIC X(2).
               10 WS-SDI-INTEGRADO PIC 9(5)V99.
       01  WS-TOTAL-SDI PIC 9(4) VALUE ZEROES.
       01  WS-IX-SDI PIC 9(4).
       01  WS-SDI-ENCONTRADO PIC 9(4).

      *    Cotizantes y base por registro patronal; el registro en
      *    blanco junta a quien no tiene registro. Un solo renglon en
      *    blanco es la cedula de siempre, sin secciones.
       01  WS-TABLA-PATRONALES.
           05 WS-PAT-RENGLON OCCURS 50 TIMES.
               10 WS-PAT-REGISTRO PIC X(11).
               10 WS-PAT-EMPLEADOS PIC 9(5).
               10 WS-PAT-BASE PIC S9(11)V99.
       01  WS-TOTAL-PATRONALES PIC 9(2) VALUE ZEROES.
       01  WS-IX-PAT PIC 9(2).
       01  WS-PAT-ENCONTRADO PIC 9(2).
       01  WS-RAMO-RIESGO PIC X(3).
       01  WS-RUTA-CEDULA-REG PIC X(200).
       01  WS-FILE-STATUS-CRG PIC X(2).
       01  WS-CEDULA-REG-ABIERTA PIC X VALUE "N".
       01  WS-BASE-CALCULO PIC S9(11)V99.
       01  WS-PRIMA-REGISTRO PIC 9(2)V9(5).
       01  WS-TASA-PATRON-CALCULO PIC 9(2)V9(5).
       01  WS-REG-OBRERO PIC S9(11)V99 VALUE ZEROES.
       01  WS-REG-PATRON PIC S9(11)V99 VALUE ZEROES.
       01  WS-REG-TOTAL PIC S9(11)V99 VALUE ZEROES.

       01  WS-CUOTA-OBRERO PIC S9(11)V99.
       01  WS-CUOTA-PATRON PIC S9(11)V99.
           05 CED-PATRON PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(8) VALUE " TOTAL: ".
           05 CED-TOTAL PIC -ZZZZZZZZ9.99.
       01  WS-LINEA-REGISTRO-CED.
           05 FILLER PIC X(18) VALUE "REGISTRO PATRONAL ".
           05 CRG-REGISTRO PIC X(11).
           05 FILLER PIC X VALUE SPACE.
           05 CRG-RAZON-SOCIAL PIC X(40).
           05 FILLER PIC X(7) VALUE " PRIMA ".
           05 CRG-PRIMA PIC Z9.99999.
       01  WS-LINEA-TOTAL-REG-CED.
           05 FILLER PIC X(29) VALUE
               "TOTAL DEL REGISTRO PATRONAL: ".
           05 FILLER PIC X(9) VALUE " OBRERO: ".
           05 CTR-OBRERO PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(9) VALUE " PATRON: ".
           05 CTR-PATRON PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(8) VALUE " TOTAL: ".
           05 CTR-TOTAL PIC -ZZZZZZZZ9.99.
       01  WS-LINEA-TOTAL-CED.
           05 FILLER PIC X(29) VALUE
               "TOTAL A PAGAR AL INSTITUTO:  ".
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-TASAS.
           PERFORM CARGA-SDI.
           PERFORM CARGA-BASES-BIMESTRE.
           PERFORM VALORIZA-BASES
               VARYING WS-IX-BAS FROM 1 BY 1
               UNTIL WS-IX-BAS > WS-TOTAL-BASES.
           IF WS-TOTAL-SIN-SDI > ZEROES
               DISPLAY "Aviso: cotizantes sin SDI, sobre su bruto: "
                   WS-TOTAL-SIN-SDI
           END-IF.
           IF WS-TOTAL-BASES = ZEROES
               DISPLAY "No hay cifras que cotizar; corra primero "
                   "registro-nomina."
           IF WS-RUTA-TASAS = SPACES
               MOVE "TASAS-IMSS.txt" TO WS-RUTA-TASAS
           END-IF.
           ACCEPT WS-RUTA-SDI FROM ENVIRONMENT
               "SALARIOS_INTEGRADOS_PATH".
           IF WS-RUTA-SDI = SPACES
               MOVE "SALARIOS-INTEGRADOS.txt" TO WS-RUTA-SDI
           END-IF.
           ACCEPT WS-RAMO-RIESGO FROM ENVIRONMENT "PRIMA_RIESGO_RAMO".
           IF WS-RAMO-RIESGO = SPACES
               MOVE "RT" TO WS-RAMO-RIESGO
           END-IF.
           ACCEPT WS-DIAS-BIMESTRE-X FROM ENVIRONMENT
               "CUOTAS_IMSS_DIAS_BIMESTRE".
           IF WS-DIAS-BIMESTRE-X IS NUMERIC
               AND WS-DIAS-BIMESTRE-X NOT = ZEROES
               MOVE WS-DIAS-BIMESTRE-X TO WS-DIAS-BIMESTRE
           END-IF.
           ACCEPT WS-RUTA-CEDULA FROM ENVIRONMENT
               "CEDULA_IMSS_RPT_PATH".
           IF WS-RUTA-CEDULA = SPACES
               STOP RUN
           END-IF.
           DISPLAY "Ramos de seguro cargados: " WS-TOTAL-TASAS.
           ACCEPT WS-FECHA-CALCULO-PLG FROM ENVIRONMENT
               "CUOTAS_IMSS_FECHA".
           IF WS-FECHA-CALCULO-PLG NOT NUMERIC
               ACCEPT WS-FECHA-CALCULO-PLG FROM DATE YYYYMMDD
           END-IF.
           PERFORM APLICA-TASA-VIGENTE
               VARYING WS-IX-TAS FROM 1 BY 1
               UNTIL WS-IX-TAS > WS-TOTAL-TASAS.
           IF WS-TASAS-DE-TABLA > ZEROES
               DISPLAY "Tasas tomadas de parametros legales al "
                   WS-FECHA-CALCULO-PLG ": " WS-TASAS-DE-TABLA
           END-IF.

           APLICA-TASA-VIGENTE.
           MOVE SPACES TO WS-CLAVE-PLG.
           STRING "IMSS-" DELIMITED BY SIZE
               WS-TAS-RAMO (WS-IX-TAS) DELIMITED BY SPACE
               "-O" DELIMITED BY SIZE
               INTO WS-CLAVE-PLG
           END-STRING.
           PERFORM LLAMA-PARAMETRO-LEGAL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-TAS-OBRERO (WS-IX-TAS)
               ADD 1 TO WS-TASAS-DE-TABLA
           END-IF.
           MOVE SPACES TO WS-CLAVE-PLG.
           STRING "IMSS-" DELIMITED BY SIZE
               WS-TAS-RAMO (WS-IX-TAS) DELIMITED BY SPACE
               "-P" DELIMITED BY SIZE
               INTO WS-CLAVE-PLG
           END-STRING.
           PERFORM LLAMA-PARAMETRO-LEGAL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-TAS-PATRON (WS-IX-TAS)
               ADD 1 TO WS-TASAS-DE-TABLA
           END-IF.

           LLAMA-PARAMETRO-LEGAL.
           CALL "busca-parametro-legal"
               USING WS-BIT-PROGRAMA WS-CLAVE-PLG WS-FECHA-CALCULO-PLG
                   WS-VALOR-PLG WS-RESULTADO-PLG
           END-CALL.

           LEE-RENGLON-TASA.
           READ TASAS-IMSS
           END-IF.
           PERFORM LEE-RENGLON-TASA.

           CARGA-SDI.
           OPEN INPUT SALARIOS-INTEGRADOS.
           IF WS-FILE-STATUS-SDI NOT = "00"
               DISPLAY "Aviso: sin salarios integrados ("
                   FUNCTION TRIM(WS-RUTA-SDI)
                   "); todos cotizan sobre su bruto."
           ELSE
               MOVE "1" TO FIN-DE-SDI
               PERFORM LEE-SDI
               PERFORM AGREGA-SDI UNTIL FIN-DE-SDI = "0"
               CLOSE SALARIOS-INTEGRADOS
           END-IF.

           LEE-SDI.
           READ SALARIOS-INTEGRADOS
               AT END
                   MOVE "0" TO FIN-DE-SDI
               NOT AT END
                   MOVE LINEA-SDI TO SDI-REGISTRO
           END-READ.

           AGREGA-SDI.
           IF LINEA-SDI NOT = SPACES
               AND WS-TOTAL-SDI < 9999
               ADD 1 TO WS-TOTAL-SDI
               MOVE SDI-NUMERO-EMP TO WS-SDI-NUMERO (WS-TOTAL-SDI)
               MOVE SDI-SITIO TO WS-SDI-SITIO (WS-TOTAL-SDI)
               MOVE SDI-INTEGRADO TO WS-SDI-INTEGRADO (WS-TOTAL-SDI)
           END-IF.
           PERFORM LEE-SDI.

      *    Los cotizantes son los empleados pagados en las dos
      *    corridas; la corrida anterior puede faltar en el primer
      *    bimestre del sistema y solo se avisa.
           CARGA-BASES-BIMESTRE.
           OPEN INPUT CIFRAS-NOMINA.
           IF WS-FILE-STATUS-CIF NOT = "00"
               UNTIL WS-IX-BAS > WS-TOTAL-BASES
               OR WS-BAS-ENCONTRADO > ZEROES
               IF WS-BAS-NUMERO (WS-IX-BAS) = CIF-NUMERO
                   AND WS-BAS-SITIO (WS-IX-BAS) = CIF-SITIO
                   MOVE WS-IX-BAS TO WS-BAS-ENCONTRADO
               END-IF
           END-PERFORM.
               ADD 1 TO WS-TOTAL-BASES
               MOVE WS-TOTAL-BASES TO WS-BAS-ENCONTRADO
               MOVE CIF-NUMERO TO WS-BAS-NUMERO (WS-BAS-ENCONTRADO)
               MOVE CIF-SITIO TO WS-BAS-SITIO (WS-BAS-ENCONTRADO)
               MOVE ZEROES TO WS-BAS-CORRIDAS (WS-BAS-ENCONTRADO)
               MOVE ZEROES TO WS-BAS-BRUTO (WS-BAS-ENCONTRADO)
               MOVE ZEROES TO WS-BAS-BASE (WS-BAS-ENCONTRADO)
           END-IF.
           IF WS-BAS-ENCONTRADO > ZEROES
               ADD 1 TO WS-BAS-CORRIDAS (WS-BAS-ENCONTRADO)
               IF CIF-BRUTO > ZEROES
                   ADD CIF-BRUTO TO WS-BAS-BRUTO (WS-BAS-ENCONTRADO)
               END-IF
           END-IF.

      *    Cada corrida en que aparece el empleado cotiza medio
      *    bimestre de dias a su SDI.
           VALORIZA-BASES.
           MOVE ZEROES TO WS-SDI-ENCONTRADO.
           PERFORM VARYING WS-IX-SDI FROM 1 BY 1
               UNTIL WS-IX-SDI > WS-TOTAL-SDI
               OR WS-SDI-ENCONTRADO > ZEROES
               IF WS-SDI-NUMERO (WS-IX-SDI) = WS-BAS-NUMERO (WS-IX-BAS)
                   AND WS-SDI-SITIO (WS-IX-SDI) =
                       WS-BAS-SITIO (WS-IX-BAS)
                   MOVE WS-IX-SDI TO WS-SDI-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-SDI-ENCONTRADO > ZEROES
               COMPUTE WS-BAS-BASE (WS-IX-BAS) ROUNDED =
                   WS-SDI-INTEGRADO (WS-SDI-ENCONTRADO) *
                   WS-DIAS-BIMESTRE * WS-BAS-CORRIDAS (WS-IX-BAS) / 2
           ELSE
               MOVE WS-BAS-BRUTO (WS-IX-BAS) TO WS-BAS-BASE (WS-IX-BAS)
               ADD 1 TO WS-TOTAL-SIN-SDI
           END-IF.
           ADD WS-BAS-BASE (WS-IX-BAS) TO WS-BASE-BIMESTRE.
           PERFORM ACUMULA-BASE-REGISTRO.

      *    El registro patronal del cotizante a la fecha del bimestre.
           ACUMULA-BASE-REGISTRO.
           MOVE "E" TO RPB-ACCION.
           MOVE WS-BAS-SITIO (WS-IX-BAS) TO RPB-SITIO.
           MOVE WS-BAS-NUMERO (WS-IX-BAS) TO RPB-NUMERO.
           MOVE WS-FECHA-CALCULO-PLG TO RPB-FECHA.
           CALL "busca-registro-patronal"
               USING REGISTRO-PATRONAL-CONSULTA.
           MOVE RPB-REGISTRO TO WS-BAS-REGISTRO (WS-IX-BAS).
           MOVE ZEROES TO WS-PAT-ENCONTRADO.
           PERFORM VARYING WS-IX-PAT FROM 1 BY 1
               UNTIL WS-IX-PAT > WS-TOTAL-PATRONALES
               OR WS-PAT-ENCONTRADO > ZEROES
               IF WS-PAT-REGISTRO (WS-IX-PAT) = RPB-REGISTRO
                   MOVE WS-IX-PAT TO WS-PAT-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-PAT-ENCONTRADO = ZEROES
               AND WS-TOTAL-PATRONALES < 50
               ADD 1 TO WS-TOTAL-PATRONALES
               MOVE WS-TOTAL-PATRONALES TO WS-PAT-ENCONTRADO
               MOVE RPB-REGISTRO TO WS-PAT-REGISTRO (WS-PAT-ENCONTRADO)
               MOVE ZEROES TO WS-PAT-EMPLEADOS (WS-PAT-ENCONTRADO)
               MOVE ZEROES TO WS-PAT-BASE (WS-PAT-ENCONTRADO)
           END-IF.
           IF WS-PAT-ENCONTRADO > ZEROES
               ADD 1 TO WS-PAT-EMPLEADOS (WS-PAT-ENCONTRADO)
               ADD WS-BAS-BASE (WS-IX-BAS)
                   TO WS-PAT-BASE (WS-PAT-ENCONTRADO)
           END-IF.

           ESCRIBE-CEDULA.
           END-IF.
           MOVE WS-LINEA-TITULO-CED TO LINEA-CEDULA.
           WRITE LINEA-CEDULA.
           IF WS-TOTAL-PATRONALES = 1
               AND WS-PAT-REGISTRO (1) = SPACES
               MOVE WS-TOTAL-BASES TO CED-EMPLEADOS
               MOVE WS-BASE-BIMESTRE TO CED-BASE
               MOVE WS-LINEA-BASE-CED TO LINEA-CEDULA
               WRITE LINEA-CEDULA
               MOVE WS-BASE-BIMESTRE TO WS-BASE-CALCULO
               MOVE ZEROES TO WS-PRIMA-REGISTRO
               PERFORM ESCRIBE-RENGLON-RAMO
                   VARYING WS-IX-TAS FROM 1 BY 1
                   UNTIL WS-IX-TAS > WS-TOTAL-TASAS
           ELSE
               PERFORM ESCRIBE-SECCION-REGISTRO
                   VARYING WS-IX-PAT FROM 1 BY 1
                   UNTIL WS-IX-PAT > WS-TOTAL-PATRONALES
           END-IF.
           MOVE WS-TOTAL-OBRERO TO CTO-OBRERO.
           MOVE WS-TOTAL-PATRON TO CTO-PATRON.
           MOVE WS-GRAN-TOTAL TO CTO-TOTAL.
           WRITE LINEA-CEDULA.
           CLOSE CEDULA-RPT.

      *    Seccion de un registro patronal en la cedula consolidada;
      *    la misma seccion sale en la cedula propia del registro. Los
      *    cotizantes sin registro solo van en la consolidada.
           ESCRIBE-SECCION-REGISTRO.
           MOVE "R" TO RPB-ACCION.
           MOVE WS-PAT-REGISTRO (WS-IX-PAT) TO RPB-REGISTRO.
           CALL "busca-registro-patronal"
               USING REGISTRO-PATRONAL-CONSULTA.
           MOVE RPB-PRIMA-RIESGO TO WS-PRIMA-REGISTRO.
           MOVE WS-PAT-REGISTRO (WS-IX-PAT) TO CRG-REGISTRO.
           MOVE RPB-PRIMA-RIESGO TO CRG-PRIMA.
           IF WS-PAT-REGISTRO (WS-IX-PAT) = SPACES
               MOVE "SIN REGISTRO PATRONAL" TO CRG-RAZON-SOCIAL
           ELSE
               MOVE RPB-RAZON-SOCIAL TO CRG-RAZON-SOCIAL
               CALL "arma-ruta-registro"
                   USING WS-RUTA-CEDULA WS-PAT-REGISTRO (WS-IX-PAT)
                       WS-RUTA-CEDULA-REG
               OPEN OUTPUT CEDULA-REGISTRO
               IF WS-FILE-STATUS-CRG = "00"
                   MOVE "S" TO WS-CEDULA-REG-ABIERTA
                   MOVE WS-LINEA-TITULO-CED TO LINEA-CEDULA-REG
                   WRITE LINEA-CEDULA-REG
               ELSE
                   DISPLAY "No se pudo crear la cedula del registro "
                       WS-PAT-REGISTRO (WS-IX-PAT) ": "
                       FUNCTION TRIM(WS-RUTA-CEDULA-REG)
               END-IF
           END-IF.
           MOVE SPACES TO LINEA-CEDULA.
           WRITE LINEA-CEDULA.
           MOVE WS-LINEA-REGISTRO-CED TO LINEA-CEDULA.
           PERFORM ESCRIBE-LINEA-SECCION.
           MOVE WS-PAT-EMPLEADOS (WS-IX-PAT) TO CED-EMPLEADOS.
           MOVE WS-PAT-BASE (WS-IX-PAT) TO CED-BASE.
           MOVE WS-LINEA-BASE-CED TO LINEA-CEDULA.
           PERFORM ESCRIBE-LINEA-SECCION.
           MOVE WS-PAT-BASE (WS-IX-PAT) TO WS-BASE-CALCULO.
           MOVE ZEROES TO WS-REG-OBRERO WS-REG-PATRON WS-REG-TOTAL.
           PERFORM ESCRIBE-RENGLON-RAMO
               VARYING WS-IX-TAS FROM 1 BY 1
               UNTIL WS-IX-TAS > WS-TOTAL-TASAS.
           MOVE WS-REG-OBRERO TO CTR-OBRERO.
           MOVE WS-REG-PATRON TO CTR-PATRON.
           MOVE WS-REG-TOTAL TO CTR-TOTAL.
           MOVE WS-LINEA-TOTAL-REG-CED TO LINEA-CEDULA.
           PERFORM ESCRIBE-LINEA-SECCION.
           IF WS-CEDULA-REG-ABIERTA = "S"
               CLOSE CEDULA-REGISTRO
               MOVE "N" TO WS-CEDULA-REG-ABIERTA
               DISPLAY "Cedula del registro "
                   WS-PAT-REGISTRO (WS-IX-PAT) ": "
                   FUNCTION TRIM(WS-RUTA-CEDULA-REG)
           END-IF.

           ESCRIBE-LINEA-SECCION.
           WRITE LINEA-CEDULA.
           IF WS-CEDULA-REG-ABIERTA = "S"
               MOVE LINEA-CEDULA TO LINEA-CEDULA-REG
               WRITE LINEA-CEDULA-REG
           END-IF.

      *    El ramo de riesgo de trabajo cobra la prima del registro
      *    patronal cuando el catalogo la trae; si no, la de la tabla.
           ESCRIBE-RENGLON-RAMO.
           MOVE WS-TAS-PATRON (WS-IX-TAS) TO WS-TASA-PATRON-CALCULO.
           IF WS-TAS-RAMO (WS-IX-TAS) = WS-RAMO-RIESGO
               AND WS-PRIMA-REGISTRO > ZEROES
               MOVE WS-PRIMA-REGISTRO TO WS-TASA-PATRON-CALCULO
           END-IF.
           COMPUTE WS-CUOTA-OBRERO ROUNDED =
               WS-BASE-CALCULO * WS-TAS-OBRERO (WS-IX-TAS) / 100.
           COMPUTE WS-CUOTA-PATRON ROUNDED =
               WS-BASE-CALCULO * WS-TASA-PATRON-CALCULO / 100.
           ADD WS-CUOTA-OBRERO TO WS-TOTAL-OBRERO WS-REG-OBRERO.
           ADD WS-CUOTA-PATRON TO WS-TOTAL-PATRON WS-REG-PATRON.
           ADD WS-CUOTA-OBRERO WS-CUOTA-PATRON
               TO WS-GRAN-TOTAL.
           ADD WS-CUOTA-OBRERO WS-CUOTA-PATRON
               TO WS-REG-TOTAL.
           MOVE WS-TAS-RAMO (WS-IX-TAS) TO CED-RAMO.
           MOVE WS-TAS-DESCRIPCION (WS-IX-TAS) TO CED-DESCRIPCION.
           MOVE WS-CUOTA-OBRERO TO CED-OBRERO.
           MOVE WS-CUOTA-PATRON TO CED-PATRON.
           COMPUTE CED-TOTAL = WS-CUOTA-OBRERO + WS-CUOTA-PATRON.
           MOVE WS-LINEA-RAMO-CED TO LINEA-CEDULA.
           PERFORM ESCRIBE-LINEA-SECCION.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
