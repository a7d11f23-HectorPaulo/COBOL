      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CORRIDA DE PAGO DE FINIQUITOS: TOMA DE LA COLA
      *         FINIQUITOS-POR-PAGAR.txt (FNQREG.cpy) LOS FINIQUITOS
      *         QUE UN SUPERVISOR APROBO EN aprueba-finiquitos, SEPARA
      *         LO EXENTO DE LO GRAVADO DE CADA COMPONENTE (AGUINALDO
      *         HASTA 30 UMAS, PRIMA VACACIONAL HASTA 15 UMAS,
      *         INDEMNIZACION HASTA 90 UMAS POR ANO DE SERVICIO; EL
      *         SUELDO PENDIENTE Y LAS VACACIONES GRAVAN COMPLETOS),
      *         CALCULA EL ISR Y ESCRIBE CIFRAS-FINIQUITOS-<FOLIO>.dat
      *         (LAYOUT CIFREG.cpy, COLA DE CLASE "F" CON EL FOLIO DE
      *         LA CORRIDA). CON NOMINA_FINIQUITOS=<FOLIO>,
      *         dispersa-nomina O cheques-nomina PAGAN EL NETO Y
      *         timbra-nomina TIMBRA EL CFDI CON SU NODO DE
      *         SEPARACION. LO GRAVADO SE SUMA AL ACUMULADO ANUAL DEL
      *         ANO DE PAGO, Y CADA FINIQUITO PAGADO QUEDA "G" EN LA
      *         COLA CON SU FOLIO Y SU DESGLOSE FISCAL PARA
      *         constancia-anual. EL CANDADO DE CORRIDA ES EL DE LA
      *         COLA (finiquitos-por-pagar), EL MISMO QUE TOMAN
      *         finiquito Y aprueba-finiquitos, PARA QUE NADIE LA
      *         REESCRIBA ENTRE LA CARGA Y LA REESCRITURA DEL PAGO.
      *
      *         ISR: LO GRAVADO ORDINARIO SE SUMA AL ULTIMO SUELDO
      *         MENSUAL Y SE RETIENE LA DIFERENCIA DE TARIFA MENSUAL
      *         CONTRA EL SUELDO SOLO. LA INDEMNIZACION GRAVADA PAGA
      *         A LA TASA EFECTIVA DEL ULTIMO SUELDO MENSUAL
      *         (ART. 96 LISR); HASTA UN SUELDO MENSUAL ES INGRESO
      *         ACUMULABLE Y EL RESTO NO ACUMULABLE. LOS TOPES EN UMAS
      *         SALEN DE busca-parametro-legal A LA FECHA DE PAGO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paga-finiquitos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Cola de finiquitos: se carga completa, se pagan las lineas
      *    "A" y se reescribe con las pagadas en "G".
       SELECT FINIQUITOS-POR-PAGAR
       ASSIGN TO DYNAMIC WS-RUTA-POR-PAGAR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FNQ.

      *    Tarifa mensual de ISR (limite,cuota,tasa por renglon): la
      *    base del finiquito es el ultimo sueldo mensual.
       SELECT TARIFA-ISR
       ASSIGN TO DYNAMIC WS-RUTA-TARIFA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TAR.

       SELECT CIFRAS-FINIQUITOS
       ASSIGN TO DYNAMIC WS-RUTA-CIFRAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CIF.

       SELECT REGISTRO-FINIQUITOS
       ASSIGN TO DYNAMIC WS-RUTA-REGISTRO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       SELECT ACUMULADO-ANUAL
       ASSIGN TO DYNAMIC WS-RUTA-ACUMULADO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ACU.

       DATA DIVISION.
       FILE SECTION.
       FD  FINIQUITOS-POR-PAGAR.
       01  LINEA-POR-PAGAR PIC X(302).

       FD  TARIFA-ISR.
       01  LINEA-TARIFA PIC X(80).

       FD  CIFRAS-FINIQUITOS.
       01  LINEA-CIFRAS PIC X(194).

       FD  REGISTRO-FINIQUITOS.
       01  LINEA-REGISTRO PIC X(132).

       FD  ACUMULADO-ANUAL.
       01  LINEA-ACUMULADO PIC X(36).

       WORKING-STORAGE SECTION.
       COPY RPTENC.
       COPY CIFREG.
       COPY ACUREG.
       COPY FNQREG.

       01  WS-RUTA-POR-PAGAR PIC X(200).
       01  WS-FILE-STATUS-FNQ PIC X(2).
       01  WS-RUTA-TARIFA PIC X(200).
       01  WS-FILE-STATUS-TAR PIC X(2).
       01  WS-RUTA-CIFRAS PIC X(200).
       01  WS-FILE-STATUS-CIF PIC X(2).
       01  WS-RUTA-REGISTRO PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-RUTA-ACUMULADO PIC X(200).
       01  WS-FILE-STATUS-ACU PIC X(2).

       01  FIN-DE-POR-PAGAR PIC X.
       01  FIN-DE-TARIFA PIC X.
       01  FIN-DE-ACUMULADO PIC X.

       01  WS-FECHA-HOY PIC X(10).
       01  WS-FECHA-CORRIDA PIC X(8).
       01  WS-ANO-CORRIDA PIC 9(4).

      *    Folio de la corrida: serie "FQ" de asigna-id; es el
      *    "periodo" de la cola de las cifras y lo que se indica en
      *    NOMINA_FINIQUITOS a los programas de pago y timbrado.
       01  WS-FOLIO-CORRIDA PIC X(6).
       01  WS-PREFIJO-FOLIO PIC X(2) VALUE "FQ".
       01  WS-FOLIO-RESULTADO PIC X.

       01  WS-TABLA-POR-PAGAR.
           05 WS-FNQ-LINEA OCCURS 2000 TIMES PIC X(302).
       01  WS-TOTAL-POR-PAGAR PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-APROBADOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-FNQ PIC 9(4).

       01  WS-TARIFA-CARGADA PIC X VALUE "N".
       01  WS-TABLA-TARIFA.
           05 WS-RENGLON-TARIFA OCCURS 25 TIMES.
               10 WS-TAR-LIMITE PIC 9(7)V99.
               10 WS-TAR-CUOTA PIC 9(7)V99.
               10 WS-TAR-TASA PIC 9(2)V99.
       01  WS-TOTAL-RENGLONES-TARIFA PIC 9(2) VALUE ZEROES.
       01  WS-IX-TARIFA PIC 9(2).
       01  WS-TRAMO-APLICADO PIC 9(2).
       01  WS-TAR-LIMITE-X PIC X(12).
       01  WS-TAR-CUOTA-X PIC X(12).
       01  WS-TAR-TASA-X PIC X(12).

      *    Porcentaje en centesimas, como en registro-nomina; se usa
      *    si no hay tarifa.
       01  WS-PORCENTAJE-ISR PIC 9(2)V99 VALUE 10.00.
       01  WS-PORCENTAJE-ISR-X PIC X(04).
       01  WS-PORCENTAJE-ISR-CENT PIC 9(04).

      *    Topes de exencion; los valores de aqui solo se usan si la
      *    tabla de parametros legales no trae la clave. La UMA sin
      *    tabla se toma de FINIQUITOS_UMA_DIARIA.
       01  WS-PROGRAMA-PLG PIC X(20) VALUE "paga-finiquitos".
       01  WS-FECHA-CALCULO-PLG PIC X(8).
       01  WS-CLAVE-PLG PIC X(12).
       01  WS-VALOR-PLG PIC 9(7)V9(5).
       01  WS-RESULTADO-PLG PIC X.
       01  WS-UMA-X PIC X(12).
       01  WS-UMA-DIARIA PIC 9(5)V99.
       01  WS-UMAS-AGUINALDO PIC 9(3)V99 VALUE 30.
       01  WS-UMAS-PRIMA-VAC PIC 9(3)V99 VALUE 15.
       01  WS-UMAS-INDEMNIZACION PIC 9(3)V99 VALUE 90.

       01  WS-TOPE-AGUINALDO PIC S9(7)V99.
       01  WS-TOPE-PRIMA-VAC PIC S9(7)V99.
       01  WS-TOPE-INDEMNIZACION PIC S9(7)V99.
       01  WS-EXENTO-AGUINALDO PIC S9(7)V99.
       01  WS-EXENTO-PRIMA-VAC PIC S9(7)V99.
       01  WS-EXENTO-INDEMNIZACION PIC S9(7)V99.
       01  WS-INDEM-GRAVADA PIC S9(7)V99.

       01  WS-BRUTO-CALCULO PIC S9(7)V99.
       01  WS-ISR-CALCULO PIC S9(7)V99.
       01  WS-ISR-SUELDO PIC S9(7)V99.
       01  WS-TASA-EFECTIVA PIC 9V9(6).
       01  WS-ISR-TOTAL PIC S9(7)V99.
       01  WS-NETO-CALCULO PIC S9(7)V99.

       01  WS-TOTAL-PAGADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-NETO PIC 9(6) VALUE ZEROES.
       01  WS-BRUTO-CORRIDA PIC S9(9)V99 VALUE ZEROES.
       01  WS-ISR-CORRIDA PIC S9(9)V99 VALUE ZEROES.
       01  WS-NETO-CORRIDA PIC S9(9)V99 VALUE ZEROES.

       01  WS-TABLA-ACUMULADO.
           05 WS-ACU-RENGLON OCCURS 9999 TIMES.
               10 WS-ACU-NUMERO PIC 9(5).
               10 WS-ACU-ANO PIC 9(4).
               10 WS-ACU-BRUTO PIC S9(9)V99.
               10 WS-ACU-ISR PIC S9(9)V99.
       01  WS-TOTAL-ACUMULADOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-ACU PIC 9(4).
       01  WS-ACU-ENCONTRADO PIC 9(4).

       01  WS-LINEA-TITULO-FNQ.
           05 FILLER PIC X(40) VALUE
               "PAGO DE FINIQUITOS - FOLIO              ".
           05 TIT-FOLIO PIC X(6).
       01  WS-LINEA-COLUMNAS-FNQ.
           05 FILLER PIC X(38) VALUE
               "NUM.  NOMBRE                          ".
           05 FILLER PIC X(36) VALUE
               "      TOTAL      EXENTO     ISR.ORD ".
           05 FILLER PIC X(24) VALUE
               "   ISR.INDEM        NETO".
       01  WS-LINEA-DETALLE-FNQ.
           05 FNQ-DET-NUMERO PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FNQ-DET-NOMBRE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FNQ-DET-TOTAL PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FNQ-DET-EXENTO PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FNQ-DET-ISR-ORD PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FNQ-DET-ISR-IND PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FNQ-DET-NETO PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FNQ-DET-NOTA PIC X(20).
       01  WS-LINEA-TOTAL-FNQ.
           05 FILLER PIC X(24) VALUE "TOTAL FINIQUITOS -      ".
           05 FILLER PIC X(10) VALUE "PAGADOS:  ".
           05 TOT-CONTADOR PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE " ISR:   ".
           05 TOT-ISR PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(8) VALUE " NETO:  ".
           05 TOT-NETO PIC -ZZZZZZZZ9.99.

       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "paga-finiquitos".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

      *    Candado de corrida: dos corridas a la vez pagarian dos
      *    veces el mismo finiquito aprobado. Es el candado de la
      *    cola, compartido con finiquito y aprueba-finiquitos: una
      *    linea encolada o decidida mientras se paga se perderia en
      *    la reescritura.
       01  WS-CANDADO-PROGRAMA PIC X(20)
           VALUE "finiquitos-por-pagar".
       01  WS-CANDADO-USUARIO PIC X(20).
       01  WS-CANDADO-RESULTADO PIC X.

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM TOMA-CANDADO-CORRIDA.
           PERFORM RESUELVE-PARAMETROS.
           PERFORM CARGA-POR-PAGAR.
           IF WS-TOTAL-APROBADOS = ZEROES
               DISPLAY "No hay finiquitos aprobados por pagar."
               MOVE "FIN" TO WS-BIT-EVENTO
               MOVE ZEROES TO WS-BIT-CONTADOR
               MOVE "OK" TO WS-BIT-ESTADO
               PERFORM REGISTRA-BITACORA
               CALL "libera-candado" USING WS-CANDADO-PROGRAMA
               END-CALL
               STOP RUN
           END-IF.
           PERFORM ASIGNA-FOLIO.
           PERFORM VERIFICA-SALIDA-NUEVA.
           PERFORM RESUELVE-PORCENTAJES.
           PERFORM CARGA-TARIFA-ISR.
           PERFORM BUSCA-PARAMETROS-LEGALES.
           PERFORM CARGA-ACUMULADO-ANUAL.
           PERFORM ABRE-ARCHIVOS.
           PERFORM ESCRIBE-ENCABEZADO.
           PERFORM PROCESA-FINIQUITO
               VARYING WS-IX-FNQ FROM 1 BY 1
               UNTIL WS-IX-FNQ > WS-TOTAL-POR-PAGAR.
           PERFORM ESCRIBE-TOTAL-FINIQUITOS.
           PERFORM CIERRA-ARCHIVOS.
           PERFORM REESCRIBE-POR-PAGAR.
           PERFORM REESCRIBE-ACUMULADO-ANUAL.
           DISPLAY "Pago de finiquitos folio " WS-FOLIO-CORRIDA.
           DISPLAY "Finiquitos pagados: " WS-TOTAL-PAGADOS
               " neto: " WS-NETO-CORRIDA.
           IF WS-TOTAL-SIN-NETO > ZEROES
               DISPLAY "AVISO: finiquitos aprobados sin neto a pagar "
                   "despues del ISR: " WS-TOTAL-SIN-NETO
           END-IF.
           DISPLAY "Cifras del pago en: " WS-RUTA-CIFRAS.
           DISPLAY "Registro del pago en: " WS-RUTA-REGISTRO.
           DISPLAY "Para pagar y timbrar corra dispersa-nomina o "
               "cheques-nomina y timbra-nomina con "
               "NOMINA_FINIQUITOS=" WS-FOLIO-CORRIDA.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-PAGADOS TO WS-BIT-CONTADOR.
           IF WS-TOTAL-SIN-NETO > ZEROES
               MOVE "AVISO" TO WS-BIT-ESTADO
           ELSE
               MOVE "OK" TO WS-BIT-ESTADO
           END-IF.
           PERFORM REGISTRA-BITACORA.
           CALL "libera-candado" USING WS-CANDADO-PROGRAMA END-CALL.
           IF WS-TOTAL-SIN-NETO > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           TOMA-CANDADO-CORRIDA.
           ACCEPT WS-CANDADO-USUARIO FROM ENVIRONMENT
               "CANDADO_USUARIO".
           IF WS-CANDADO-USUARIO = SPACES
               MOVE "operador" TO WS-CANDADO-USUARIO
           END-IF.
           CALL "toma-candado"
               USING WS-CANDADO-PROGRAMA WS-CANDADO-USUARIO
                   WS-CANDADO-RESULTADO
           END-CALL.
           IF WS-CANDADO-RESULTADO NOT = "S"
               PERFORM CIERRA-BITACORA-RECHAZO-SIN-CANDADO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    El rechazo por candado no debe soltar el candado del que
      *    si esta corriendo; por eso su cierre de bitacora es
      *    aparte.
           CIERRA-BITACORA-RECHAZO-SIN-CANDADO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           CALL "libera-candado" USING WS-CANDADO-PROGRAMA END-CALL.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-CORRIDA TO WS-FECHA-HOY.
           COMPUTE WS-ANO-CORRIDA =
               FUNCTION NUMVAL(WS-FECHA-CORRIDA (1:4)).
           ACCEPT WS-RUTA-POR-PAGAR FROM ENVIRONMENT
               "FINIQUITOS_POR_PAGAR_PATH".
           IF WS-RUTA-POR-PAGAR = SPACES
               MOVE "FINIQUITOS-POR-PAGAR.txt" TO WS-RUTA-POR-PAGAR
           END-IF.
           ACCEPT WS-RUTA-REGISTRO FROM ENVIRONMENT
               "FINIQUITOS_REPORTE_PATH".
           IF WS-RUTA-REGISTRO = SPACES
               MOVE "REGISTRO-FINIQUITOS" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REGISTRO
               END-CALL
           END-IF.
           ACCEPT WS-RUTA-ACUMULADO FROM ENVIRONMENT
               "ACUMULADO_ANUAL_PATH".
           IF WS-RUTA-ACUMULADO = SPACES
               MOVE "ACUMULADO-ANUAL.txt" TO WS-RUTA-ACUMULADO
           END-IF.

           CARGA-POR-PAGAR.
           OPEN INPUT FINIQUITOS-POR-PAGAR.
           IF WS-FILE-STATUS-FNQ = "00"
               MOVE "1" TO FIN-DE-POR-PAGAR
               PERFORM LEE-POR-PAGAR
               PERFORM AGREGA-POR-PAGAR UNTIL FIN-DE-POR-PAGAR = "0"
               CLOSE FINIQUITOS-POR-PAGAR
           END-IF.

           LEE-POR-PAGAR.
           READ FINIQUITOS-POR-PAGAR
               AT END
                   MOVE "0" TO FIN-DE-POR-PAGAR
               NOT AT END
                   MOVE LINEA-POR-PAGAR TO FINIQUITO-PAGO-REGISTRO
           END-READ.

           AGREGA-POR-PAGAR.
           IF FNQ-NUMERO-EMP IS NUMERIC
               AND WS-TOTAL-POR-PAGAR < 2000
               ADD 1 TO WS-TOTAL-POR-PAGAR
               MOVE LINEA-POR-PAGAR
                   TO WS-FNQ-LINEA (WS-TOTAL-POR-PAGAR)
               IF FNQ-STATUS = "A"
                   ADD 1 TO WS-TOTAL-APROBADOS
               END-IF
           END-IF.
           PERFORM LEE-POR-PAGAR.

           ASIGNA-FOLIO.
           CALL "asigna-id"
               USING WS-PREFIJO-FOLIO WS-FOLIO-CORRIDA
                   WS-FOLIO-RESULTADO
           END-CALL.
           IF WS-FOLIO-RESULTADO NOT = "S"
               DISPLAY "RECHAZADO: no se pudo asignar el folio de la "
                   "corrida de finiquitos."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUTA-CIFRAS FROM ENVIRONMENT
               "FINIQUITOS_CIFRAS_PATH".
           IF WS-RUTA-CIFRAS = SPACES
               STRING "CIFRAS-FINIQUITOS-" DELIMITED BY SIZE
                   WS-FOLIO-CORRIDA DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-RUTA-CIFRAS
               END-STRING
           END-IF.

      *    Unas cifras de finiquitos ya generadas no se sobreescriben:
      *    las lineas que pagaron ya estan en "G" en la cola.
           VERIFICA-SALIDA-NUEVA.
           OPEN INPUT CIFRAS-FINIQUITOS.
           IF WS-FILE-STATUS-CIF = "00"
               CLOSE CIFRAS-FINIQUITOS
               DISPLAY "RECHAZADO: ya existen cifras de finiquitos en "
                   WS-RUTA-CIFRAS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           RESUELVE-PORCENTAJES.
           ACCEPT WS-PORCENTAJE-ISR-X FROM ENVIRONMENT
               "REGISTRO_NOMINA_PORC_ISR".
           IF WS-PORCENTAJE-ISR-X IS NUMERIC
               AND WS-PORCENTAJE-ISR-X NOT = ZEROES
               MOVE WS-PORCENTAJE-ISR-X TO WS-PORCENTAJE-ISR-CENT
               DIVIDE WS-PORCENTAJE-ISR-CENT BY 100
                   GIVING WS-PORCENTAJE-ISR
           END-IF.

           CARGA-TARIFA-ISR.
           ACCEPT WS-RUTA-TARIFA FROM ENVIRONMENT
               "FINIQUITOS_TARIFA_PATH".
           IF WS-RUTA-TARIFA = SPACES
               MOVE "TARIFA-ISR-MENSUAL.txt" TO WS-RUTA-TARIFA
           END-IF.
           OPEN INPUT TARIFA-ISR.
           IF WS-FILE-STATUS-TAR NOT = "00"
               DISPLAY "Aviso: no se pudo abrir la tarifa mensual de "
                   "ISR (" WS-RUTA-TARIFA "); se aplica el porcentaje "
                   "plano."
           ELSE
               MOVE "1" TO FIN-DE-TARIFA
               PERFORM LEE-RENGLON-TARIFA
               PERFORM AGREGA-RENGLON-TARIFA
                   UNTIL FIN-DE-TARIFA = "0"
               CLOSE TARIFA-ISR
               IF WS-TOTAL-RENGLONES-TARIFA > ZEROES
                   MOVE "S" TO WS-TARIFA-CARGADA
               ELSE
                   DISPLAY "Aviso: la tarifa de ISR esta vacia; se "
                       "aplica el porcentaje plano."
               END-IF
           END-IF.

           LEE-RENGLON-TARIFA.
           READ TARIFA-ISR
               AT END
                   MOVE "0" TO FIN-DE-TARIFA
           END-READ.

           AGREGA-RENGLON-TARIFA.
           IF LINEA-TARIFA NOT = SPACES
               AND WS-TOTAL-RENGLONES-TARIFA < 25
               ADD 1 TO WS-TOTAL-RENGLONES-TARIFA
               MOVE SPACES TO WS-TAR-LIMITE-X WS-TAR-CUOTA-X
                   WS-TAR-TASA-X
               UNSTRING LINEA-TARIFA DELIMITED BY ","
                   INTO WS-TAR-LIMITE-X WS-TAR-CUOTA-X WS-TAR-TASA-X
               END-UNSTRING
               COMPUTE WS-TAR-LIMITE (WS-TOTAL-RENGLONES-TARIFA) =
                   FUNCTION NUMVAL(WS-TAR-LIMITE-X)
               COMPUTE WS-TAR-CUOTA (WS-TOTAL-RENGLONES-TARIFA) =
                   FUNCTION NUMVAL(WS-TAR-CUOTA-X)
               COMPUTE WS-TAR-TASA (WS-TOTAL-RENGLONES-TARIFA) =
                   FUNCTION NUMVAL(WS-TAR-TASA-X)
           END-IF.
           PERFORM LEE-RENGLON-TARIFA.

      *    Los topes son los vigentes a la fecha de pago del
      *    finiquito, no a la de la baja.
           BUSCA-PARAMETROS-LEGALES.
           MOVE ZEROES TO WS-UMA-DIARIA.
           ACCEPT WS-UMA-X FROM ENVIRONMENT "FINIQUITOS_UMA_DIARIA".
           IF WS-UMA-X NOT = SPACES
               COMPUTE WS-UMA-DIARIA = FUNCTION NUMVAL(WS-UMA-X)
           END-IF.
           MOVE WS-FECHA-CORRIDA TO WS-FECHA-CALCULO-PLG.
           MOVE "UMA-DIARIA" TO WS-CLAVE-PLG.
           PERFORM LLAMA-PARAMETRO-LEGAL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-UMA-DIARIA
           END-IF.
           IF WS-UMA-DIARIA = ZEROES
               DISPLAY "RECHAZADO: sin UMA-DIARIA vigente en los "
                   "parametros legales ni FINIQUITOS_UMA_DIARIA; sin "
                   "ella no hay exencion que separar."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "AGUI-EXE-UMA" TO WS-CLAVE-PLG.
           PERFORM LLAMA-PARAMETRO-LEGAL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-UMAS-AGUINALDO
           END-IF.
           MOVE "PVAC-EXE-UMA" TO WS-CLAVE-PLG.
           PERFORM LLAMA-PARAMETRO-LEGAL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-UMAS-PRIMA-VAC
           END-IF.
           MOVE "INDE-EXE-UMA" TO WS-CLAVE-PLG.
           PERFORM LLAMA-PARAMETRO-LEGAL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-UMAS-INDEMNIZACION
           END-IF.
           COMPUTE WS-TOPE-AGUINALDO ROUNDED =
               WS-UMA-DIARIA * WS-UMAS-AGUINALDO.
           COMPUTE WS-TOPE-PRIMA-VAC ROUNDED =
               WS-UMA-DIARIA * WS-UMAS-PRIMA-VAC.

           LLAMA-PARAMETRO-LEGAL.
           CALL "busca-parametro-legal"
               USING WS-PROGRAMA-PLG WS-CLAVE-PLG WS-FECHA-CALCULO-PLG
                   WS-VALOR-PLG WS-RESULTADO-PLG
           END-CALL.

           CARGA-ACUMULADO-ANUAL.
           OPEN INPUT ACUMULADO-ANUAL.
           IF WS-FILE-STATUS-ACU NOT = "00"
               CONTINUE
           ELSE
               MOVE "1" TO FIN-DE-ACUMULADO
               PERFORM LEE-LINEA-ACUMULADO
               PERFORM AGREGA-LINEA-ACUMULADO
                   UNTIL FIN-DE-ACUMULADO = "0"
               CLOSE ACUMULADO-ANUAL
           END-IF.

           LEE-LINEA-ACUMULADO.
           READ ACUMULADO-ANUAL
               AT END
                   MOVE "0" TO FIN-DE-ACUMULADO
               NOT AT END
                   MOVE LINEA-ACUMULADO TO ACUMULADO-REGISTRO
           END-READ.

           AGREGA-LINEA-ACUMULADO.
           IF ACU-NUMERO-EMP IS NUMERIC
               AND WS-TOTAL-ACUMULADOS < 9999
               ADD 1 TO WS-TOTAL-ACUMULADOS
               MOVE ACU-NUMERO-EMP
                   TO WS-ACU-NUMERO (WS-TOTAL-ACUMULADOS)
               MOVE ACU-ANO TO WS-ACU-ANO (WS-TOTAL-ACUMULADOS)
               MOVE ACU-BRUTO-ACUM
                   TO WS-ACU-BRUTO (WS-TOTAL-ACUMULADOS)
               MOVE ACU-ISR-ACUM
                   TO WS-ACU-ISR (WS-TOTAL-ACUMULADOS)
           END-IF.
           PERFORM LEE-LINEA-ACUMULADO.

           ABRE-ARCHIVOS.
           OPEN OUTPUT CIFRAS-FINIQUITOS.
           IF WS-FILE-STATUS-CIF NOT = "00"
               DISPLAY "No se pudo crear las cifras de finiquitos: "
                   WS-RUTA-CIFRAS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REGISTRO-FINIQUITOS.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "No se pudo crear el registro de finiquitos: "
                   WS-RUTA-REGISTRO
               CLOSE CIFRAS-FINIQUITOS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REGISTRO.
           WRITE LINEA-REGISTRO.
           MOVE WS-FOLIO-CORRIDA TO TIT-FOLIO.
           MOVE WS-LINEA-TITULO-FNQ TO LINEA-REGISTRO.
           WRITE LINEA-REGISTRO.
           MOVE WS-LINEA-COLUMNAS-FNQ TO LINEA-REGISTRO.
           WRITE LINEA-REGISTRO.

           PROCESA-FINIQUITO.
           MOVE WS-FNQ-LINEA (WS-IX-FNQ) TO FINIQUITO-PAGO-REGISTRO.
           IF FNQ-STATUS = "A"
               PERFORM SEPARA-EXENTO
               PERFORM CALCULA-ISR-FINIQUITO
               COMPUTE WS-NETO-CALCULO = FNQ-NETO - WS-ISR-TOTAL
               IF WS-NETO-CALCULO > ZEROES
                   PERFORM PAGA-FINIQUITO
               ELSE
                   ADD 1 TO WS-TOTAL-SIN-NETO
                   DISPLAY "AVISO: el finiquito de " FNQ-SITIO
                       FNQ-NUMERO-EMP " no deja neto despues del "
                       "ISR; queda aprobado sin pagar."
                   MOVE "SIN NETO; SE QUEDA A" TO FNQ-DET-NOTA
                   PERFORM ESCRIBE-DETALLE-REGISTRO
               END-IF
           END-IF.

      *    Un importe negativo (lo que la constancia dejo a cargo) no
      *    tiene parte exenta.
           SEPARA-EXENTO.
           MOVE ZEROES TO WS-EXENTO-AGUINALDO WS-EXENTO-PRIMA-VAC
               WS-EXENTO-INDEMNIZACION.
           IF FNQ-AGUINALDO > ZEROES
               IF FNQ-AGUINALDO > WS-TOPE-AGUINALDO
                   MOVE WS-TOPE-AGUINALDO TO WS-EXENTO-AGUINALDO
               ELSE
                   MOVE FNQ-AGUINALDO TO WS-EXENTO-AGUINALDO
               END-IF
           END-IF.
           IF FNQ-PRIMA-VACACIONAL > ZEROES
               IF FNQ-PRIMA-VACACIONAL > WS-TOPE-PRIMA-VAC
                   MOVE WS-TOPE-PRIMA-VAC TO WS-EXENTO-PRIMA-VAC
               ELSE
                   MOVE FNQ-PRIMA-VACACIONAL TO WS-EXENTO-PRIMA-VAC
               END-IF
           END-IF.
           COMPUTE WS-TOPE-INDEMNIZACION ROUNDED =
               WS-UMA-DIARIA * WS-UMAS-INDEMNIZACION
               * FNQ-ANOS-SERVICIO.
           IF FNQ-INDEMNIZACION > ZEROES
               IF FNQ-INDEMNIZACION > WS-TOPE-INDEMNIZACION
                   MOVE WS-TOPE-INDEMNIZACION
                       TO WS-EXENTO-INDEMNIZACION
               ELSE
                   MOVE FNQ-INDEMNIZACION TO WS-EXENTO-INDEMNIZACION
               END-IF
           END-IF.
           COMPUTE FNQ-EXENTO = WS-EXENTO-AGUINALDO
               + WS-EXENTO-PRIMA-VAC + WS-EXENTO-INDEMNIZACION.
           COMPUTE FNQ-GRAVADO-ORDINARIO = FNQ-SUELDO-PENDIENTE
               + FNQ-VACACIONES
               + FNQ-AGUINALDO - WS-EXENTO-AGUINALDO
               + FNQ-PRIMA-VACACIONAL - WS-EXENTO-PRIMA-VAC.
           IF FNQ-GRAVADO-ORDINARIO < ZEROES
               MOVE ZEROES TO FNQ-GRAVADO-ORDINARIO
           END-IF.
           COMPUTE WS-INDEM-GRAVADA =
               FNQ-INDEMNIZACION - WS-EXENTO-INDEMNIZACION.
           IF WS-INDEM-GRAVADA < ZEROES
               MOVE ZEROES TO WS-INDEM-GRAVADA
           END-IF.

      *    Lo ordinario es la diferencia de tarifa de sumarlo al
      *    ultimo sueldo mensual; la indemnizacion gravada paga a la
      *    tasa efectiva de ese sueldo, y solo hasta un sueldo mensual
      *    se acumula a los demas ingresos del ano.
           CALCULA-ISR-FINIQUITO.
           MOVE FNQ-SUELDO-MENSUAL TO WS-BRUTO-CALCULO.
           PERFORM CALCULA-ISR.
           MOVE WS-ISR-CALCULO TO WS-ISR-SUELDO.
           COMPUTE WS-BRUTO-CALCULO =
               FNQ-SUELDO-MENSUAL + FNQ-GRAVADO-ORDINARIO.
           PERFORM CALCULA-ISR.
           COMPUTE FNQ-ISR-ORDINARIO = WS-ISR-CALCULO - WS-ISR-SUELDO.
           IF FNQ-SUELDO-MENSUAL > ZEROES
               COMPUTE WS-TASA-EFECTIVA ROUNDED =
                   WS-ISR-SUELDO / FNQ-SUELDO-MENSUAL
           ELSE
               COMPUTE WS-TASA-EFECTIVA = WS-PORCENTAJE-ISR / 100
           END-IF.
           COMPUTE FNQ-ISR-INDEMNIZACION ROUNDED =
               WS-INDEM-GRAVADA * WS-TASA-EFECTIVA.
           IF WS-INDEM-GRAVADA > FNQ-SUELDO-MENSUAL
               MOVE FNQ-SUELDO-MENSUAL TO FNQ-INDEM-ACUMULABLE
           ELSE
               MOVE WS-INDEM-GRAVADA TO FNQ-INDEM-ACUMULABLE
           END-IF.
           COMPUTE FNQ-INDEM-NO-ACUMULABLE =
               WS-INDEM-GRAVADA - FNQ-INDEM-ACUMULABLE.
           COMPUTE WS-ISR-TOTAL =
               FNQ-ISR-ORDINARIO + FNQ-ISR-INDEMNIZACION.

      *    Mismo calculo de tarifa que registro-nomina: ultimo
      *    renglon cuyo limite no rebasa el bruto, cuota fija mas la
      *    tasa marginal sobre el excedente.
           CALCULA-ISR.
           IF WS-TARIFA-CARGADA NOT = "S"
               COMPUTE WS-ISR-CALCULO ROUNDED =
                   WS-BRUTO-CALCULO * WS-PORCENTAJE-ISR / 100
           ELSE
               MOVE ZEROES TO WS-TRAMO-APLICADO
               PERFORM VARYING WS-IX-TARIFA FROM 1 BY 1
                   UNTIL WS-IX-TARIFA > WS-TOTAL-RENGLONES-TARIFA
                   IF WS-BRUTO-CALCULO >= WS-TAR-LIMITE (WS-IX-TARIFA)
                       MOVE WS-IX-TARIFA TO WS-TRAMO-APLICADO
                   END-IF
               END-PERFORM
               IF WS-TRAMO-APLICADO = ZEROES
                   MOVE ZEROES TO WS-ISR-CALCULO
               ELSE
                   COMPUTE WS-ISR-CALCULO ROUNDED =
                       WS-TAR-CUOTA (WS-TRAMO-APLICADO) +
                       ((WS-BRUTO-CALCULO -
                       WS-TAR-LIMITE (WS-TRAMO-APLICADO)) *
                       WS-TAR-TASA (WS-TRAMO-APLICADO) / 100)
               END-IF
           END-IF.

           PAGA-FINIQUITO.
           ADD 1 TO WS-TOTAL-PAGADOS.
           MOVE WS-NETO-CALCULO TO FNQ-NETO-PAGADO.
           MOVE WS-FOLIO-CORRIDA TO FNQ-FOLIO-PAGO.
           MOVE WS-FECHA-CORRIDA TO FNQ-FECHA-PAGO.
           MOVE "G" TO FNQ-STATUS.
           MOVE FINIQUITO-PAGO-REGISTRO TO WS-FNQ-LINEA (WS-IX-FNQ).
           ADD FNQ-TOTAL TO WS-BRUTO-CORRIDA.
           ADD WS-ISR-TOTAL TO WS-ISR-CORRIDA.
           ADD WS-NETO-CALCULO TO WS-NETO-CORRIDA.
           PERFORM ESCRIBE-CIFRAS-EMPLEADO.
           MOVE SPACES TO FNQ-DET-NOTA.
           PERFORM ESCRIBE-DETALLE-REGISTRO.
           PERFORM ACUMULA-ANUAL-EMPLEADO.

      *    El finiquito no cotiza: el IMSS va en cero. Lo que la
      *    constancia de no adeudo recupero viaja en OTRAS para que
      *    bruto menos deducciones cuadre con el neto.
           ESCRIBE-CIFRAS-EMPLEADO.
           MOVE SPACES TO CIFRAS-REGISTRO.
           MOVE "D" TO CIF-TIPO.
           MOVE FNQ-NUMERO-EMP TO CIF-NUMERO.
           MOVE FNQ-SITIO TO CIF-SITIO.
           MOVE FNQ-NOMBRE TO CIF-NOMBRE.
           MOVE FNQ-DEPTO TO CIF-DEPTO.
           MOVE FNQ-TOTAL TO CIF-BRUTO.
           MOVE WS-ISR-TOTAL TO CIF-ISR.
           MOVE ZEROES TO CIF-IMSS.
           COMPUTE CIF-OTRAS = FNQ-TOTAL - FNQ-NETO.
           MOVE WS-NETO-CALCULO TO CIF-NETO.
           MOVE ZEROES TO CIF-HORAS-NORM CIF-HORAS-EXTRA.
           MOVE ZEROES TO CIF-INFONAVIT CIF-PENSION CIF-FONDO.
           MOVE FNQ-REGIMEN TO CIF-REGIMEN.
           MOVE ZEROES TO CIF-PRIMA-DOM CIF-FESTIVO.
           MOVE ZEROES TO CIF-FALTAS CIF-SGMM CIF-DESTAJO
               CIF-SINDICAL.
           MOVE CIFRAS-REGISTRO TO LINEA-CIFRAS.
           WRITE LINEA-CIFRAS.

           ESCRIBE-DETALLE-REGISTRO.
           MOVE FNQ-NUMERO-EMP TO FNQ-DET-NUMERO.
           MOVE FNQ-NOMBRE TO FNQ-DET-NOMBRE.
           MOVE FNQ-TOTAL TO FNQ-DET-TOTAL.
           MOVE FNQ-EXENTO TO FNQ-DET-EXENTO.
           MOVE FNQ-ISR-ORDINARIO TO FNQ-DET-ISR-ORD.
           MOVE FNQ-ISR-INDEMNIZACION TO FNQ-DET-ISR-IND.
           MOVE WS-NETO-CALCULO TO FNQ-DET-NETO.
           MOVE WS-LINEA-DETALLE-FNQ TO LINEA-REGISTRO.
           WRITE LINEA-REGISTRO.

      *    Al acumulado del ano de pago va lo gravado ordinario y la
      *    parte acumulable de la indemnizacion, con el ISR que les
      *    toca; lo no acumulable y lo exento no entran al ajuste
      *    anual.
           ACUMULA-ANUAL-EMPLEADO.
           MOVE ZEROES TO WS-ACU-ENCONTRADO.
           PERFORM VARYING WS-IX-ACU FROM 1 BY 1
               UNTIL WS-IX-ACU > WS-TOTAL-ACUMULADOS
               OR WS-ACU-ENCONTRADO > ZEROES
               IF WS-ACU-NUMERO (WS-IX-ACU) = FNQ-NUMERO-EMP
                   AND WS-ACU-ANO (WS-IX-ACU) = WS-ANO-CORRIDA
                   MOVE WS-IX-ACU TO WS-ACU-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ACU-ENCONTRADO = ZEROES
               AND WS-TOTAL-ACUMULADOS < 9999
               ADD 1 TO WS-TOTAL-ACUMULADOS
               MOVE WS-TOTAL-ACUMULADOS TO WS-ACU-ENCONTRADO
               MOVE FNQ-NUMERO-EMP
                   TO WS-ACU-NUMERO (WS-ACU-ENCONTRADO)
               MOVE WS-ANO-CORRIDA TO WS-ACU-ANO (WS-ACU-ENCONTRADO)
               MOVE ZEROES TO WS-ACU-BRUTO (WS-ACU-ENCONTRADO)
               MOVE ZEROES TO WS-ACU-ISR (WS-ACU-ENCONTRADO)
           END-IF.
           IF WS-ACU-ENCONTRADO > ZEROES
               ADD FNQ-GRAVADO-ORDINARIO FNQ-INDEM-ACUMULABLE
                   TO WS-ACU-BRUTO (WS-ACU-ENCONTRADO)
               ADD FNQ-ISR-ORDINARIO
                   TO WS-ACU-ISR (WS-ACU-ENCONTRADO)
               IF WS-INDEM-GRAVADA > ZEROES
                   COMPUTE WS-ACU-ISR (WS-ACU-ENCONTRADO) ROUNDED =
                       WS-ACU-ISR (WS-ACU-ENCONTRADO) +
                       FNQ-ISR-INDEMNIZACION * FNQ-INDEM-ACUMULABLE
                       / WS-INDEM-GRAVADA
               END-IF
           END-IF.

      *    La cola lleva el folio con clase "F" de finiquitos y cuadra
      *    contra lo que se dispersa.
           ESCRIBE-TOTAL-FINIQUITOS.
           MOVE SPACES TO CIFRAS-TOTALES-REGISTRO.
           MOVE "T" TO CIF-TOT-TIPO.
           MOVE WS-TOTAL-PAGADOS TO CIF-TOT-EMPLEADOS.
           MOVE WS-NETO-CORRIDA TO CIF-TOT-NETO.
           MOVE WS-FOLIO-CORRIDA TO CIF-TOT-PERIODO.
           MOVE "F" TO CIF-TOT-CLASE.
           MOVE CIFRAS-TOTALES-REGISTRO TO LINEA-CIFRAS.
           WRITE LINEA-CIFRAS.
           MOVE WS-TOTAL-PAGADOS TO TOT-CONTADOR.
           MOVE WS-ISR-CORRIDA TO TOT-ISR.
           MOVE WS-NETO-CORRIDA TO TOT-NETO.
           MOVE WS-LINEA-TOTAL-FNQ TO LINEA-REGISTRO.
           WRITE LINEA-REGISTRO.

           CIERRA-ARCHIVOS.
           CLOSE CIFRAS-FINIQUITOS.
           CLOSE REGISTRO-FINIQUITOS.

           REESCRIBE-POR-PAGAR.
           OPEN OUTPUT FINIQUITOS-POR-PAGAR.
           IF WS-FILE-STATUS-FNQ NOT = "00"
               DISPLAY "AVISO: no se pudo reescribir la cola de "
                   "finiquitos; marque a mano como pagados los del "
                   "folio " WS-FOLIO-CORRIDA ": " WS-RUTA-POR-PAGAR
           ELSE
               PERFORM ESCRIBE-POR-PAGAR
                   VARYING WS-IX-FNQ FROM 1 BY 1
                   UNTIL WS-IX-FNQ > WS-TOTAL-POR-PAGAR
               CLOSE FINIQUITOS-POR-PAGAR
           END-IF.

           ESCRIBE-POR-PAGAR.
           MOVE WS-FNQ-LINEA (WS-IX-FNQ) TO LINEA-POR-PAGAR.
           WRITE LINEA-POR-PAGAR.

           REESCRIBE-ACUMULADO-ANUAL.
           OPEN OUTPUT ACUMULADO-ANUAL.
           IF WS-FILE-STATUS-ACU NOT = "00"
               DISPLAY "AVISO: no se pudo reescribir el acumulado "
                   "anual: " WS-RUTA-ACUMULADO
           ELSE
               PERFORM ESCRIBE-LINEA-ACUMULADO
                   VARYING WS-IX-ACU FROM 1 BY 1
                   UNTIL WS-IX-ACU > WS-TOTAL-ACUMULADOS
               CLOSE ACUMULADO-ANUAL
               DISPLAY "Acumulado anual actualizado: "
                   WS-RUTA-ACUMULADO
           END-IF.

           ESCRIBE-LINEA-ACUMULADO.
           MOVE WS-ACU-NUMERO (WS-IX-ACU) TO ACU-NUMERO-EMP.
           MOVE WS-ACU-ANO (WS-IX-ACU) TO ACU-ANO.
           MOVE WS-ACU-BRUTO (WS-IX-ACU) TO ACU-BRUTO-ACUM.
           MOVE WS-ACU-ISR (WS-IX-ACU) TO ACU-ISR-ACUM.
           MOVE ACUMULADO-REGISTRO TO LINEA-ACUMULADO.
           WRITE LINEA-ACUMULADO.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM paga-finiquitos.
