      * Author:HECTOR PAULO
      * Date:22/08/2026
      * Purpose:CALCULO ANUAL DEL AGUINALDO: LEE EL MAESTRO DE NOMINA
      *         DE 56 BYTES (NOMREG.cpy), PRORRATEA LOS DIAS DE
      *         AGUINALDO POR LOS DIAS TRABAJADOS DEL ANO SEGUN LAS
      *         FECHAS DE ALTA Y BAJA DEL DIRECTORIO (CRUCE POR
      *         CRUCEID.cpy), APLICA LA EXENCION DE ISR DE 30 UMAS
      *         (UMA Y NUMERO DE UMAS VIGENTES AL CIERRE DEL ANO EN LA
      *         TABLA DE PARAMETROS LEGALES, O LA UMA DE LA TARJETA) Y
      *         PRODUCE UN REGISTRO DE PAGO CON SUBTOTALES POR
      *         DEPARTAMENTO MAS UN ARCHIVO numero,importe,AGUINALDO
      *         QUE LA CORRIDA DE RECIBOS PUEDE INCLUIR.

       SELECT NOMINA-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT NOMINA-ORDEN ASSIGN TO "SORTWK06".
       FD PARAMETROS.
       01  LINEA-PARAMETROS PIC X(40).

       FD NOMINA-ENTRADA.
           COPY NOMIDX.

       SD  NOMINA-ORDEN.
       01  SD-REG-NOMINA.
           05 SD-DEPTO PIC 9(3).
           05 SD-REG-COMPLETO PIC X(56).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
       01  WS-DIAS-AGUINALDO PIC 9(3) VALUE 15.
       01  WS-UMA-DIARIA PIC 9(5)V99.
       01  WS-EXENCION-ISR PIC 9(7)V99.
      *    UMAs exentas del aguinaldo (AGUI-EXE-UMA) y UMA diaria, de
      *    la tabla de parametros legales vigentes al cierre del ano
      *    de calculo; sin valor en la tabla quedan los de la tarjeta.
       01  WS-UMAS-EXENCION PIC 9(3)V99 VALUE 30.
       01  WS-PROGRAMA-PLG PIC X(20) VALUE "calcula-aguinaldo".
       01  WS-FECHA-CALCULO-PLG PIC X(8).
       01  WS-CLAVE-PLG PIC X(12).
       01  WS-VALOR-PLG PIC 9(7)V9(5).
       01  WS-RESULTADO-PLG PIC X.

       01  WS-INICIO-ANO PIC 9(8).
       01  WS-FIN-ANO PIC 9(8).
               MOVE WS-DIAS-X TO WS-DIAS-AGUINALDO
           END-IF.
           COMPUTE WS-UMA-DIARIA = FUNCTION NUMVAL(WS-UMA-X).
           COMPUTE WS-INICIO-ANO = WS-ANO-CALCULO * 10000 + 101.
           COMPUTE WS-FIN-ANO = WS-ANO-CALCULO * 10000 + 1231.
           PERFORM BUSCA-PARAMETROS-LEGALES.
      *    La exencion de ISR del aguinaldo es el equivalente a 30
      *    UMAs; el excedente es gravado.
           COMPUTE WS-EXENCION-ISR = WS-UMA-DIARIA * WS-UMAS-EXENCION.

           BUSCA-PARAMETROS-LEGALES.
           MOVE WS-FIN-ANO TO WS-FECHA-CALCULO-PLG.
           MOVE "UMA-DIARIA" TO WS-CLAVE-PLG.
           PERFORM LLAMA-PARAMETRO-LEGAL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-UMA-DIARIA
           END-IF.
           MOVE "AGUI-EXE-UMA" TO WS-CLAVE-PLG.
           PERFORM LLAMA-PARAMETRO-LEGAL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-UMAS-EXENCION
           END-IF.

           LLAMA-PARAMETRO-LEGAL.
           CALL "busca-parametro-legal"
               USING WS-PROGRAMA-PLG WS-CLAVE-PLG WS-FECHA-CALCULO-PLG
                   WS-VALOR-PLG WS-RESULTADO-PLG
           END-CALL.

           ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           CLOSE NOMINA-ENTRADA.

           LEE-REGISTRO-NOMINA.
           READ NOMINA-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-NOMINA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

      *    El asimilado a salarios no tiene derecho a aguinaldo (ver
