      * Author:HECTOR PAULO
      * Date:03/09/2026
      * Purpose:EMISION MENSUAL DE VALES DE DESPENSA: LEE EL MAESTRO DE
      *         NOMINA DE 56 BYTES (NOMREG.cpy), CALCULA EL VALE DE
      *         CADA EMPLEADO ACTIVO COMO PORCENTAJE DEL SALARIO
      *         TOPADO A LA EXENCION DE ISR DEL 40% DE LA UMA MENSUAL
      *         (UMA Y PORCENTAJE VIGENTES EN LA TABLA DE PARAMETROS
      *         LEGALES, O LA UMA DE LA TARJETA),
      *         ESCRIBE EL ARCHIVO DE PEDIDO DE ANCHO FIJO DEL
      *         PROVEEDOR CON COLA DE CONTROL, MANDA EL EXCEDENTE
      *         GRAVADO (SI LO HAY) COMO PERCEPCION A LA SIGUIENTE

       SELECT NOMINA-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT NOMINA-ORDEN ASSIGN TO "SORTWK08".
       FD PARAMETROS.
       01  LINEA-PARAMETROS PIC X(40).

       FD NOMINA-ENTRADA.
           COPY NOMIDX.

       SD  NOMINA-ORDEN.
       01  SD-REG-NOMINA.
           05 SD-DEPTO PIC 9(3).
           05 SD-REG-COMPLETO PIC X(56).

       FD PEDIDO-VALES.
       01  LINEA-PEDIDO PIC X(50).
      *    factor 30.4 que usa el SAT para mensualizar).
       01  WS-UMA-MENSUAL PIC 9(7)V99.
       01  WS-TOPE-EXENTO PIC 9(7)V99.
      *    UMA diaria y porcentaje exento (VALE-EXE-PCT) vigentes a la
      *    fecha de la emision en la tabla de parametros legales; sin
      *    valor en la tabla quedan la UMA de la tarjeta y el 40%.
       01  WS-PORCENTAJE-EXENTO PIC 9(3)V99 VALUE 40.00.
       01  WS-FECHA-CALCULO-PLG PIC X(8).
       01  WS-CLAVE-PLG PIC X(12).
       01  WS-VALOR-PLG PIC 9(7)V9(5).
       01  WS-RESULTADO-PLG PIC X.
       01  WS-IMPORTE-VALE PIC S9(7)V99.
       01  WS-EXCEDENTE-GRAVADO PIC S9(7)V99.
       01  WS-IMPORTE-EDITADO PIC -ZZZZZZ9.99.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           PERFORM LEE-PARAMETROS.
           PERFORM BUSCA-PARAMETROS-LEGALES.
           COMPUTE WS-UMA-MENSUAL = WS-UMA-DIARIA * 30.4.
           COMPUTE WS-TOPE-EXENTO ROUNDED =
               WS-UMA-MENSUAL * WS-PORCENTAJE-EXENTO / 100.
           PERFORM ABRE-ARCHIVOS.
           SORT NOMINA-ORDEN
               ON ASCENDING KEY SD-DEPTO
               CLOSE PARAMETROS
           END-IF.

           BUSCA-PARAMETROS-LEGALES.
           ACCEPT WS-FECHA-CALCULO-PLG FROM DATE YYYYMMDD.
           MOVE "UMA-DIARIA" TO WS-CLAVE-PLG.
           PERFORM LLAMA-PARAMETRO-LEGAL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-UMA-DIARIA
           END-IF.
           MOVE "VALE-EXE-PCT" TO WS-CLAVE-PLG.
           PERFORM LLAMA-PARAMETRO-LEGAL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-PORCENTAJE-EXENTO
           END-IF.

           LLAMA-PARAMETRO-LEGAL.
           CALL "busca-parametro-legal"
               USING WS-BIT-PROGRAMA WS-CLAVE-PLG WS-FECHA-CALCULO-PLG
                   WS-VALOR-PLG WS-RESULTADO-PLG
           END-CALL.

           ABRE-ARCHIVOS.
           OPEN OUTPUT PEDIDO-VALES.
           IF WS-FILE-STATUS-PED NOT = "00"
           CLOSE NOMINA-ENTRADA.

           LEE-REGISTRO-NOMINA.
           READ NOMINA-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-NOMINA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

           LIBERA-ACTIVO.
