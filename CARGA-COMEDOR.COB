      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:ARMA EL DESCUENTO DE COMEDOR DE UN PERIODO DE NOMINA A
      *         PARTIR DEL EXTRACTO DEL TORNIQUETE DEL COMEDOR
      *         (gafete,fecha,hora,tipo-comida: UN RENGLON POR COMIDA
      *         SERVIDA). EL GAFETE ES EL EMPLEADOS-ID DEL DIRECTORIO;
      *         SE CRUZA CONTRA EL DIRECTORIO Y DE AHI CONTRA EL
      *         MAESTRO DE NOMINA POR LA REGLA DE CRUCEID.cpy. CADA
      *         COMIDA SE VALORIZA CON LA TABLA DE PRECIOS SUBSIDIADOS
      *         (PRECIOS-COMEDOR.txt: tipo,precio-proveedor,cuota-
      *         empleado,descripcion) Y EL DESCUENTO DEL EMPLEADO SE
      *         TOPA AL PORCENTAJE DEL SALARIO DEL PERIODO QUE INDIQUE
      *         COMEDOR_TOPE_PORC; LO QUE REBASA EL TOPE NO SE COBRA Y
      *         QUEDA EN EL REPORTE. DEJA LOS DESCUENTOS EN
      *         COMEDOR-NOMINA.txt (numero,importe,periodo,sitio:
      *         EL NUMERO SE REPITE ENTRE SITIOS), QUE
      *         registro-nomina APLICA COMO DEDUCCION "COM" EN LUGAR
      *         DEL MONTO FIJO DE DEDUCCIONES.txt, Y EL REPORTE CON LOS
      *         GAFETES SIN CRUCE Y EL CONSUMO POR DEPARTAMENTO Y POR
      *         TIPO DE COMIDA PARA CONCILIAR LA FACTURA DEL PROVEEDOR.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. carga-comedor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Control de periodos (PERREG.cpy): da las fechas del periodo
      *    que se descuenta; un periodo CERRADO ya no se toca.
       SELECT PERIODOS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-PERIODOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PER.

      *    Precios del comedor por tipo de comida: lo que cobra el
      *    proveedor y la cuota que paga el empleado; la diferencia es
      *    el subsidio de la empresa.
       SELECT PRECIOS-COMEDOR
       ASSIGN TO DYNAMIC WS-RUTA-PRECIOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PRE.

      *    Extracto del torniquete: una comida por renglon.
       SELECT CONSUMOS-COMEDOR
       ASSIGN TO DYNAMIC WS-RUTA-CONSUMOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CNS.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS RANDOM
       FILE STATUS IS WS-FILE-STATUS.

       SELECT NOMINA-MAESTRO
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS RANDOM
       FILE STATUS IS WS-FILE-STATUS-NOM.

      *    Descuento de comedor por empleado y periodo para
      *    registro-nomina; se reescribe completo conservando los
      *    otros periodos.
       SELECT COMEDOR-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-COMEDOR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CMD.

       SELECT REPORTE-COMEDOR
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS-NOMINA.
       01  LINEA-PERIODO PIC X(40).

       FD  PRECIOS-COMEDOR.
       01  LINEA-PRECIO PIC X(80).

       FD  CONSUMOS-COMEDOR.
       01  LINEA-CONSUMO PIC X(60).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD NOMINA-MAESTRO.
           COPY NOMIDX.

       FD  COMEDOR-NOMINA.
       01  LINEA-COMEDOR PIC X(40).

       FD  REPORTE-COMEDOR.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RPTENC.
       COPY PERREG.
           COPY CRUCEID.
       COPY NOMREG.

       01  WS-RUTA-PERIODOS PIC X(200).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  WS-RUTA-PRECIOS PIC X(200).
       01  WS-FILE-STATUS-PRE PIC X(2).
       01  WS-RUTA-CONSUMOS PIC X(200).
       01  WS-FILE-STATUS-CNS PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-NOMINA PIC X(200).
       01  WS-FILE-STATUS-NOM PIC X(2).
       01  WS-RUTA-COMEDOR PIC X(200).
       01  WS-FILE-STATUS-CMD PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).

       01  FIN-DE-PERIODOS PIC X.
       01  FIN-DE-PRECIOS PIC X.
       01  FIN-DE-CONSUMOS PIC X.
       01  FIN-DE-NOMINA PIC X.
       01  FIN-DE-COMEDOR PIC X.

       01  WS-PERIODO-COMEDOR PIC X(6).
       01  WS-INICIO-PERIODO PIC 9(8).
       01  WS-FIN-PERIODO PIC 9(8).
       01  WS-STATUS-PERIODO PIC X(10).
       01  WS-PERIODO-HALLADO PIC X VALUE "N".
       01  WS-FECHA-HOY PIC X(10).

      *    Tope del descuento en centesimas de porcentaje del salario
      *    del periodo (p.ej. "1500" = 15.00%), como los porcentajes
      *    de registro-nomina.
       01  WS-TOPE-PORC-X PIC X(8).
       01  WS-TOPE-PORC-CENT PIC 9(5).
       01  WS-TOPE-PORC PIC 9(3)V99 VALUE 10.00.

       01  WS-TABLA-PRECIOS.
           05 WS-PRE-RENGLON OCCURS 50 TIMES.
               10 WS-PRE-TIPO PIC X(3).
               10 WS-PRE-PROVEEDOR PIC 9(5)V99.
               10 WS-PRE-CUOTA PIC 9(5)V99.
               10 WS-PRE-DESCRIPCION PIC X(20).
               10 WS-PRE-COMIDAS PIC 9(6).
               10 WS-PRE-IMPORTE PIC S9(9)V99.
       01  WS-TOTAL-PRECIOS PIC 9(2) VALUE ZEROES.
       01  WS-IX-PRE PIC 9(2).
       01  WS-PRE-ENCONTRADO PIC 9(2).
       01  WS-PRE-TIPO-X PIC X(10).
       01  WS-PRE-PROVEEDOR-X PIC X(12).
       01  WS-PRE-CUOTA-X PIC X(12).
       01  WS-PRE-DESCRIPCION-X PIC X(30).

      *    El gafete se cruza leyendo el maestro indexado por su
      *    llave de sitio y numero.
       01  WS-NOM-ENCONTRADO PIC X.
       01  WS-CRUCE-ARMADO PIC X.
       01  WS-SALARIO-DIARIO-SEM PIC S9(7)V99.

      *    Un renglon por gafete visto en el periodo, cruce o no; el
      *    motivo explica por que no cruzo.
       01  WS-TABLA-COMENSALES.
           05 WS-COM-RENGLON OCCURS 999 TIMES.
               10 WS-COM-GAFETE PIC X(6).
               10 WS-COM-CRUZADO PIC X(1).
               10 WS-COM-MOTIVO PIC X(36).
               10 WS-COM-NUMERO PIC 9(5).
               10 WS-COM-SITIO PIC X(2).
               10 WS-COM-NOMBRE PIC X(30).
               10 WS-COM-DEPTO PIC 9(3).
               10 WS-COM-BASE PIC S9(7)V99.
               10 WS-COM-COMIDAS PIC 9(5).
               10 WS-COM-CONSUMO PIC S9(7)V99.
               10 WS-COM-TOPE PIC S9(7)V99.
               10 WS-COM-DESCUENTO PIC S9(7)V99.
               10 WS-COM-EXCEDENTE PIC S9(7)V99.
       01  WS-TOTAL-COMENSALES PIC 9(3) VALUE ZEROES.
       01  WS-IX-COM PIC 9(3).
       01  WS-COM-ENCONTRADO PIC 9(3).

       01  WS-TABLA-DEPTOS.
           05 WS-DEP-RENGLON OCCURS 200 TIMES.
               10 WS-DEP-CODIGO PIC 9(3).
               10 WS-DEP-COMIDAS PIC 9(6).
               10 WS-DEP-PROVEEDOR PIC S9(9)V99.
               10 WS-DEP-CUOTA PIC S9(9)V99.
       01  WS-TOTAL-DEPTOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-DEP PIC 9(3).
       01  WS-DEP-ENCONTRADO PIC 9(3).
       01  WS-DEP-NOMBRE PIC X(20).
       01  WS-DEP-RESULTADO PIC X.

      *    Comidas que no se pudieron descontar, para el listado de
      *    gafetes sin cruce.
       01  WS-TABLA-SIN-CRUCE.
           05 WS-SCR-RENGLON OCCURS 999 TIMES.
               10 WS-SCR-GAFETE PIC X(6).
               10 WS-SCR-FECHA PIC 9(8).
               10 WS-SCR-HORA PIC X(8).
               10 WS-SCR-TIPO PIC X(3).
               10 WS-SCR-MOTIVO PIC X(36).
       01  WS-TOTAL-SIN-CRUCE PIC 9(3) VALUE ZEROES.
       01  WS-SIN-CRUCE-DESBORDADOS PIC 9(5) VALUE ZEROES.
       01  WS-IX-SCR PIC 9(3).

       01  WS-CNS-GAFETE-X PIC X(10).
       01  WS-CNS-FECHA-X PIC X(10).
       01  WS-CNS-HORA-X PIC X(10).
       01  WS-CNS-TIPO-X PIC X(10).
       01  WS-CNS-GAFETE PIC X(6).
       01  WS-CNS-GAFETE-NUM PIC 9(6).
       01  WS-CNS-FECHA PIC 9(8).
       01  WS-CNS-TIPO PIC X(3).
       01  WS-MOTIVO PIC X(36).

       01  WS-TOTAL-CONSUMOS PIC 9(6) VALUE ZEROES.
       01  WS-CONSUMOS-CRUZADOS PIC 9(6) VALUE ZEROES.
       01  WS-CONSUMOS-SIN-CRUCE PIC 9(6) VALUE ZEROES.
       01  WS-CONSUMOS-FUERA PIC 9(6) VALUE ZEROES.
       01  WS-CONSUMOS-INVALIDOS PIC 9(6) VALUE ZEROES.
       01  WS-SIN-CRUCE-PROVEEDOR PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-PROVEEDOR PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-CUOTA PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-DESCUENTO PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-EXCEDENTE PIC S9(9)V99 VALUE ZEROES.
       01  WS-EMPLEADOS-TOPADOS PIC 9(5) VALUE ZEROES.
       01  WS-EMPLEADOS-DESCUENTO PIC 9(5) VALUE ZEROES.

      *    Renglones de COMEDOR-NOMINA.txt de otros periodos, que se
      *    reescriben tal cual.
       01  WS-TABLA-OTROS-PERIODOS.
           05 WS-OTR-LINEA OCCURS 9999 TIMES PIC X(40).
       01  WS-TOTAL-OTROS PIC 9(4) VALUE ZEROES.
       01  WS-IX-OTR PIC 9(4).
       01  WS-CMD-NUMERO-X PIC X(6).
       01  WS-CMD-IMPORTE-X PIC X(12).
       01  WS-CMD-PERIODO-X PIC X(8).

       01  WS-IMPORTE-EDITADO PIC -ZZZZZZ9.99.
       01  WS-PORC-EDITADO PIC ZZ9.99.

       01  WS-LINEA-TITULO-RPT.
           05 FILLER PIC X(31) VALUE
               "DESCUENTO DE COMEDOR - PERIODO".
           05 TIT-PERIODO PIC X(6).
           05 FILLER PIC X(2) VALUE " (".
           05 TIT-INICIO PIC 9(8).
           05 FILLER PIC X(3) VALUE " A ".
           05 TIT-FIN PIC 9(8).
           05 FILLER PIC X(10) VALUE ")  TOPE: ".
           05 TIT-TOPE PIC ZZ9.99.
           05 FILLER PIC X(20) VALUE "% DEL SALARIO".
       01  WS-LINEA-COLUMNAS-EMP.
           05 FILLER PIC X(44) VALUE
               "GAFETE NUMERO NOMBRE                       D".
           05 FILLER PIC X(44) VALUE
               "EPTO COMIDAS     CONSUMO        TOPE   DESCU".
           05 FILLER PIC X(16) VALUE
               "ENTO  NO COBRADO".
       01  WS-LINEA-DETALLE-EMP.
           05 DEM-GAFETE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEM-NUMERO PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DEM-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEM-DEPTO PIC 9(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DEM-COMIDAS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEM-CONSUMO PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEM-TOPE PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEM-DESCUENTO PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEM-EXCEDENTE PIC -ZZZZZZ9.99.
       01  WS-LINEA-COLUMNAS-SCR.
           05 FILLER PIC X(36) VALUE
               "GAFETE FECHA    HORA     TIPO MOTIVO".
       01  WS-LINEA-DETALLE-SCR.
           05 DSC-GAFETE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DSC-FECHA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DSC-HORA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DSC-TIPO PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSC-MOTIVO PIC X(36).
       01  WS-LINEA-COLUMNAS-DEP.
           05 FILLER PIC X(44) VALUE
               "DEP   NOMBRE              COMIDAS   IMPORTE ".
           05 FILLER PIC X(39) VALUE
               "PROV.   CUOTA EMPLEADO         SUBSIDIO".
       01  WS-LINEA-DETALLE-DEP.
           05 DDP-DEPTO PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DDP-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DDP-COMIDAS PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DDP-PROVEEDOR PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DDP-CUOTA PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DDP-SUBSIDIO PIC -ZZZZZZZZ9.99.
       01  WS-LINEA-COLUMNAS-TIP.
           05 FILLER PIC X(44) VALUE
               "TIPO DESCRIPCION         COMIDAS  PREC.PROV ".
           05 FILLER PIC X(25) VALUE
               " CUOTA EMP. IMPORTE PROV.".
       01  WS-LINEA-DETALLE-TIP.
           05 DTP-TIPO PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTP-DESCRIPCION PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DTP-COMIDAS PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DTP-PROVEEDOR PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTP-CUOTA PIC ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DTP-IMPORTE PIC -ZZZZZZZZ9.99.
       01  WS-LINEA-RESUMEN-RPT.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RSR-TEXTO PIC X(40).
           05 RSR-VALOR PIC -ZZZZZZZZ9.99.
       01  WS-LINEA-CUENTA-RPT.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CTR-TEXTO PIC X(40).
           05 FILLER PIC X(7) VALUE SPACES.
           05 CTR-VALOR PIC ZZZZZ9.

       01  WS-CANDADO-PROGRAMA PIC X(20) VALUE "carga-comedor".
       01  WS-CANDADO-USUARIO PIC X(20).
       01  WS-CANDADO-RESULTADO PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "carga-comedor".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM TOMA-CANDADO-CORRIDA.
           PERFORM RESUELVE-PARAMETROS.
           PERFORM VERIFICA-PERIODO.
           PERFORM CARGA-PRECIOS.
           PERFORM ABRE-MAESTRO-NOMINA.
           PERFORM CARGA-CONSUMOS.
           CLOSE NOMINA-MAESTRO.
           PERFORM APLICA-TOPE
               VARYING WS-IX-COM FROM 1 BY 1
               UNTIL WS-IX-COM > WS-TOTAL-COMENSALES.
           PERFORM ESCRIBE-REPORTE-COMEDOR.
           PERFORM CONSERVA-OTROS-PERIODOS.
           PERFORM REESCRIBE-COMEDOR-NOMINA.
           DISPLAY "Comedor del periodo " WS-PERIODO-COMEDOR.
           DISPLAY "Comidas del periodo: " WS-TOTAL-CONSUMOS
               "  descontables: " WS-CONSUMOS-CRUZADOS
               "  sin cruce: " WS-CONSUMOS-SIN-CRUCE.
           MOVE WS-TOTAL-DESCUENTO TO WS-IMPORTE-EDITADO.
           DISPLAY "Descuento a la nomina: " WS-IMPORTE-EDITADO
               "  empleados: " WS-EMPLEADOS-DESCUENTO.
           IF WS-EMPLEADOS-TOPADOS > ZEROES
               MOVE WS-TOTAL-EXCEDENTE TO WS-IMPORTE-EDITADO
               DISPLAY "AVISO: " WS-EMPLEADOS-TOPADOS " empleados "
                   "rebasaron el tope; no se cobra: "
                   WS-IMPORTE-EDITADO
           END-IF.
           IF WS-CONSUMOS-INVALIDOS > ZEROES
               DISPLAY "AVISO: renglones del torniquete no validos: "
                   WS-CONSUMOS-INVALIDOS
           END-IF.
           IF WS-CONSUMOS-FUERA > ZEROES
               DISPLAY "Comidas de otras fechas (ignoradas): "
                   WS-CONSUMOS-FUERA
           END-IF.
           IF WS-SIN-CRUCE-DESBORDADOS > ZEROES
               DISPLAY "AVISO: " WS-SIN-CRUCE-DESBORDADOS " comidas "
                   "sin cruce no cupieron en el listado (si estan "
                   "en los totales)."
           END-IF.
           DISPLAY "Descuentos para la nomina en: " WS-RUTA-COMEDOR.
           DISPLAY "Reporte del comedor en: " WS-RUTA-REPORTE.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-CONSUMOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           CALL "libera-candado" USING WS-CANDADO-PROGRAMA END-CALL.
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
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-PERIODO-COMEDOR FROM ENVIRONMENT
               "COMEDOR_PERIODO".
           IF WS-PERIODO-COMEDOR = SPACES
               ACCEPT WS-PERIODO-COMEDOR FROM ENVIRONMENT
                   "REGISTRO_NOMINA_PERIODO"
           END-IF.
           IF WS-PERIODO-COMEDOR = SPACES
               DISPLAY "RECHAZADO: indique el periodo en "
                   "COMEDOR_PERIODO."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TOPE-PORC-X FROM ENVIRONMENT
               "COMEDOR_TOPE_PORC".
           IF WS-TOPE-PORC-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-TOPE-PORC-X) = ZEROES
                   COMPUTE WS-TOPE-PORC-CENT =
                       FUNCTION NUMVAL(WS-TOPE-PORC-X)
                   DIVIDE WS-TOPE-PORC-CENT BY 100
                       GIVING WS-TOPE-PORC
               ELSE
                   DISPLAY "Aviso: COMEDOR_TOPE_PORC no es numerico; "
                       "se usa el tope de 10.00%."
               END-IF
           END-IF.
           ACCEPT WS-RUTA-PERIODOS FROM ENVIRONMENT
               "PERIODOS_NOMINA_PATH".
           IF WS-RUTA-PERIODOS = SPACES
               MOVE "PERIODOS-NOMINA.txt" TO WS-RUTA-PERIODOS
           END-IF.
           ACCEPT WS-RUTA-PRECIOS FROM ENVIRONMENT
               "COMEDOR_PRECIOS_PATH".
           IF WS-RUTA-PRECIOS = SPACES
               MOVE "PRECIOS-COMEDOR.txt" TO WS-RUTA-PRECIOS
           END-IF.
           ACCEPT WS-RUTA-CONSUMOS FROM ENVIRONMENT
               "COMEDOR_CONSUMOS_PATH".
           IF WS-RUTA-CONSUMOS = SPACES
               MOVE "CONSUMOS-COMEDOR.txt" TO WS-RUTA-CONSUMOS
           END-IF.
           ACCEPT WS-RUTA-NOMINA FROM ENVIRONMENT
               "REGISTRO_NOMINA_ENTRADA_PATH".
           IF WS-RUTA-NOMINA = SPACES
               DISPLAY "RECHAZADO: falta el maestro de nomina en "
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
           ACCEPT WS-RUTA-COMEDOR FROM ENVIRONMENT
               "COMEDOR_NOMINA_PATH".
           IF WS-RUTA-COMEDOR = SPACES
               MOVE "COMEDOR-NOMINA.txt" TO WS-RUTA-COMEDOR
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "COMEDOR_REPORTE_PATH".
           IF WS-RUTA-REPORTE = SPACES
               STRING "REPORTE-COMEDOR-" DELIMITED BY SIZE
                   WS-PERIODO-COMEDOR DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-REPORTE
               END-STRING
           END-IF.

           VERIFICA-PERIODO.
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
           PERFORM EVALUA-LINEA-PERIODO UNTIL FIN-DE-PERIODOS = "0".
           CLOSE PERIODOS-NOMINA.
           IF WS-PERIODO-HALLADO NOT = "S"
               DISPLAY "RECHAZADO: el periodo " WS-PERIODO-COMEDOR
                   " no esta en el control de periodos."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STATUS-PERIODO = "CERRADO"
               DISPLAY "RECHAZADO: el periodo " WS-PERIODO-COMEDOR
                   " esta CERRADO; el comedor ya se desconto."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           LEE-LINEA-PERIODO.
           READ PERIODOS-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-PERIODOS
               NOT AT END
                   MOVE LINEA-PERIODO TO PERIODO-REGISTRO
           END-READ.

           EVALUA-LINEA-PERIODO.
           IF PER-ID = WS-PERIODO-COMEDOR
               AND PER-INICIO IS NUMERIC
               AND PER-FIN IS NUMERIC
               MOVE "S" TO WS-PERIODO-HALLADO
               MOVE PER-INICIO TO WS-INICIO-PERIODO
               MOVE PER-FIN TO WS-FIN-PERIODO
               MOVE PER-STATUS TO WS-STATUS-PERIODO
           END-IF.
           PERFORM LEE-LINEA-PERIODO.

           CARGA-PRECIOS.
           OPEN INPUT PRECIOS-COMEDOR.
           IF WS-FILE-STATUS-PRE NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir la tabla de "
                   "precios del comedor: " WS-RUTA-PRECIOS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-PRECIOS.
           PERFORM LEE-LINEA-PRECIO.
           PERFORM AGREGA-LINEA-PRECIO UNTIL FIN-DE-PRECIOS = "0".
           CLOSE PRECIOS-COMEDOR.

           LEE-LINEA-PRECIO.
           READ PRECIOS-COMEDOR
               AT END
                   MOVE "0" TO FIN-DE-PRECIOS
           END-READ.

           AGREGA-LINEA-PRECIO.
           IF LINEA-PRECIO NOT = SPACES
               AND WS-TOTAL-PRECIOS < 50
               MOVE SPACES TO WS-PRE-TIPO-X WS-PRE-PROVEEDOR-X
                   WS-PRE-CUOTA-X WS-PRE-DESCRIPCION-X
               UNSTRING LINEA-PRECIO DELIMITED BY ","
                   INTO WS-PRE-TIPO-X WS-PRE-PROVEEDOR-X
                       WS-PRE-CUOTA-X WS-PRE-DESCRIPCION-X
               END-UNSTRING
               IF WS-PRE-TIPO-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-PRE-PROVEEDOR-X)
                       = ZEROES
                   AND FUNCTION TEST-NUMVAL(WS-PRE-CUOTA-X) = ZEROES
                   ADD 1 TO WS-TOTAL-PRECIOS
                   MOVE FUNCTION UPPER-CASE(WS-PRE-TIPO-X)
                       TO WS-PRE-TIPO (WS-TOTAL-PRECIOS)
                   COMPUTE WS-PRE-PROVEEDOR (WS-TOTAL-PRECIOS) =
                       FUNCTION NUMVAL(WS-PRE-PROVEEDOR-X)
                   COMPUTE WS-PRE-CUOTA (WS-TOTAL-PRECIOS) =
                       FUNCTION NUMVAL(WS-PRE-CUOTA-X)
                   MOVE WS-PRE-DESCRIPCION-X
                       TO WS-PRE-DESCRIPCION (WS-TOTAL-PRECIOS)
                   MOVE ZEROES TO WS-PRE-COMIDAS (WS-TOTAL-PRECIOS)
                       WS-PRE-IMPORTE (WS-TOTAL-PRECIOS)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-PRECIO.

           ABRE-MAESTRO-NOMINA.
           OPEN INPUT NOMINA-MAESTRO.
           IF WS-FILE-STATUS-NOM NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el maestro de "
                   "nomina: " WS-RUTA-NOMINA
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Sin extracto del torniquete no hay comidas que descontar y
      *    el archivo de la nomina queda sin renglones del periodo.
           CARGA-CONSUMOS.
           OPEN INPUT CONSUMOS-COMEDOR.
           IF WS-FILE-STATUS-CNS NOT = "00"
               DISPLAY "Aviso: sin extracto del torniquete ("
                   WS-RUTA-CONSUMOS "); no hay comedor en el periodo."
           ELSE
               OPEN INPUT EMPLEADOS-ARCHIVO
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "RECHAZADO: no se pudo abrir "
                       "EMPLEADOS-ARCHIVO. FILE STATUS: "
                       WS-FILE-STATUS
                   CLOSE CONSUMOS-COMEDOR
                   PERFORM CIERRA-BITACORA-RECHAZO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "1" TO FIN-DE-CONSUMOS
               PERFORM LEE-LINEA-CONSUMO
               PERFORM AGREGA-LINEA-CONSUMO
                   UNTIL FIN-DE-CONSUMOS = "0"
               CLOSE CONSUMOS-COMEDOR EMPLEADOS-ARCHIVO
           END-IF.

           LEE-LINEA-CONSUMO.
           READ CONSUMOS-COMEDOR
               AT END
                   MOVE "0" TO FIN-DE-CONSUMOS
           END-READ.

           AGREGA-LINEA-CONSUMO.
           IF LINEA-CONSUMO NOT = SPACES
               MOVE SPACES TO WS-CNS-GAFETE-X WS-CNS-FECHA-X
                   WS-CNS-HORA-X WS-CNS-TIPO-X
               UNSTRING LINEA-CONSUMO DELIMITED BY ","
                   INTO WS-CNS-GAFETE-X WS-CNS-FECHA-X WS-CNS-HORA-X
                       WS-CNS-TIPO-X
               END-UNSTRING
               IF WS-CNS-GAFETE-X = SPACES
                   OR WS-CNS-TIPO-X = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-CNS-FECHA-X)
                       NOT = ZEROES
                   ADD 1 TO WS-CONSUMOS-INVALIDOS
               ELSE
                   PERFORM REGISTRA-CONSUMO
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CONSUMO.

           REGISTRA-CONSUMO.
           COMPUTE WS-CNS-FECHA = FUNCTION NUMVAL(WS-CNS-FECHA-X).
           IF WS-CNS-FECHA < WS-INICIO-PERIODO
               OR WS-CNS-FECHA > WS-FIN-PERIODO
               ADD 1 TO WS-CONSUMOS-FUERA
           ELSE
               ADD 1 TO WS-TOTAL-CONSUMOS
               PERFORM NORMALIZA-GAFETE
               MOVE FUNCTION UPPER-CASE(WS-CNS-TIPO-X) TO WS-CNS-TIPO
               PERFORM BUSCA-PRECIO
               IF WS-PRE-ENCONTRADO = ZEROES
                   MOVE "TIPO DE COMIDA SIN PRECIO" TO WS-MOTIVO
                   PERFORM REGISTRA-SIN-CRUCE
               ELSE
                   ADD 1 TO WS-PRE-COMIDAS (WS-PRE-ENCONTRADO)
                   ADD WS-PRE-PROVEEDOR (WS-PRE-ENCONTRADO)
                       TO WS-PRE-IMPORTE (WS-PRE-ENCONTRADO)
                   ADD WS-PRE-PROVEEDOR (WS-PRE-ENCONTRADO)
                       TO WS-TOTAL-PROVEEDOR
                   PERFORM BUSCA-COMENSAL
                   IF WS-COM-ENCONTRADO = ZEROES
                       MOVE "TABLA DE COMENSALES LLENA" TO WS-MOTIVO
                       PERFORM REGISTRA-SIN-CRUCE
                   ELSE
                       IF WS-COM-CRUZADO (WS-COM-ENCONTRADO) = "S"
                           PERFORM ACUMULA-CONSUMO
                       ELSE
                           MOVE WS-COM-MOTIVO (WS-COM-ENCONTRADO)
                               TO WS-MOTIVO
                           PERFORM REGISTRA-SIN-CRUCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    El torniquete puede mandar el gafete numerico sin ceros a
      *    la izquierda ("1234"); el directorio lo tiene a 6 digitos.
           NORMALIZA-GAFETE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CNS-GAFETE-X))
               TO WS-CNS-GAFETE.
           IF FUNCTION TEST-NUMVAL(WS-CNS-GAFETE-X) = ZEROES
               COMPUTE WS-CNS-GAFETE-NUM =
                   FUNCTION NUMVAL(WS-CNS-GAFETE-X)
               MOVE WS-CNS-GAFETE-NUM TO WS-CNS-GAFETE
           END-IF.

           BUSCA-PRECIO.
           MOVE ZEROES TO WS-PRE-ENCONTRADO.
           PERFORM VARYING WS-IX-PRE FROM 1 BY 1
               UNTIL WS-IX-PRE > WS-TOTAL-PRECIOS
               OR WS-PRE-ENCONTRADO > ZEROES
               IF WS-PRE-TIPO (WS-IX-PRE) = WS-CNS-TIPO
                   MOVE WS-IX-PRE TO WS-PRE-ENCONTRADO
               END-IF
           END-PERFORM.

      *    Cada gafete se cruza una sola vez, la primera vez que
      *    aparece; las comidas siguientes usan el resultado guardado.
           BUSCA-COMENSAL.
           MOVE ZEROES TO WS-COM-ENCONTRADO.
           PERFORM VARYING WS-IX-COM FROM 1 BY 1
               UNTIL WS-IX-COM > WS-TOTAL-COMENSALES
               OR WS-COM-ENCONTRADO > ZEROES
               IF WS-COM-GAFETE (WS-IX-COM) = WS-CNS-GAFETE
                   MOVE WS-IX-COM TO WS-COM-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-COM-ENCONTRADO = ZEROES
               AND WS-TOTAL-COMENSALES < 999
               ADD 1 TO WS-TOTAL-COMENSALES
               MOVE WS-TOTAL-COMENSALES TO WS-COM-ENCONTRADO
               MOVE WS-CNS-GAFETE TO WS-COM-GAFETE (WS-COM-ENCONTRADO)
               MOVE "N" TO WS-COM-CRUZADO (WS-COM-ENCONTRADO)
               MOVE SPACES TO WS-COM-MOTIVO (WS-COM-ENCONTRADO)
                   WS-COM-NOMBRE (WS-COM-ENCONTRADO)
               MOVE ZEROES TO WS-COM-NUMERO (WS-COM-ENCONTRADO)
                   WS-COM-DEPTO (WS-COM-ENCONTRADO)
                   WS-COM-BASE (WS-COM-ENCONTRADO)
                   WS-COM-COMIDAS (WS-COM-ENCONTRADO)
                   WS-COM-CONSUMO (WS-COM-ENCONTRADO)
                   WS-COM-TOPE (WS-COM-ENCONTRADO)
                   WS-COM-DESCUENTO (WS-COM-ENCONTRADO)
                   WS-COM-EXCEDENTE (WS-COM-ENCONTRADO)
               PERFORM CRUZA-GAFETE
           END-IF.

           CRUZA-GAFETE.
           MOVE WS-CNS-GAFETE TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "GAFETE NO ESTA EN EL DIRECTORIO"
                       TO WS-COM-MOTIVO (WS-COM-ENCONTRADO)
               NOT INVALID KEY
                   PERFORM CRUZA-EMPLEADO-NOMINA
           END-READ.

      *    Regla de CRUCEID.cpy: un EMPLEADOS-ID totalmente numerico
      *    cruza con sitio en espacios y WS-NUMERO-EMP en sus 5
      *    digitos de orden menor; un ID con prefijo de sitio cruza
      *    con ese sitio y la secuencia de 4 digitos como numero.
           CRUZA-EMPLEADO-NOMINA.
           MOVE EMPLEADOS-DEPTO TO WS-COM-DEPTO (WS-COM-ENCONTRADO).
           MOVE "N" TO WS-CRUCE-ARMADO.
           IF EMPLEADOS-ID IS NUMERIC
               MOVE EMPLEADOS-ID TO CRUCE-ID-DIRECTORIO
               MOVE SPACES TO CRUCE-ID-SITIO
               MOVE EMPLEADOS-ID (2:5) TO CRUCE-ID-NOMINA-X
               MOVE "S" TO WS-CRUCE-ARMADO
           ELSE
               IF EMPLEADOS-ID (3:4) IS NUMERIC
                   MOVE EMPLEADOS-ID TO CRUCE-ID-DIRECTORIO
                   MOVE EMPLEADOS-ID (1:2) TO CRUCE-ID-SITIO
                   MOVE ZEROES TO CRUCE-ID-NOMINA
                   MOVE EMPLEADOS-ID (3:4)
                       TO CRUCE-ID-NOMINA-X (2:4)
                   MOVE "S" TO WS-CRUCE-ARMADO
               END-IF
           END-IF.
           IF EMPLEADOS-STATUS = "T" OR EMPLEADOS-STATUS = "I"
               MOVE "EMPLEADO DE BAJA EN EL DIRECTORIO"
                   TO WS-COM-MOTIVO (WS-COM-ENCONTRADO)
           ELSE
               IF WS-CRUCE-ARMADO NOT = "S"
                   MOVE "ID DEL DIRECTORIO SIN CRUCE A NOMINA"
                       TO WS-COM-MOTIVO (WS-COM-ENCONTRADO)
               ELSE
                   PERFORM BUSCA-EN-NOMINA
                   IF WS-NOM-ENCONTRADO = "N"
                       MOVE "SIN REGISTRO EN EL MAESTRO DE NOMINA"
                           TO WS-COM-MOTIVO (WS-COM-ENCONTRADO)
                   ELSE
                       IF WS-STATUS-EMP = 1
                           MOVE "BAJA EN EL MAESTRO DE NOMINA"
                               TO WS-COM-MOTIVO (WS-COM-ENCONTRADO)
                       ELSE
                           PERFORM ACEPTA-COMENSAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

           BUSCA-EN-NOMINA.
           MOVE CRUCE-ID-SITIO TO NMX-SITIO.
           MOVE CRUCE-ID-NOMINA TO NMX-NUMERO.
           READ NOMINA-MAESTRO
               KEY IS NMX-LLAVE
               INVALID KEY
                   MOVE "N" TO WS-NOM-ENCONTRADO
               NOT INVALID KEY
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
                   MOVE "S" TO WS-NOM-ENCONTRADO
           END-READ.

      *    El salario del periodo se arma igual que el bruto de
      *    registro-nomina: el semanal toma seis dias del diario.
           ACEPTA-COMENSAL.
           MOVE "S" TO WS-COM-CRUZADO (WS-COM-ENCONTRADO).
           MOVE WS-NUMERO-EMP TO WS-COM-NUMERO (WS-COM-ENCONTRADO).
           MOVE CRUCE-ID-SITIO TO WS-COM-SITIO (WS-COM-ENCONTRADO).
           MOVE WS-NOMBRE-EMP TO WS-COM-NOMBRE (WS-COM-ENCONTRADO).
           IF WS-FRECUENCIA-EMP = "S"
               COMPUTE WS-SALARIO-DIARIO-SEM ROUNDED =
                   WS-SALARIO-EMP / 30
               COMPUTE WS-COM-BASE (WS-COM-ENCONTRADO) ROUNDED =
                   WS-SALARIO-DIARIO-SEM * 6
           ELSE
               MOVE WS-SALARIO-EMP TO WS-COM-BASE (WS-COM-ENCONTRADO)
           END-IF.

           ACUMULA-CONSUMO.
           ADD 1 TO WS-CONSUMOS-CRUZADOS.
           ADD 1 TO WS-COM-COMIDAS (WS-COM-ENCONTRADO).
           ADD WS-PRE-CUOTA (WS-PRE-ENCONTRADO)
               TO WS-COM-CONSUMO (WS-COM-ENCONTRADO).
           ADD WS-PRE-CUOTA (WS-PRE-ENCONTRADO) TO WS-TOTAL-CUOTA.
           MOVE ZEROES TO WS-DEP-ENCONTRADO.
           PERFORM VARYING WS-IX-DEP FROM 1 BY 1
               UNTIL WS-IX-DEP > WS-TOTAL-DEPTOS
               OR WS-DEP-ENCONTRADO > ZEROES
               IF WS-DEP-CODIGO (WS-IX-DEP) =
                   WS-COM-DEPTO (WS-COM-ENCONTRADO)
                   MOVE WS-IX-DEP TO WS-DEP-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-DEP-ENCONTRADO = ZEROES
               AND WS-TOTAL-DEPTOS < 200
               ADD 1 TO WS-TOTAL-DEPTOS
               MOVE WS-TOTAL-DEPTOS TO WS-DEP-ENCONTRADO
               MOVE WS-COM-DEPTO (WS-COM-ENCONTRADO)
                   TO WS-DEP-CODIGO (WS-DEP-ENCONTRADO)
               MOVE ZEROES TO WS-DEP-COMIDAS (WS-DEP-ENCONTRADO)
                   WS-DEP-PROVEEDOR (WS-DEP-ENCONTRADO)
                   WS-DEP-CUOTA (WS-DEP-ENCONTRADO)
           END-IF.
           IF WS-DEP-ENCONTRADO > ZEROES
               ADD 1 TO WS-DEP-COMIDAS (WS-DEP-ENCONTRADO)
               ADD WS-PRE-PROVEEDOR (WS-PRE-ENCONTRADO)
                   TO WS-DEP-PROVEEDOR (WS-DEP-ENCONTRADO)
               ADD WS-PRE-CUOTA (WS-PRE-ENCONTRADO)
                   TO WS-DEP-CUOTA (WS-DEP-ENCONTRADO)
           END-IF.

      *    La comida sin cruce la factura el proveedor pero no se
      *    puede descontar: va al listado y al renglon SIN CRUCE del
      *    resumen por departamento.
           REGISTRA-SIN-CRUCE.
           ADD 1 TO WS-CONSUMOS-SIN-CRUCE.
           IF WS-PRE-ENCONTRADO > ZEROES
               ADD WS-PRE-PROVEEDOR (WS-PRE-ENCONTRADO)
                   TO WS-SIN-CRUCE-PROVEEDOR
           END-IF.
           IF WS-TOTAL-SIN-CRUCE < 999
               ADD 1 TO WS-TOTAL-SIN-CRUCE
               MOVE WS-CNS-GAFETE TO WS-SCR-GAFETE (WS-TOTAL-SIN-CRUCE)
               MOVE WS-CNS-FECHA TO WS-SCR-FECHA (WS-TOTAL-SIN-CRUCE)
               MOVE WS-CNS-HORA-X TO WS-SCR-HORA (WS-TOTAL-SIN-CRUCE)
               MOVE WS-CNS-TIPO TO WS-SCR-TIPO (WS-TOTAL-SIN-CRUCE)
               MOVE WS-MOTIVO TO WS-SCR-MOTIVO (WS-TOTAL-SIN-CRUCE)
           ELSE
               ADD 1 TO WS-SIN-CRUCE-DESBORDADOS
           END-IF.

      *    El descuento no pasa del porcentaje del salario del
      *    periodo; lo que rebasa lo absorbe la empresa y se reporta.
           APLICA-TOPE.
           IF WS-COM-CRUZADO (WS-IX-COM) = "S"
               IF WS-COM-BASE (WS-IX-COM) > ZEROES
                   COMPUTE WS-COM-TOPE (WS-IX-COM) ROUNDED =
                       WS-COM-BASE (WS-IX-COM) * WS-TOPE-PORC / 100
               END-IF
               IF WS-COM-CONSUMO (WS-IX-COM) > WS-COM-TOPE (WS-IX-COM)
                   MOVE WS-COM-TOPE (WS-IX-COM)
                       TO WS-COM-DESCUENTO (WS-IX-COM)
                   COMPUTE WS-COM-EXCEDENTE (WS-IX-COM) =
                       WS-COM-CONSUMO (WS-IX-COM) -
                       WS-COM-TOPE (WS-IX-COM)
                   ADD 1 TO WS-EMPLEADOS-TOPADOS
               ELSE
                   MOVE WS-COM-CONSUMO (WS-IX-COM)
                       TO WS-COM-DESCUENTO (WS-IX-COM)
               END-IF
               ADD WS-COM-DESCUENTO (WS-IX-COM) TO WS-TOTAL-DESCUENTO
               ADD WS-COM-EXCEDENTE (WS-IX-COM) TO WS-TOTAL-EXCEDENTE
               IF WS-COM-DESCUENTO (WS-IX-COM) > ZEROES
                   ADD 1 TO WS-EMPLEADOS-DESCUENTO
               END-IF
           END-IF.

           ESCRIBE-REPORTE-COMEDOR.
           OPEN OUTPUT REPORTE-COMEDOR.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte del "
                   "comedor: " WS-RUTA-REPORTE
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-PERIODO-COMEDOR TO TIT-PERIODO.
           MOVE WS-INICIO-PERIODO TO TIT-INICIO.
           MOVE WS-FIN-PERIODO TO TIT-FIN.
           MOVE WS-TOPE-PORC TO TIT-TOPE.
           MOVE WS-LINEA-TITULO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DESCUENTOS POR EMPLEADO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS-EMP TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-DESCUENTO-EMPLEADO
               VARYING WS-IX-COM FROM 1 BY 1
               UNTIL WS-IX-COM > WS-TOTAL-COMENSALES.
           IF WS-CONSUMOS-CRUZADOS = ZEROES
               MOVE "  (sin comidas descontables en el periodo)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "GAFETES SIN CRUCE (NO SE DESCUENTAN)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS-SCR TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-SIN-CRUCE
               VARYING WS-IX-SCR FROM 1 BY 1
               UNTIL WS-IX-SCR > WS-TOTAL-SIN-CRUCE.
           IF WS-TOTAL-SIN-CRUCE = ZEROES
               MOVE "  (todos los gafetes cruzaron)" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           PERFORM ESCRIBE-RESUMEN-DEPTOS.
           PERFORM ESCRIBE-RESUMEN-TIPOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN DEL PERIODO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "Importe a facturar por el proveedor" TO RSR-TEXTO.
           MOVE WS-TOTAL-PROVEEDOR TO RSR-VALOR.
           MOVE WS-LINEA-RESUMEN-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "Cuota de empleados (antes del tope)" TO RSR-TEXTO.
           MOVE WS-TOTAL-CUOTA TO RSR-VALOR.
           MOVE WS-LINEA-RESUMEN-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "Descuento a la nomina" TO RSR-TEXTO.
           MOVE WS-TOTAL-DESCUENTO TO RSR-VALOR.
           MOVE WS-LINEA-RESUMEN-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "No cobrado por rebasar el tope" TO RSR-TEXTO.
           MOVE WS-TOTAL-EXCEDENTE TO RSR-VALOR.
           MOVE WS-LINEA-RESUMEN-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "Comidas del periodo" TO CTR-TEXTO.
           MOVE WS-TOTAL-CONSUMOS TO CTR-VALOR.
           MOVE WS-LINEA-CUENTA-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "Comidas sin cruce" TO CTR-TEXTO.
           MOVE WS-CONSUMOS-SIN-CRUCE TO CTR-VALOR.
           MOVE WS-LINEA-CUENTA-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "Empleados topados" TO CTR-TEXTO.
           MOVE WS-EMPLEADOS-TOPADOS TO CTR-VALOR.
           MOVE WS-LINEA-CUENTA-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "Renglones del torniquete no validos" TO CTR-TEXTO.
           MOVE WS-CONSUMOS-INVALIDOS TO CTR-VALOR.
           MOVE WS-LINEA-CUENTA-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "Comidas fuera del periodo (ignoradas)" TO CTR-TEXTO.
           MOVE WS-CONSUMOS-FUERA TO CTR-VALOR.
           MOVE WS-LINEA-CUENTA-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-COMEDOR.

           ESCRIBE-DESCUENTO-EMPLEADO.
           IF WS-COM-CRUZADO (WS-IX-COM) = "S"
               MOVE WS-COM-GAFETE (WS-IX-COM) TO DEM-GAFETE
               MOVE WS-COM-NUMERO (WS-IX-COM) TO DEM-NUMERO
               MOVE WS-COM-NOMBRE (WS-IX-COM) TO DEM-NOMBRE
               MOVE WS-COM-DEPTO (WS-IX-COM) TO DEM-DEPTO
               MOVE WS-COM-COMIDAS (WS-IX-COM) TO DEM-COMIDAS
               MOVE WS-COM-CONSUMO (WS-IX-COM) TO DEM-CONSUMO
               MOVE WS-COM-TOPE (WS-IX-COM) TO DEM-TOPE
               MOVE WS-COM-DESCUENTO (WS-IX-COM) TO DEM-DESCUENTO
               MOVE WS-COM-EXCEDENTE (WS-IX-COM) TO DEM-EXCEDENTE
               MOVE WS-LINEA-DETALLE-EMP TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           ESCRIBE-SIN-CRUCE.
           MOVE WS-SCR-GAFETE (WS-IX-SCR) TO DSC-GAFETE.
           MOVE WS-SCR-FECHA (WS-IX-SCR) TO DSC-FECHA.
           MOVE WS-SCR-HORA (WS-IX-SCR) TO DSC-HORA.
           MOVE WS-SCR-TIPO (WS-IX-SCR) TO DSC-TIPO.
           MOVE WS-SCR-MOTIVO (WS-IX-SCR) TO DSC-MOTIVO.
           MOVE WS-LINEA-DETALLE-SCR TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    El total del resumen por departamento, con el renglon SIN
      *    CRUCE, es el importe que debe traer la factura.
           ESCRIBE-RESUMEN-DEPTOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE
               "CONSUMO POR DEPARTAMENTO (CONCILIACION CON PROVEEDOR)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS-DEP TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-DEPTO
               VARYING WS-IX-DEP FROM 1 BY 1
               UNTIL WS-IX-DEP > WS-TOTAL-DEPTOS.
           IF WS-CONSUMOS-SIN-CRUCE > ZEROES
               MOVE SPACES TO DDP-DEPTO
               MOVE "SIN CRUCE" TO DDP-NOMBRE
               MOVE WS-CONSUMOS-SIN-CRUCE TO DDP-COMIDAS
               MOVE WS-SIN-CRUCE-PROVEEDOR TO DDP-PROVEEDOR
               MOVE ZEROES TO DDP-CUOTA
               MOVE WS-SIN-CRUCE-PROVEEDOR TO DDP-SUBSIDIO
               MOVE WS-LINEA-DETALLE-DEP TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO DDP-DEPTO.
           MOVE "TOTAL" TO DDP-NOMBRE.
           MOVE WS-TOTAL-CONSUMOS TO DDP-COMIDAS.
           MOVE WS-TOTAL-PROVEEDOR TO DDP-PROVEEDOR.
           MOVE WS-TOTAL-CUOTA TO DDP-CUOTA.
           COMPUTE DDP-SUBSIDIO = WS-TOTAL-PROVEEDOR - WS-TOTAL-CUOTA.
           MOVE WS-LINEA-DETALLE-DEP TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-DEPTO.
           MOVE WS-DEP-CODIGO (WS-IX-DEP) TO DDP-DEPTO.
           CALL "busca-depto"
               USING WS-DEP-CODIGO (WS-IX-DEP) WS-DEP-NOMBRE
                   WS-DEP-RESULTADO
           END-CALL.
           MOVE WS-DEP-NOMBRE TO DDP-NOMBRE.
           MOVE WS-DEP-COMIDAS (WS-IX-DEP) TO DDP-COMIDAS.
           MOVE WS-DEP-PROVEEDOR (WS-IX-DEP) TO DDP-PROVEEDOR.
           MOVE WS-DEP-CUOTA (WS-IX-DEP) TO DDP-CUOTA.
           COMPUTE DDP-SUBSIDIO = WS-DEP-PROVEEDOR (WS-IX-DEP)
               - WS-DEP-CUOTA (WS-IX-DEP).
           MOVE WS-LINEA-DETALLE-DEP TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-RESUMEN-TIPOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CONSUMO POR TIPO DE COMIDA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS-TIP TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-TIPO
               VARYING WS-IX-PRE FROM 1 BY 1
               UNTIL WS-IX-PRE > WS-TOTAL-PRECIOS.

           ESCRIBE-TIPO.
           IF WS-PRE-COMIDAS (WS-IX-PRE) > ZEROES
               MOVE WS-PRE-TIPO (WS-IX-PRE) TO DTP-TIPO
               MOVE WS-PRE-DESCRIPCION (WS-IX-PRE) TO DTP-DESCRIPCION
               MOVE WS-PRE-COMIDAS (WS-IX-PRE) TO DTP-COMIDAS
               MOVE WS-PRE-PROVEEDOR (WS-IX-PRE) TO DTP-PROVEEDOR
               MOVE WS-PRE-CUOTA (WS-IX-PRE) TO DTP-CUOTA
               MOVE WS-PRE-IMPORTE (WS-IX-PRE) TO DTP-IMPORTE
               MOVE WS-LINEA-DETALLE-TIP TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           CONSERVA-OTROS-PERIODOS.
           OPEN INPUT COMEDOR-NOMINA.
           IF WS-FILE-STATUS-CMD = "00"
               MOVE "1" TO FIN-DE-COMEDOR
               PERFORM LEE-LINEA-COMEDOR
               PERFORM GUARDA-LINEA-COMEDOR
                   UNTIL FIN-DE-COMEDOR = "0"
               CLOSE COMEDOR-NOMINA
           END-IF.

           LEE-LINEA-COMEDOR.
           READ COMEDOR-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-COMEDOR
           END-READ.

           GUARDA-LINEA-COMEDOR.
           IF LINEA-COMEDOR NOT = SPACES
               MOVE SPACES TO WS-CMD-NUMERO-X WS-CMD-IMPORTE-X
                   WS-CMD-PERIODO-X
               UNSTRING LINEA-COMEDOR DELIMITED BY ","
                   INTO WS-CMD-NUMERO-X WS-CMD-IMPORTE-X
                       WS-CMD-PERIODO-X
               END-UNSTRING
               IF WS-CMD-PERIODO-X NOT = WS-PERIODO-COMEDOR
                   AND WS-TOTAL-OTROS < 9999
                   ADD 1 TO WS-TOTAL-OTROS
                   MOVE LINEA-COMEDOR TO WS-OTR-LINEA (WS-TOTAL-OTROS)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-COMEDOR.

           REESCRIBE-COMEDOR-NOMINA.
           OPEN OUTPUT COMEDOR-NOMINA.
           IF WS-FILE-STATUS-CMD NOT = "00"
               DISPLAY "RECHAZADO: no se pudo escribir el comedor "
                   "para la nomina: " WS-RUTA-COMEDOR
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-OTRO-PERIODO
               VARYING WS-IX-OTR FROM 1 BY 1
               UNTIL WS-IX-OTR > WS-TOTAL-OTROS.
           PERFORM ESCRIBE-COMEDOR-EMPLEADO
               VARYING WS-IX-COM FROM 1 BY 1
               UNTIL WS-IX-COM > WS-TOTAL-COMENSALES.
           CLOSE COMEDOR-NOMINA.

           ESCRIBE-OTRO-PERIODO.
           MOVE WS-OTR-LINEA (WS-IX-OTR) TO LINEA-COMEDOR.
           WRITE LINEA-COMEDOR.

           ESCRIBE-COMEDOR-EMPLEADO.
           IF WS-COM-CRUZADO (WS-IX-COM) = "S"
               AND WS-COM-DESCUENTO (WS-IX-COM) > ZEROES
               MOVE WS-COM-DESCUENTO (WS-IX-COM) TO WS-IMPORTE-EDITADO
               MOVE SPACES TO LINEA-COMEDOR
               STRING WS-COM-NUMERO (WS-IX-COM) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMPORTE-EDITADO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-PERIODO-COMEDOR DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-COM-SITIO (WS-IX-COM) DELIMITED BY SIZE
                   INTO LINEA-COMEDOR
               END-STRING
               WRITE LINEA-COMEDOR
           END-IF.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.
       END PROGRAM carga-comedor.
