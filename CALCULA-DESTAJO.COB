      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:VALORIZA LA PRODUCCION A DESTAJO DE UN PERIODO DE
      *         NOMINA. LEE LOS TICKETS DIARIOS DE PRODUCCION
      *         (numero,fecha,operacion,buenas,rechazadas) DEL
      *         PERIODO Y PAGA LAS PIEZAS BUENAS A LA TARIFA DE LA
      *         OPERACION VIGENTE EN LA FECHA DEL TICKET (CATALOGO
      *         TARIFAS-DESTAJO.txt: operacion,vigente-desde,tarifa,
      *         descripcion); LAS RECHAZADAS NO SE PAGAN. A CADA DIA
      *         CON CHECADA DEL DESTAJISTA LE GARANTIZA EL SALARIO
      *         MINIMO DIARIO (EL GENERAL VIGENTE AL FIN DEL PERIODO EN
      *         LA TABLA DE PARAMETROS LEGALES): SI LO PRODUCIDO NO LO
      *         ALCANZA, PAGA LA DIFERENCIA. DEJA EL IMPORTE POR
      *         EMPLEADO EN DESTAJO-NOMINA.txt (numero,importe,
      *         periodo,sitio), QUE registro-nomina SUMA AL BRUTO DEL
      *         EMPLEADO DE ESE SITIO (EL NUMERO SE REPITE ENTRE
      *         SITIOS; DESTAJO_SITIO DICE DE QUE PLANTA SON LOS
      *         TICKETS Y LAS CHECADAS) Y REPORTA
      *         EN CIF-DESTAJO, Y EL ESTADO DE PRODUCCION POR EMPLEADO
      *         PARA QUE EL SUPERVISOR LO COTEJE CONTRA LOS REGISTROS
      *         DE LA LINEA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcula-destajo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Control de periodos (PERREG.cpy): da las fechas del periodo
      *    que se valoriza; un periodo CERRADO ya no se toca.
       SELECT PERIODOS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-PERIODOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PER.

      *    Catalogo de tarifas a destajo con vigencia: una operacion
      *    puede tener varios renglones; rige el de vigencia mas
      *    reciente que no rebasa la fecha del ticket.
       SELECT TARIFAS-DESTAJO
       ASSIGN TO DYNAMIC WS-RUTA-TARIFAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TDS.

       SELECT TICKETS-PRODUCCION
       ASSIGN TO DYNAMIC WS-RUTA-TICKETS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TKT.

      *    Checadas crudas del reloj (numero,fecha,hora,tipo): un dia
      *    con cualquier checada es un dia trabajado con garantia.
       SELECT CHECADAS-CRUDAS
       ASSIGN TO DYNAMIC WS-RUTA-CHECADAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CHE.

      *    Destajo por empleado y periodo para registro-nomina; se
      *    reescribe completo conservando los otros periodos.
       SELECT DESTAJO-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-DESTAJO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DST.

       SELECT ESTADO-DESTAJO
       ASSIGN TO DYNAMIC WS-RUTA-ESTADO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EDO.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS-NOMINA.
       01  LINEA-PERIODO PIC X(40).

       FD  TARIFAS-DESTAJO.
       01  LINEA-TARIFA-DST PIC X(80).

       FD  TICKETS-PRODUCCION.
       01  LINEA-TICKET PIC X(60).

       FD  CHECADAS-CRUDAS.
       01  LINEA-CHECADA PIC X(30).

       FD  DESTAJO-NOMINA.
       01  LINEA-DESTAJO PIC X(40).

       FD  ESTADO-DESTAJO.
       01  LINEA-ESTADO PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RPTENC.
       COPY PERREG.

       01  WS-RUTA-PERIODOS PIC X(200).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  WS-RUTA-TARIFAS PIC X(200).
       01  WS-FILE-STATUS-TDS PIC X(2).
       01  WS-RUTA-TICKETS PIC X(200).
       01  WS-FILE-STATUS-TKT PIC X(2).
       01  WS-RUTA-CHECADAS PIC X(200).
       01  WS-FILE-STATUS-CHE PIC X(2).
       01  WS-RUTA-DESTAJO PIC X(200).
       01  WS-FILE-STATUS-DST PIC X(2).
       01  WS-RUTA-ESTADO PIC X(200).
       01  WS-FILE-STATUS-EDO PIC X(2).

       01  FIN-DE-PERIODOS PIC X.
       01  FIN-DE-TARIFAS PIC X.
       01  FIN-DE-TICKETS PIC X.
       01  FIN-DE-CHECADAS PIC X.
       01  FIN-DE-DESTAJO PIC X.

       01  WS-PERIODO-DESTAJO PIC X(6).
      *    Sitio de la planta cuyos tickets y checadas se valorizan:
      *    el numero de nomina se repite entre sitios. "00" o sin
      *    valor es la serie sin sitio.
       01  WS-SITIO-DESTAJO-X PIC X(2).
       01  WS-SITIO-DESTAJO PIC X(2).
       01  WS-INICIO-PERIODO PIC 9(8).
       01  WS-FIN-PERIODO PIC 9(8).
       01  WS-STATUS-PERIODO PIC X(10).
       01  WS-PERIODO-HALLADO PIC X VALUE "N".
       01  WS-FECHA-HOY PIC X(10).

      *    Salario minimo diario garantizado: el mismo valor y la
      *    misma variable de ambiente (en centavos) que el piso de
      *    registro-nomina.
       01  WS-SALARIO-MINIMO-X PIC X(8).
       01  WS-SALARIO-MINIMO-CENT PIC 9(7).
       01  WS-SALARIO-MINIMO-DIARIO PIC 9(5)V99 VALUE 315.04.
       01  WS-FECHA-CALCULO-PLG PIC X(8).
       01  WS-CLAVE-PLG PIC X(12).
       01  WS-VALOR-PLG PIC 9(7)V9(5).
       01  WS-RESULTADO-PLG PIC X.

       01  WS-TABLA-TARIFAS-DST.
           05 WS-TDS-RENGLON OCCURS 500 TIMES.
               10 WS-TDS-OPERACION PIC X(6).
               10 WS-TDS-VIGENCIA PIC 9(8).
               10 WS-TDS-TARIFA PIC 9(5)V99.
       01  WS-TOTAL-TARIFAS PIC 9(3) VALUE ZEROES.
       01  WS-IX-TDS PIC 9(3).
       01  WS-TDS-APLICADA PIC 9(3).
       01  WS-TDS-OPERACION-X PIC X(10).
       01  WS-TDS-VIGENCIA-X PIC X(10).
       01  WS-TDS-TARIFA-X PIC X(12).

       01  WS-TABLA-TICKETS.
           05 WS-TKT-RENGLON OCCURS 9999 TIMES.
               10 WS-TKT-NUMERO PIC 9(5).
               10 WS-TKT-FECHA PIC 9(8).
               10 WS-TKT-OPERACION PIC X(6).
               10 WS-TKT-BUENAS PIC 9(5).
               10 WS-TKT-RECHAZADAS PIC 9(5).
               10 WS-TKT-TARIFA PIC 9(5)V99.
               10 WS-TKT-IMPORTE PIC S9(7)V99.
               10 WS-TKT-CON-TARIFA PIC X(1).
       01  WS-TOTAL-TICKETS PIC 9(4) VALUE ZEROES.
       01  WS-IX-TKT PIC 9(4).
       01  WS-TKT-NUMERO-X PIC X(6).
       01  WS-TKT-FECHA-X PIC X(10).
       01  WS-TKT-OPERACION-X PIC X(10).
       01  WS-TKT-BUENAS-X PIC X(8).
       01  WS-TKT-RECHAZADAS-X PIC X(8).
       01  WS-TICKETS-FUERA PIC 9(5) VALUE ZEROES.
       01  WS-TICKETS-INVALIDOS PIC 9(5) VALUE ZEROES.
       01  WS-TICKETS-SIN-TARIFA PIC 9(5) VALUE ZEROES.

      *    Un renglon por destajista y dia: lo producido ese dia, si
      *    checo y la garantia que le toca.
       01  WS-TABLA-DIAS.
           05 WS-DIA-RENGLON OCCURS 9999 TIMES.
               10 WS-DIA-NUMERO PIC 9(5).
               10 WS-DIA-FECHA PIC 9(8).
               10 WS-DIA-PRODUCCION PIC S9(7)V99.
               10 WS-DIA-CHECADA PIC X(1).
               10 WS-DIA-GARANTIA PIC S9(7)V99.
       01  WS-TOTAL-DIAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-DIA PIC 9(4).
       01  WS-DIA-ENCONTRADO PIC 9(4).
       01  WS-DIA-NUMERO-BUSCA PIC 9(5).
       01  WS-DIA-FECHA-BUSCA PIC 9(8).

       01  WS-TABLA-DESTAJISTAS.
           05 WS-DTJ-RENGLON OCCURS 999 TIMES.
               10 WS-DTJ-NUMERO PIC 9(5).
               10 WS-DTJ-BUENAS PIC 9(7).
               10 WS-DTJ-RECHAZADAS PIC 9(7).
               10 WS-DTJ-PIEZAS PIC S9(7)V99.
               10 WS-DTJ-GARANTIA PIC S9(7)V99.
               10 WS-DTJ-DIAS-CHECADA PIC 9(3).
       01  WS-TOTAL-DESTAJISTAS PIC 9(3) VALUE ZEROES.
       01  WS-IX-DTJ PIC 9(3).
       01  WS-DTJ-ENCONTRADO PIC 9(3).
       01  WS-DTJ-TOTAL PIC S9(7)V99.

       01  WS-CHE-NUMERO-X PIC X(6).
       01  WS-CHE-FECHA-X PIC X(10).
       01  WS-CHE-HORA-X PIC X(6).
       01  WS-CHE-TIPO-X PIC X(4).
       01  WS-CHE-NUMERO PIC 9(5).
       01  WS-CHE-FECHA PIC 9(8).

      *    Renglones de DESTAJO-NOMINA.txt de otros periodos, que se
      *    reescriben tal cual.
       01  WS-TABLA-OTROS-PERIODOS.
           05 WS-OTR-LINEA OCCURS 9999 TIMES PIC X(40).
       01  WS-TOTAL-OTROS PIC 9(4) VALUE ZEROES.
       01  WS-IX-OTR PIC 9(4).
       01  WS-DST-NUMERO-X PIC X(6).
       01  WS-DST-IMPORTE-X PIC X(12).
       01  WS-DST-PERIODO-X PIC X(8).
       01  WS-DST-SITIO-X PIC X(2).

       01  WS-IMPORTE-EDITADO PIC -ZZZZZZ9.99.
       01  WS-TOTAL-PIEZAS PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-GARANTIA PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-DESTAJO PIC S9(9)V99 VALUE ZEROES.

       01  WS-LINEA-TITULO-EDO.
           05 FILLER PIC X(41) VALUE
               "ESTADO DE PRODUCCION A DESTAJO - PERIODO".
           05 TIT-PERIODO PIC X(6).
           05 FILLER PIC X(2) VALUE " (".
           05 TIT-INICIO PIC 9(8).
           05 FILLER PIC X(3) VALUE " A ".
           05 TIT-FIN PIC 9(8).
           05 FILLER PIC X(1) VALUE ")".
       01  WS-LINEA-EMPLEADO-EDO.
           05 FILLER PIC X(9) VALUE "EMPLEADO ".
           05 EMP-NUMERO PIC 9(5).
       01  WS-LINEA-COLUMNAS-EDO.
           05 FILLER PIC X(40) VALUE
               "  FECHA    OPERAC   BUENAS  RECHAZ    TA".
           05 FILLER PIC X(20) VALUE
               "RIFA     IMPORTE".
       01  WS-LINEA-TICKET-EDO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TKE-FECHA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TKE-OPERACION PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TKE-BUENAS PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TKE-RECHAZADAS PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TKE-TARIFA PIC ZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TKE-IMPORTE PIC -ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TKE-NOTA PIC X(30).
       01  WS-LINEA-GARANTIA-EDO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 GAE-FECHA PIC 9(8).
           05 FILLER PIC X(35) VALUE
               " GARANTIA SAL. MINIMO (PRODUCIDO: ".
           05 GAE-PRODUCCION PIC -ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE ") ".
           05 GAE-IMPORTE PIC -ZZZZZZ9.99.
       01  WS-LINEA-TOTAL-EDO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "BUENAS: ".
           05 TOE-BUENAS PIC ZZZZZZ9.
           05 FILLER PIC X(14) VALUE "  RECHAZADAS: ".
           05 TOE-RECHAZADAS PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE "  PIEZAS: ".
           05 TOE-PIEZAS PIC -ZZZZZZ9.99.
           05 FILLER PIC X(12) VALUE "  GARANTIA: ".
           05 TOE-GARANTIA PIC -ZZZZZZ9.99.
           05 FILLER PIC X(9) VALUE "  TOTAL: ".
           05 TOE-TOTAL PIC -ZZZZZZ9.99.
       01  WS-LINEA-RESUMEN-EDO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RSE-TEXTO PIC X(40).
           05 RSE-VALOR PIC -ZZZZZZZZ9.99.
       01  WS-LINEA-CUENTA-EDO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CTE-TEXTO PIC X(40).
           05 FILLER PIC X(8) VALUE SPACES.
           05 CTE-VALOR PIC ZZZZ9.

       01  WS-CANDADO-PROGRAMA PIC X(20) VALUE "calcula-destajo".
       01  WS-CANDADO-USUARIO PIC X(20).
       01  WS-CANDADO-RESULTADO PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "calcula-destajo".
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
           PERFORM BUSCA-MINIMO-VIGENTE.
           PERFORM CARGA-TARIFAS-DESTAJO.
           PERFORM CARGA-TICKETS.
           PERFORM CARGA-CHECADAS.
           PERFORM CALCULA-GARANTIA
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > WS-TOTAL-DIAS.
           PERFORM ESCRIBE-ESTADO-DESTAJO.
           PERFORM CONSERVA-OTROS-PERIODOS.
           PERFORM REESCRIBE-DESTAJO-NOMINA.
           DISPLAY "Destajo del periodo " WS-PERIODO-DESTAJO
               " sitio " WS-SITIO-DESTAJO-X.
           DISPLAY "Tickets valorizados: " WS-TOTAL-TICKETS
               "  destajistas: " WS-TOTAL-DESTAJISTAS.
           MOVE WS-TOTAL-PIEZAS TO WS-IMPORTE-EDITADO.
           DISPLAY "Importe por piezas: " WS-IMPORTE-EDITADO.
           MOVE WS-TOTAL-GARANTIA TO WS-IMPORTE-EDITADO.
           DISPLAY "Garantia de salario minimo: " WS-IMPORTE-EDITADO.
           IF WS-TICKETS-SIN-TARIFA > ZEROES
               DISPLAY "AVISO: tickets sin tarifa vigente (no se "
                   "pagan): " WS-TICKETS-SIN-TARIFA
           END-IF.
           IF WS-TICKETS-INVALIDOS > ZEROES
               DISPLAY "AVISO: renglones de tickets no validos: "
                   WS-TICKETS-INVALIDOS
           END-IF.
           IF WS-TICKETS-FUERA > ZEROES
               DISPLAY "Tickets de otras fechas (ignorados): "
                   WS-TICKETS-FUERA
           END-IF.
           DISPLAY "Destajo para la nomina en: " WS-RUTA-DESTAJO.
           DISPLAY "Estado de produccion en: " WS-RUTA-ESTADO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-TICKETS TO WS-BIT-CONTADOR.
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
           ACCEPT WS-PERIODO-DESTAJO FROM ENVIRONMENT
               "DESTAJO_PERIODO".
           IF WS-PERIODO-DESTAJO = SPACES
               ACCEPT WS-PERIODO-DESTAJO FROM ENVIRONMENT
                   "REGISTRO_NOMINA_PERIODO"
           END-IF.
           IF WS-PERIODO-DESTAJO = SPACES
               DISPLAY "RECHAZADO: indique el periodo en "
                   "DESTAJO_PERIODO."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-SITIO-DESTAJO-X FROM ENVIRONMENT "DESTAJO_SITIO".
           IF WS-SITIO-DESTAJO-X = SPACES
               ACCEPT WS-SITIO-DESTAJO-X FROM ENVIRONMENT
                   "REGISTRO_NOMINA_SITIO"
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SITIO-DESTAJO-X)
               TO WS-SITIO-DESTAJO-X.
           IF WS-SITIO-DESTAJO-X = "00"
               MOVE SPACES TO WS-SITIO-DESTAJO
           ELSE
               MOVE WS-SITIO-DESTAJO-X TO WS-SITIO-DESTAJO
           END-IF.
           ACCEPT WS-SALARIO-MINIMO-X FROM ENVIRONMENT
               "REGISTRO_NOMINA_SALARIO_MINIMO".
           IF WS-SALARIO-MINIMO-X IS NUMERIC
               AND WS-SALARIO-MINIMO-X NOT = ZEROES
               MOVE WS-SALARIO-MINIMO-X TO WS-SALARIO-MINIMO-CENT
               DIVIDE WS-SALARIO-MINIMO-CENT BY 100
                   GIVING WS-SALARIO-MINIMO-DIARIO
           END-IF.
           ACCEPT WS-RUTA-PERIODOS FROM ENVIRONMENT
               "PERIODOS_NOMINA_PATH".
           IF WS-RUTA-PERIODOS = SPACES
               MOVE "PERIODOS-NOMINA.txt" TO WS-RUTA-PERIODOS
           END-IF.
           ACCEPT WS-RUTA-TARIFAS FROM ENVIRONMENT
               "TARIFAS_DESTAJO_PATH".
           IF WS-RUTA-TARIFAS = SPACES
               MOVE "TARIFAS-DESTAJO.txt" TO WS-RUTA-TARIFAS
           END-IF.
           ACCEPT WS-RUTA-TICKETS FROM ENVIRONMENT
               "TICKETS_PRODUCCION_PATH".
           IF WS-RUTA-TICKETS = SPACES
               MOVE "TICKETS-PRODUCCION.txt" TO WS-RUTA-TICKETS
           END-IF.
           ACCEPT WS-RUTA-CHECADAS FROM ENVIRONMENT "CHECADAS_PATH".
           IF WS-RUTA-CHECADAS = SPACES
               MOVE "CHECADAS.txt" TO WS-RUTA-CHECADAS
           END-IF.
           ACCEPT WS-RUTA-DESTAJO FROM ENVIRONMENT
               "DESTAJO_NOMINA_PATH".
           IF WS-RUTA-DESTAJO = SPACES
               MOVE "DESTAJO-NOMINA.txt" TO WS-RUTA-DESTAJO
           END-IF.
           ACCEPT WS-RUTA-ESTADO FROM ENVIRONMENT
               "DESTAJO_ESTADO_PATH".
           IF WS-RUTA-ESTADO = SPACES
               STRING "ESTADO-DESTAJO-" DELIMITED BY SIZE
                   WS-PERIODO-DESTAJO DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-ESTADO
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
               DISPLAY "RECHAZADO: el periodo " WS-PERIODO-DESTAJO
                   " no esta en el control de periodos."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STATUS-PERIODO = "CERRADO"
               DISPLAY "RECHAZADO: el periodo " WS-PERIODO-DESTAJO
                   " esta CERRADO; el destajo ya se pago."
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
           IF PER-ID = WS-PERIODO-DESTAJO
               AND PER-INICIO IS NUMERIC
               AND PER-FIN IS NUMERIC
               MOVE "S" TO WS-PERIODO-HALLADO
               MOVE PER-INICIO TO WS-INICIO-PERIODO
               MOVE PER-FIN TO WS-FIN-PERIODO
               MOVE PER-STATUS TO WS-STATUS-PERIODO
           END-IF.
           PERFORM LEE-LINEA-PERIODO.

      *    El minimo garantizado es el general vigente al fin del
      *    periodo en la tabla de parametros legales; sin valor en la
      *    tabla queda el de ambiente o el de omision.
           BUSCA-MINIMO-VIGENTE.
           MOVE WS-FIN-PERIODO TO WS-FECHA-CALCULO-PLG.
           MOVE "SM-GENERAL" TO WS-CLAVE-PLG.
           CALL "busca-parametro-legal"
               USING WS-BIT-PROGRAMA WS-CLAVE-PLG WS-FECHA-CALCULO-PLG
                   WS-VALOR-PLG WS-RESULTADO-PLG
           END-CALL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-SALARIO-MINIMO-DIARIO
           END-IF.

           CARGA-TARIFAS-DESTAJO.
           OPEN INPUT TARIFAS-DESTAJO.
           IF WS-FILE-STATUS-TDS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el catalogo de "
                   "tarifas a destajo: " WS-RUTA-TARIFAS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-TARIFAS.
           PERFORM LEE-LINEA-TARIFA.
           PERFORM AGREGA-LINEA-TARIFA UNTIL FIN-DE-TARIFAS = "0".
           CLOSE TARIFAS-DESTAJO.

           LEE-LINEA-TARIFA.
           READ TARIFAS-DESTAJO
               AT END
                   MOVE "0" TO FIN-DE-TARIFAS
           END-READ.

           AGREGA-LINEA-TARIFA.
           IF LINEA-TARIFA-DST NOT = SPACES
               AND WS-TOTAL-TARIFAS < 500
               MOVE SPACES TO WS-TDS-OPERACION-X WS-TDS-VIGENCIA-X
                   WS-TDS-TARIFA-X
               UNSTRING LINEA-TARIFA-DST DELIMITED BY ","
                   INTO WS-TDS-OPERACION-X WS-TDS-VIGENCIA-X
                       WS-TDS-TARIFA-X
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(WS-TDS-VIGENCIA-X) = ZEROES
                   AND FUNCTION TEST-NUMVAL(WS-TDS-TARIFA-X) = ZEROES
                   ADD 1 TO WS-TOTAL-TARIFAS
                   MOVE FUNCTION UPPER-CASE(WS-TDS-OPERACION-X)
                       TO WS-TDS-OPERACION (WS-TOTAL-TARIFAS)
                   COMPUTE WS-TDS-VIGENCIA (WS-TOTAL-TARIFAS) =
                       FUNCTION NUMVAL(WS-TDS-VIGENCIA-X)
                   COMPUTE WS-TDS-TARIFA (WS-TOTAL-TARIFAS) =
                       FUNCTION NUMVAL(WS-TDS-TARIFA-X)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-TARIFA.

      *    Solo cuentan los tickets con fecha dentro del periodo; sin
      *    archivo de tickets no hay destajo que pagar y el archivo
      *    de la nomina queda sin renglones del periodo.
           CARGA-TICKETS.
           OPEN INPUT TICKETS-PRODUCCION.
           IF WS-FILE-STATUS-TKT NOT = "00"
               DISPLAY "Aviso: sin tickets de produccion ("
                   WS-RUTA-TICKETS "); no hay destajo en el periodo."
           ELSE
               MOVE "1" TO FIN-DE-TICKETS
               PERFORM LEE-LINEA-TICKET
               PERFORM AGREGA-LINEA-TICKET UNTIL FIN-DE-TICKETS = "0"
               CLOSE TICKETS-PRODUCCION
           END-IF.

           LEE-LINEA-TICKET.
           READ TICKETS-PRODUCCION
               AT END
                   MOVE "0" TO FIN-DE-TICKETS
           END-READ.

           AGREGA-LINEA-TICKET.
           IF LINEA-TICKET NOT = SPACES
               MOVE SPACES TO WS-TKT-NUMERO-X WS-TKT-FECHA-X
                   WS-TKT-OPERACION-X WS-TKT-BUENAS-X
                   WS-TKT-RECHAZADAS-X
               UNSTRING LINEA-TICKET DELIMITED BY ","
                   INTO WS-TKT-NUMERO-X WS-TKT-FECHA-X
                       WS-TKT-OPERACION-X WS-TKT-BUENAS-X
                       WS-TKT-RECHAZADAS-X
               END-UNSTRING
               IF WS-TKT-RECHAZADAS-X = SPACES
                   MOVE "0" TO WS-TKT-RECHAZADAS-X
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-TKT-NUMERO-X) NOT = ZEROES
                   OR FUNCTION TEST-NUMVAL(WS-TKT-FECHA-X)
                       NOT = ZEROES
                   OR FUNCTION TEST-NUMVAL(WS-TKT-BUENAS-X)
                       NOT = ZEROES
                   OR FUNCTION TEST-NUMVAL(WS-TKT-RECHAZADAS-X)
                       NOT = ZEROES
                   OR WS-TKT-OPERACION-X = SPACES
                   ADD 1 TO WS-TICKETS-INVALIDOS
               ELSE
                   PERFORM REGISTRA-TICKET
               END-IF
           END-IF.
           PERFORM LEE-LINEA-TICKET.

           REGISTRA-TICKET.
           COMPUTE WS-DIA-FECHA-BUSCA =
               FUNCTION NUMVAL(WS-TKT-FECHA-X).
           IF WS-DIA-FECHA-BUSCA < WS-INICIO-PERIODO
               OR WS-DIA-FECHA-BUSCA > WS-FIN-PERIODO
               ADD 1 TO WS-TICKETS-FUERA
           ELSE
               IF WS-TOTAL-TICKETS < 9999
                   ADD 1 TO WS-TOTAL-TICKETS
                   MOVE WS-TOTAL-TICKETS TO WS-IX-TKT
                   COMPUTE WS-TKT-NUMERO (WS-IX-TKT) =
                       FUNCTION NUMVAL(WS-TKT-NUMERO-X)
                   MOVE WS-DIA-FECHA-BUSCA TO WS-TKT-FECHA (WS-IX-TKT)
                   MOVE FUNCTION UPPER-CASE(WS-TKT-OPERACION-X)
                       TO WS-TKT-OPERACION (WS-IX-TKT)
                   COMPUTE WS-TKT-BUENAS (WS-IX-TKT) =
                       FUNCTION NUMVAL(WS-TKT-BUENAS-X)
                   COMPUTE WS-TKT-RECHAZADAS (WS-IX-TKT) =
                       FUNCTION NUMVAL(WS-TKT-RECHAZADAS-X)
                   PERFORM VALORIZA-TICKET
               END-IF
           END-IF.

      *    Rige la tarifa de la operacion con la vigencia mas reciente
      *    que no rebasa la fecha del ticket; sin tarifa vigente el
      *    ticket se lista pero no se paga.
           VALORIZA-TICKET.
           MOVE ZEROES TO WS-TDS-APLICADA.
           PERFORM VARYING WS-IX-TDS FROM 1 BY 1
               UNTIL WS-IX-TDS > WS-TOTAL-TARIFAS
               IF WS-TDS-OPERACION (WS-IX-TDS) =
                   WS-TKT-OPERACION (WS-IX-TKT)
                   AND WS-TDS-VIGENCIA (WS-IX-TDS) NOT >
                       WS-TKT-FECHA (WS-IX-TKT)
                   IF WS-TDS-APLICADA = ZEROES
                       MOVE WS-IX-TDS TO WS-TDS-APLICADA
                   ELSE
                       IF WS-TDS-VIGENCIA (WS-IX-TDS) >=
                           WS-TDS-VIGENCIA (WS-TDS-APLICADA)
                           MOVE WS-IX-TDS TO WS-TDS-APLICADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TDS-APLICADA = ZEROES
               MOVE "N" TO WS-TKT-CON-TARIFA (WS-IX-TKT)
               MOVE ZEROES TO WS-TKT-TARIFA (WS-IX-TKT)
                   WS-TKT-IMPORTE (WS-IX-TKT)
               ADD 1 TO WS-TICKETS-SIN-TARIFA
           ELSE
               MOVE "S" TO WS-TKT-CON-TARIFA (WS-IX-TKT)
               MOVE WS-TDS-TARIFA (WS-TDS-APLICADA)
                   TO WS-TKT-TARIFA (WS-IX-TKT)
               COMPUTE WS-TKT-IMPORTE (WS-IX-TKT) ROUNDED =
                   WS-TKT-BUENAS (WS-IX-TKT) *
                   WS-TKT-TARIFA (WS-IX-TKT)
           END-IF.
           MOVE WS-TKT-NUMERO (WS-IX-TKT) TO WS-DIA-NUMERO-BUSCA.
           PERFORM BUSCA-DESTAJISTA.
           IF WS-DTJ-ENCONTRADO = ZEROES
               AND WS-TOTAL-DESTAJISTAS < 999
               ADD 1 TO WS-TOTAL-DESTAJISTAS
               MOVE WS-TOTAL-DESTAJISTAS TO WS-DTJ-ENCONTRADO
               MOVE WS-DIA-NUMERO-BUSCA
                   TO WS-DTJ-NUMERO (WS-DTJ-ENCONTRADO)
               MOVE ZEROES TO WS-DTJ-BUENAS (WS-DTJ-ENCONTRADO)
                   WS-DTJ-RECHAZADAS (WS-DTJ-ENCONTRADO)
                   WS-DTJ-PIEZAS (WS-DTJ-ENCONTRADO)
                   WS-DTJ-GARANTIA (WS-DTJ-ENCONTRADO)
                   WS-DTJ-DIAS-CHECADA (WS-DTJ-ENCONTRADO)
           END-IF.
           IF WS-DTJ-ENCONTRADO > ZEROES
               ADD WS-TKT-BUENAS (WS-IX-TKT)
                   TO WS-DTJ-BUENAS (WS-DTJ-ENCONTRADO)
               ADD WS-TKT-RECHAZADAS (WS-IX-TKT)
                   TO WS-DTJ-RECHAZADAS (WS-DTJ-ENCONTRADO)
               ADD WS-TKT-IMPORTE (WS-IX-TKT)
                   TO WS-DTJ-PIEZAS (WS-DTJ-ENCONTRADO)
           END-IF.
           PERFORM BUSCA-O-AGREGA-DIA.
           IF WS-DIA-ENCONTRADO > ZEROES
               ADD WS-TKT-IMPORTE (WS-IX-TKT)
                   TO WS-DIA-PRODUCCION (WS-DIA-ENCONTRADO)
           END-IF.

           BUSCA-DESTAJISTA.
           MOVE ZEROES TO WS-DTJ-ENCONTRADO.
           PERFORM VARYING WS-IX-DTJ FROM 1 BY 1
               UNTIL WS-IX-DTJ > WS-TOTAL-DESTAJISTAS
               OR WS-DTJ-ENCONTRADO > ZEROES
               IF WS-DTJ-NUMERO (WS-IX-DTJ) = WS-DIA-NUMERO-BUSCA
                   MOVE WS-IX-DTJ TO WS-DTJ-ENCONTRADO
               END-IF
           END-PERFORM.

           BUSCA-O-AGREGA-DIA.
           MOVE ZEROES TO WS-DIA-ENCONTRADO.
           PERFORM VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > WS-TOTAL-DIAS
               OR WS-DIA-ENCONTRADO > ZEROES
               IF WS-DIA-NUMERO (WS-IX-DIA) = WS-DIA-NUMERO-BUSCA
                   AND WS-DIA-FECHA (WS-IX-DIA) = WS-DIA-FECHA-BUSCA
                   MOVE WS-IX-DIA TO WS-DIA-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-DIA-ENCONTRADO = ZEROES
               AND WS-TOTAL-DIAS < 9999
               ADD 1 TO WS-TOTAL-DIAS
               MOVE WS-TOTAL-DIAS TO WS-DIA-ENCONTRADO
               MOVE WS-DIA-NUMERO-BUSCA
                   TO WS-DIA-NUMERO (WS-DIA-ENCONTRADO)
               MOVE WS-DIA-FECHA-BUSCA
                   TO WS-DIA-FECHA (WS-DIA-ENCONTRADO)
               MOVE ZEROES TO WS-DIA-PRODUCCION (WS-DIA-ENCONTRADO)
                   WS-DIA-GARANTIA (WS-DIA-ENCONTRADO)
               MOVE "N" TO WS-DIA-CHECADA (WS-DIA-ENCONTRADO)
           END-IF.

      *    Solo los destajistas (quien tiene tickets en el periodo)
      *    reciben garantia; un dia checado sin ticket tambien la
      *    recibe completa.
           CARGA-CHECADAS.
           OPEN INPUT CHECADAS-CRUDAS.
           IF WS-FILE-STATUS-CHE NOT = "00"
               DISPLAY "Aviso: sin checadas (" WS-RUTA-CHECADAS
                   "); no se aplica la garantia de salario minimo."
           ELSE
               MOVE "1" TO FIN-DE-CHECADAS
               PERFORM LEE-LINEA-CHECADA
               PERFORM EVALUA-LINEA-CHECADA
                   UNTIL FIN-DE-CHECADAS = "0"
               CLOSE CHECADAS-CRUDAS
           END-IF.

           LEE-LINEA-CHECADA.
           READ CHECADAS-CRUDAS
               AT END
                   MOVE "0" TO FIN-DE-CHECADAS
           END-READ.

           EVALUA-LINEA-CHECADA.
           IF LINEA-CHECADA NOT = SPACES
               MOVE SPACES TO WS-CHE-NUMERO-X WS-CHE-FECHA-X
                   WS-CHE-HORA-X WS-CHE-TIPO-X
               UNSTRING LINEA-CHECADA DELIMITED BY ","
                   INTO WS-CHE-NUMERO-X WS-CHE-FECHA-X WS-CHE-HORA-X
                       WS-CHE-TIPO-X
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(WS-CHE-NUMERO-X) = ZEROES
                   AND FUNCTION TEST-NUMVAL(WS-CHE-FECHA-X) = ZEROES
                   COMPUTE WS-CHE-NUMERO =
                       FUNCTION NUMVAL(WS-CHE-NUMERO-X)
                   COMPUTE WS-CHE-FECHA =
                       FUNCTION NUMVAL(WS-CHE-FECHA-X)
                   PERFORM MARCA-DIA-CHECADO
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CHECADA.

           MARCA-DIA-CHECADO.
           IF WS-CHE-FECHA NOT < WS-INICIO-PERIODO
               AND WS-CHE-FECHA NOT > WS-FIN-PERIODO
               MOVE WS-CHE-NUMERO TO WS-DIA-NUMERO-BUSCA
               MOVE WS-CHE-FECHA TO WS-DIA-FECHA-BUSCA
               PERFORM BUSCA-DESTAJISTA
               IF WS-DTJ-ENCONTRADO > ZEROES
                   PERFORM BUSCA-O-AGREGA-DIA
                   IF WS-DIA-ENCONTRADO > ZEROES
                       IF WS-DIA-CHECADA (WS-DIA-ENCONTRADO) = "N"
                           MOVE "S" TO WS-DIA-CHECADA
                               (WS-DIA-ENCONTRADO)
                           ADD 1 TO WS-DTJ-DIAS-CHECADA
                               (WS-DTJ-ENCONTRADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           CALCULA-GARANTIA.
           IF WS-DIA-CHECADA (WS-IX-DIA) = "S"
               AND WS-DIA-PRODUCCION (WS-IX-DIA) <
                   WS-SALARIO-MINIMO-DIARIO
               COMPUTE WS-DIA-GARANTIA (WS-IX-DIA) =
                   WS-SALARIO-MINIMO-DIARIO -
                   WS-DIA-PRODUCCION (WS-IX-DIA)
               MOVE WS-DIA-NUMERO (WS-IX-DIA) TO WS-DIA-NUMERO-BUSCA
               PERFORM BUSCA-DESTAJISTA
               IF WS-DTJ-ENCONTRADO > ZEROES
                   ADD WS-DIA-GARANTIA (WS-IX-DIA)
                       TO WS-DTJ-GARANTIA (WS-DTJ-ENCONTRADO)
               END-IF
           END-IF.

           ESCRIBE-ESTADO-DESTAJO.
           OPEN OUTPUT ESTADO-DESTAJO.
           IF WS-FILE-STATUS-EDO NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el estado de "
                   "produccion: " WS-RUTA-ESTADO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE WS-PERIODO-DESTAJO TO TIT-PERIODO.
           MOVE WS-INICIO-PERIODO TO TIT-INICIO.
           MOVE WS-FIN-PERIODO TO TIT-FIN.
           MOVE WS-LINEA-TITULO-EDO TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           PERFORM ESCRIBE-ESTADO-EMPLEADO
               VARYING WS-IX-DTJ FROM 1 BY 1
               UNTIL WS-IX-DTJ > WS-TOTAL-DESTAJISTAS.
           IF WS-TOTAL-DESTAJISTAS = ZEROES
               MOVE SPACES TO LINEA-ESTADO
               WRITE LINEA-ESTADO
               MOVE "  (sin tickets de produccion en el periodo)"
                   TO LINEA-ESTADO
               WRITE LINEA-ESTADO
           END-IF.
           MOVE SPACES TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE "RESUMEN DEL PERIODO" TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE "Importe por piezas" TO RSE-TEXTO.
           MOVE WS-TOTAL-PIEZAS TO RSE-VALOR.
           MOVE WS-LINEA-RESUMEN-EDO TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE "Garantia de salario minimo" TO RSE-TEXTO.
           MOVE WS-TOTAL-GARANTIA TO RSE-VALOR.
           MOVE WS-LINEA-RESUMEN-EDO TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE "Total destajo a la nomina" TO RSE-TEXTO.
           MOVE WS-TOTAL-DESTAJO TO RSE-VALOR.
           MOVE WS-LINEA-RESUMEN-EDO TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE "Tickets sin tarifa vigente" TO CTE-TEXTO.
           MOVE WS-TICKETS-SIN-TARIFA TO CTE-VALOR.
           MOVE WS-LINEA-CUENTA-EDO TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE "Renglones de tickets no validos" TO CTE-TEXTO.
           MOVE WS-TICKETS-INVALIDOS TO CTE-VALOR.
           MOVE WS-LINEA-CUENTA-EDO TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE "Tickets fuera del periodo (ignorados)" TO CTE-TEXTO.
           MOVE WS-TICKETS-FUERA TO CTE-VALOR.
           MOVE WS-LINEA-CUENTA-EDO TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           CLOSE ESTADO-DESTAJO.

           ESCRIBE-ESTADO-EMPLEADO.
           MOVE SPACES TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE WS-DTJ-NUMERO (WS-IX-DTJ) TO EMP-NUMERO.
           MOVE WS-LINEA-EMPLEADO-EDO TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE WS-LINEA-COLUMNAS-EDO TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           PERFORM ESCRIBE-TICKET-EMPLEADO
               VARYING WS-IX-TKT FROM 1 BY 1
               UNTIL WS-IX-TKT > WS-TOTAL-TICKETS.
           PERFORM ESCRIBE-GARANTIA-EMPLEADO
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > WS-TOTAL-DIAS.
           COMPUTE WS-DTJ-TOTAL = WS-DTJ-PIEZAS (WS-IX-DTJ)
               + WS-DTJ-GARANTIA (WS-IX-DTJ).
           ADD WS-DTJ-PIEZAS (WS-IX-DTJ) TO WS-TOTAL-PIEZAS.
           ADD WS-DTJ-GARANTIA (WS-IX-DTJ) TO WS-TOTAL-GARANTIA.
           ADD WS-DTJ-TOTAL TO WS-TOTAL-DESTAJO.
           MOVE WS-DTJ-BUENAS (WS-IX-DTJ) TO TOE-BUENAS.
           MOVE WS-DTJ-RECHAZADAS (WS-IX-DTJ) TO TOE-RECHAZADAS.
           MOVE WS-DTJ-PIEZAS (WS-IX-DTJ) TO TOE-PIEZAS.
           MOVE WS-DTJ-GARANTIA (WS-IX-DTJ) TO TOE-GARANTIA.
           MOVE WS-DTJ-TOTAL TO TOE-TOTAL.
           MOVE WS-LINEA-TOTAL-EDO TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.

           ESCRIBE-TICKET-EMPLEADO.
           IF WS-TKT-NUMERO (WS-IX-TKT) = WS-DTJ-NUMERO (WS-IX-DTJ)
               MOVE WS-TKT-FECHA (WS-IX-TKT) TO TKE-FECHA
               MOVE WS-TKT-OPERACION (WS-IX-TKT) TO TKE-OPERACION
               MOVE WS-TKT-BUENAS (WS-IX-TKT) TO TKE-BUENAS
               MOVE WS-TKT-RECHAZADAS (WS-IX-TKT) TO TKE-RECHAZADAS
               MOVE WS-TKT-TARIFA (WS-IX-TKT) TO TKE-TARIFA
               MOVE WS-TKT-IMPORTE (WS-IX-TKT) TO TKE-IMPORTE
               IF WS-TKT-CON-TARIFA (WS-IX-TKT) = "N"
                   MOVE "SIN TARIFA VIGENTE" TO TKE-NOTA
               ELSE
                   MOVE SPACES TO TKE-NOTA
               END-IF
               MOVE WS-LINEA-TICKET-EDO TO LINEA-ESTADO
               WRITE LINEA-ESTADO
           END-IF.

           ESCRIBE-GARANTIA-EMPLEADO.
           IF WS-DIA-NUMERO (WS-IX-DIA) = WS-DTJ-NUMERO (WS-IX-DTJ)
               AND WS-DIA-GARANTIA (WS-IX-DIA) > ZEROES
               MOVE WS-DIA-FECHA (WS-IX-DIA) TO GAE-FECHA
               MOVE WS-DIA-PRODUCCION (WS-IX-DIA) TO GAE-PRODUCCION
               MOVE WS-DIA-GARANTIA (WS-IX-DIA) TO GAE-IMPORTE
               MOVE WS-LINEA-GARANTIA-EDO TO LINEA-ESTADO
               WRITE LINEA-ESTADO
           END-IF.

           CONSERVA-OTROS-PERIODOS.
           OPEN INPUT DESTAJO-NOMINA.
           IF WS-FILE-STATUS-DST = "00"
               MOVE "1" TO FIN-DE-DESTAJO
               PERFORM LEE-LINEA-DESTAJO
               PERFORM GUARDA-LINEA-DESTAJO
                   UNTIL FIN-DE-DESTAJO = "0"
               CLOSE DESTAJO-NOMINA
           END-IF.

           LEE-LINEA-DESTAJO.
           READ DESTAJO-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-DESTAJO
           END-READ.

      *    Se conservan los otros periodos y, del mismo periodo, los
      *    renglones de los otros sitios.
           GUARDA-LINEA-DESTAJO.
           IF LINEA-DESTAJO NOT = SPACES
               MOVE SPACES TO WS-DST-NUMERO-X WS-DST-IMPORTE-X
                   WS-DST-PERIODO-X WS-DST-SITIO-X
               UNSTRING LINEA-DESTAJO DELIMITED BY ","
                   INTO WS-DST-NUMERO-X WS-DST-IMPORTE-X
                       WS-DST-PERIODO-X WS-DST-SITIO-X
               END-UNSTRING
               IF (WS-DST-PERIODO-X NOT = WS-PERIODO-DESTAJO
                   OR WS-DST-SITIO-X NOT = WS-SITIO-DESTAJO)
                   AND WS-TOTAL-OTROS < 9999
                   ADD 1 TO WS-TOTAL-OTROS
                   MOVE LINEA-DESTAJO TO WS-OTR-LINEA (WS-TOTAL-OTROS)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-DESTAJO.

           REESCRIBE-DESTAJO-NOMINA.
           OPEN OUTPUT DESTAJO-NOMINA.
           IF WS-FILE-STATUS-DST NOT = "00"
               DISPLAY "RECHAZADO: no se pudo escribir el destajo "
                   "para la nomina: " WS-RUTA-DESTAJO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-OTRO-PERIODO
               VARYING WS-IX-OTR FROM 1 BY 1
               UNTIL WS-IX-OTR > WS-TOTAL-OTROS.
           PERFORM ESCRIBE-DESTAJO-EMPLEADO
               VARYING WS-IX-DTJ FROM 1 BY 1
               UNTIL WS-IX-DTJ > WS-TOTAL-DESTAJISTAS.
           CLOSE DESTAJO-NOMINA.

           ESCRIBE-OTRO-PERIODO.
           MOVE WS-OTR-LINEA (WS-IX-OTR) TO LINEA-DESTAJO.
           WRITE LINEA-DESTAJO.

           ESCRIBE-DESTAJO-EMPLEADO.
           COMPUTE WS-DTJ-TOTAL = WS-DTJ-PIEZAS (WS-IX-DTJ)
               + WS-DTJ-GARANTIA (WS-IX-DTJ).
           IF WS-DTJ-TOTAL > ZEROES
               MOVE WS-DTJ-TOTAL TO WS-IMPORTE-EDITADO
               MOVE SPACES TO LINEA-DESTAJO
               STRING WS-DTJ-NUMERO (WS-IX-DTJ) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMPORTE-EDITADO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-PERIODO-DESTAJO DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-SITIO-DESTAJO DELIMITED BY SIZE
                   INTO LINEA-DESTAJO
               END-STRING
               WRITE LINEA-DESTAJO
           END-IF.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.
       END PROGRAM calcula-destajo.
