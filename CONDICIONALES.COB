      ******************************************************************
      * Author:Hector Paulo
      * Date:04/02/2024
      * Purpose:CALCULADORA DE SUELDO PARA RECLUTAMIENTO. MODO N: DE UN
      *         NETO MENSUAL PROMETIDO Y UN REGIMEN (SAL SUELDOS / ASI
      *         ASIMILADOS) DESPEJA EL BRUTO MENSUAL. MODO B: DESGLOSA
      *         UN BRUTO MENSUAL EN ISR, IMSS Y NETO. CALCULA COMO
      *         registro-nomina LA QUINCENA (MISMA TARIFA DE ISR,
      *         MISMO PORCENTAJE DE IMSS DEL TRABAJADOR, SIN SUBSIDIO
      *         PARA EL EMPLEO) Y EL MES ES DOS QUINCENAS, PARA QUE LA
      *         CARTA OFERTA CUADRE CON EL PRIMER RECIBO. CON
      *         CALCULADORA_LOTE_PATH PROCESA UN ARCHIVO DE OFERTAS
      *         (MODO,REGIMEN,MONTO,REFERENCIA POR RENGLON).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Ofertas a cotizar, una por renglon:
      *    MODO,REGIMEN,MONTO MENSUAL,REFERENCIA (ej.
      *    N,SAL,18000.00,VACANTE ANALISTA).
       SELECT LOTE-OFERTAS
       ASSIGN TO DYNAMIC WS-RUTA-LOTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-LOTE.

       SELECT REPORTE-OFERTAS
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

      *    La misma tarifa progresiva de ISR que usa registro-nomina
      *    (limite inferior, cuota fija y tasa por renglon).
       SELECT TARIFA-ISR
       ASSIGN TO DYNAMIC WS-RUTA-TARIFA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TAR.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTE-OFERTAS.
       01  LINEA-LOTE PIC X(80).

       FD  REPORTE-OFERTAS.
       01  LINEA-REPORTE PIC X(132).

       FD  TARIFA-ISR.
       01  LINEA-TARIFA PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-LOTE PIC X(200).
       01  WS-FILE-STATUS-LOTE PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  FIN-DEL-LOTE PIC X VALUE "N".

       01  WS-RUTA-TARIFA PIC X(200).
       01  WS-FILE-STATUS-TAR PIC X(2).
       01  FIN-DE-TARIFA PIC X.
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

      *    Porcentajes de respaldo: los mismos valores y variables de
      *    ambiente que registro-nomina.
       01  WS-PORCENTAJE-ISR-X PIC X(5).
       01  WS-PORCENTAJE-IMSS-X PIC X(5).
       01  WS-PORCENTAJE-ISR PIC 9(02)V99 VALUE 10.00.
       01  WS-PORCENTAJE-IMSS PIC 9(02)V99 VALUE 2.50.
       01  WS-PORCENTAJE-ISR-CENT PIC 9(04).
       01  WS-PORCENTAJE-IMSS-CENT PIC 9(04).

      *    Oferta en curso.
       01  WS-MODO PIC X(1).
       01  WS-REGIMEN PIC X(3).
       01  WS-MONTO-X PIC X(15).
       01  WS-MONTO PIC S9(7)V99.
       01  WS-REFERENCIA PIC X(40).
       01  WS-OFERTA-VALIDA PIC X(1).
       01  WS-MODO-X PIC X(3).
       01  WS-REGIMEN-X PIC X(5).

      *    Calculo de una quincena, igual que registro-nomina.
       01  WS-BRUTO PIC S9(7)V99.
       01  WS-DEDUCCION-ISR PIC S9(07)V99.
       01  WS-DEDUCCION-IMSS PIC S9(07)V99.
       01  WS-SUBSIDIO PIC S9(07)V99 VALUE ZEROES.
       01  WS-NETO PIC S9(7)V99.

      *    Busqueda del bruto por biseccion en centavos: el neto crece
      *    con el bruto, se busca el menor bruto quincenal cuyo neto
      *    alcanza el neto quincenal prometido.
       01  WS-NETO-META PIC S9(7)V99.
       01  WS-META-CENT PIC 9(9).
       01  WS-BAJO-CENT PIC 9(9).
       01  WS-ALTO-CENT PIC 9(9).
       01  WS-MEDIO-CENT PIC 9(9).

       01  WS-MES-BRUTO PIC S9(7)V99.
       01  WS-MES-ISR PIC S9(7)V99.
       01  WS-MES-IMSS PIC S9(7)V99.
       01  WS-MES-SUBSIDIO PIC S9(7)V99.
       01  WS-MES-NETO PIC S9(7)V99.

       01  WS-TOTAL-OFERTAS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-RECHAZOS PIC 9(5) VALUE ZEROES.

       01  WS-MONTO-EDITADO PIC -ZZZZZZ9.99.

       01  WS-LINEA-TITULO-OFE.
           05 FILLER PIC X(44) VALUE
               "COTIZACION DE OFERTAS - CALCULO QUINCENAL DE".
           05 FILLER PIC X(36) VALUE
               " NOMINA, MES = 2 QUINCENAS".
       01  WS-LINEA-COLUMNAS-OFE.
           05 FILLER PIC X(30) VALUE "REFERENCIA".
           05 FILLER PIC X(42) VALUE
               "M REG   BRUTO MES     ISR MES    IMSS MES ".
           05 FILLER PIC X(47) VALUE
               "   SUBSIDIO    NETO MES   BRUTO QNA    NETO QNA".
       01  WS-LINEA-DETALLE-OFE.
           05 OFE-REFERENCIA PIC X(29).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OFE-MODO PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OFE-REGIMEN PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OFE-BRUTO-MES PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 OFE-ISR-MES PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 OFE-IMSS-MES PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 OFE-SUBSIDIO-MES PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 OFE-NETO-MES PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 OFE-BRUTO-QNA PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 OFE-NETO-QNA PIC -ZZZZZZ9.99.
       01  WS-LINEA-RECHAZO-OFE.
           05 FILLER PIC X(12) VALUE "RECHAZADA: ".
           05 RCH-LINEA PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGA-PARAMETROS-NOMINA.
           PERFORM CARGA-TARIFA-ISR.
           ACCEPT WS-RUTA-LOTE FROM ENVIRONMENT "CALCULADORA_LOTE_PATH".
           IF WS-RUTA-LOTE = SPACES
               PERFORM PIDE-UNA-OFERTA
               IF WS-OFERTA-VALIDA = "S"
                   PERFORM CALCULA-OFERTA
                   PERFORM MUESTRA-RESULTADO
               END-IF
           ELSE
               PERFORM PROCESA-LOTE
           END-IF.
           STOP RUN.

           CARGA-PARAMETROS-NOMINA.
           ACCEPT WS-PORCENTAJE-ISR-X FROM ENVIRONMENT
               "REGISTRO_NOMINA_PORC_ISR".
           IF WS-PORCENTAJE-ISR-X IS NUMERIC
               AND WS-PORCENTAJE-ISR-X NOT = ZEROES
               MOVE WS-PORCENTAJE-ISR-X TO WS-PORCENTAJE-ISR-CENT
               DIVIDE WS-PORCENTAJE-ISR-CENT BY 100
                   GIVING WS-PORCENTAJE-ISR
           END-IF.
           ACCEPT WS-PORCENTAJE-IMSS-X FROM ENVIRONMENT
               "REGISTRO_NOMINA_PORC_IMSS".
           IF WS-PORCENTAJE-IMSS-X IS NUMERIC
               AND WS-PORCENTAJE-IMSS-X NOT = ZEROES
               MOVE WS-PORCENTAJE-IMSS-X TO WS-PORCENTAJE-IMSS-CENT
               DIVIDE WS-PORCENTAJE-IMSS-CENT BY 100
                   GIVING WS-PORCENTAJE-IMSS
           END-IF.

           CARGA-TARIFA-ISR.
           ACCEPT WS-RUTA-TARIFA FROM ENVIRONMENT
               "REGISTRO_NOMINA_TARIFA_PATH".
           IF WS-RUTA-TARIFA = SPACES
               MOVE "TARIFA-ISR.txt" TO WS-RUTA-TARIFA
           END-IF.
           OPEN INPUT TARIFA-ISR.
           IF WS-FILE-STATUS-TAR NOT = "00"
               DISPLAY "Aviso: no se pudo abrir la tarifa de ISR ("
                   WS-RUTA-TARIFA "); se aplica el porcentaje plano."
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

           PIDE-UNA-OFERTA.
           DISPLAY "Modo (N = bruto para un neto prometido, "
               "B = desglose de un bruto): ".
           ACCEPT WS-MODO-X.
           DISPLAY "Regimen (SAL = sueldos, ASI = asimilados): ".
           ACCEPT WS-REGIMEN-X.
           DISPLAY "Monto mensual: ".
           ACCEPT WS-MONTO-X.
           MOVE SPACES TO WS-REFERENCIA.
           PERFORM VALIDA-OFERTA.
           IF WS-OFERTA-VALIDA NOT = "S"
               DISPLAY "Datos no validos: el modo es N o B, el "
                   "regimen SAL o ASI y el monto mayor que cero."
           END-IF.

           VALIDA-OFERTA.
           MOVE "S" TO WS-OFERTA-VALIDA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODO-X))
               TO WS-MODO.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REGIMEN-X))
               TO WS-REGIMEN.
           IF WS-REGIMEN = SPACES
               MOVE "SAL" TO WS-REGIMEN
           END-IF.
           IF WS-MODO NOT = "N" AND WS-MODO NOT = "B"
               MOVE "N" TO WS-OFERTA-VALIDA
           END-IF.
           IF WS-REGIMEN NOT = "SAL" AND WS-REGIMEN NOT = "ASI"
               MOVE "N" TO WS-OFERTA-VALIDA
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-MONTO-X) NOT = ZEROES
               OR WS-MONTO-X = SPACES
               MOVE "N" TO WS-OFERTA-VALIDA
           ELSE
               COMPUTE WS-MONTO = FUNCTION NUMVAL(WS-MONTO-X)
               IF WS-MONTO NOT > ZEROES
                   MOVE "N" TO WS-OFERTA-VALIDA
               END-IF
           END-IF.

      *    El mes se cotiza como dos quincenas iguales: el primer
      *    recibo es la quincena que aqui se calcula.
           CALCULA-OFERTA.
           IF WS-MODO = "B"
               COMPUTE WS-BRUTO ROUNDED = WS-MONTO / 2
               PERFORM CALCULA-QUINCENA
           ELSE
               PERFORM DESPEJA-BRUTO
           END-IF.
           COMPUTE WS-MES-BRUTO = WS-BRUTO * 2.
           COMPUTE WS-MES-ISR = WS-DEDUCCION-ISR * 2.
           COMPUTE WS-MES-IMSS = WS-DEDUCCION-IMSS * 2.
           COMPUTE WS-MES-SUBSIDIO = WS-SUBSIDIO * 2.
           COMPUTE WS-MES-NETO = WS-NETO * 2.

      *    Misma secuencia que registro-nomina: ISR por tarifa (o
      *    porcentaje plano si no hay tarifa) sobre el bruto completo,
      *    sin subsidio para el empleo; IMSS del trabajador salvo al
      *    asimilado, que solo retiene ISR.
           CALCULA-QUINCENA.
           IF WS-TARIFA-CARGADA = "S"
               PERFORM CALCULA-ISR-TARIFA
           ELSE
               MOVE ZEROES TO WS-TRAMO-APLICADO
               COMPUTE WS-DEDUCCION-ISR ROUNDED =
                   WS-BRUTO * WS-PORCENTAJE-ISR / 100
           END-IF.
           IF WS-REGIMEN = "ASI"
               MOVE ZEROES TO WS-DEDUCCION-IMSS
           ELSE
               COMPUTE WS-DEDUCCION-IMSS ROUNDED =
                   WS-BRUTO * WS-PORCENTAJE-IMSS / 100
           END-IF.
           MOVE ZEROES TO WS-SUBSIDIO.
           COMPUTE WS-NETO = WS-BRUTO - WS-DEDUCCION-ISR
               - WS-DEDUCCION-IMSS + WS-SUBSIDIO.

           CALCULA-ISR-TARIFA.
           MOVE ZEROES TO WS-TRAMO-APLICADO.
           PERFORM VARYING WS-IX-TARIFA FROM 1 BY 1
               UNTIL WS-IX-TARIFA > WS-TOTAL-RENGLONES-TARIFA
               IF WS-BRUTO >= WS-TAR-LIMITE (WS-IX-TARIFA)
                   MOVE WS-IX-TARIFA TO WS-TRAMO-APLICADO
               END-IF
           END-PERFORM.
           IF WS-TRAMO-APLICADO = ZEROES
               MOVE ZEROES TO WS-DEDUCCION-ISR
           ELSE
               COMPUTE WS-DEDUCCION-ISR ROUNDED =
                   WS-TAR-CUOTA (WS-TRAMO-APLICADO) +
                   ((WS-BRUTO - WS-TAR-LIMITE (WS-TRAMO-APLICADO)) *
                   WS-TAR-TASA (WS-TRAMO-APLICADO) / 100)
           END-IF.

      *    El bruto nunca es menor que el neto, y con la tasa marginal
      *    mas alta y el IMSS el neto no baja de un tercio del bruto:
      *    la respuesta queda entre esos dos extremos.
           DESPEJA-BRUTO.
           COMPUTE WS-NETO-META ROUNDED = WS-MONTO / 2.
           COMPUTE WS-META-CENT = WS-NETO-META * 100.
           COMPUTE WS-BAJO-CENT = WS-META-CENT - 1.
           COMPUTE WS-ALTO-CENT = WS-META-CENT * 3 + 100.
           PERFORM ACOTA-BRUTO
               UNTIL WS-ALTO-CENT - WS-BAJO-CENT NOT > 1.
           COMPUTE WS-BRUTO = WS-ALTO-CENT / 100.
           PERFORM CALCULA-QUINCENA.

           ACOTA-BRUTO.
           COMPUTE WS-MEDIO-CENT = (WS-BAJO-CENT + WS-ALTO-CENT) / 2.
           COMPUTE WS-BRUTO = WS-MEDIO-CENT / 100.
           PERFORM CALCULA-QUINCENA.
           IF WS-NETO >= WS-NETO-META
               MOVE WS-MEDIO-CENT TO WS-ALTO-CENT
           ELSE
               MOVE WS-MEDIO-CENT TO WS-BAJO-CENT
           END-IF.

           MUESTRA-RESULTADO.
           DISPLAY "Regimen: " WS-REGIMEN.
           MOVE WS-MES-BRUTO TO WS-MONTO-EDITADO.
           DISPLAY "Bruto mensual:    " WS-MONTO-EDITADO.
           MOVE WS-MES-ISR TO WS-MONTO-EDITADO.
           DISPLAY "ISR mensual:      " WS-MONTO-EDITADO.
           MOVE WS-MES-IMSS TO WS-MONTO-EDITADO.
           DISPLAY "IMSS mensual:     " WS-MONTO-EDITADO.
           MOVE WS-MES-SUBSIDIO TO WS-MONTO-EDITADO.
           DISPLAY "Subsidio mensual: " WS-MONTO-EDITADO.
           MOVE WS-MES-NETO TO WS-MONTO-EDITADO.
           DISPLAY "Neto mensual:     " WS-MONTO-EDITADO.
           MOVE WS-BRUTO TO WS-MONTO-EDITADO.
           DISPLAY "Primer recibo (quincena) - bruto: "
               WS-MONTO-EDITADO.
           MOVE WS-NETO TO WS-MONTO-EDITADO.
           DISPLAY "Primer recibo (quincena) - neto:  "
               WS-MONTO-EDITADO.
           IF WS-MODO = "N" AND WS-MES-NETO NOT = WS-MONTO
               DISPLAY "Nota: el neto se redondea al centavo de la "
                   "quincena; puede diferir unos centavos del "
                   "prometido."
           END-IF.

           RESUELVE-RUTA-REPORTE.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT

           PROCESA-LOTE.
           PERFORM RESUELVE-RUTA-REPORTE.
           OPEN INPUT LOTE-OFERTAS.
           IF WS-FILE-STATUS-LOTE NOT = "00"
               DISPLAY "No se pudo abrir el lote de ofertas: "
                   WS-RUTA-LOTE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-OFERTAS.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "No se pudo crear el reporte de ofertas: "
                   WS-RUTA-REPORTE
               CLOSE LOTE-OFERTAS
               STOP RUN
           END-IF.
           MOVE WS-LINEA-TITULO-OFE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS-OFE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM LEE-SIGUIENTE-OFERTA.
           PERFORM PROCESA-OFERTA-DEL-LOTE UNTIL FIN-DEL-LOTE = "S".
           CLOSE LOTE-OFERTAS.
           CLOSE REPORTE-OFERTAS.
           DISPLAY "Ofertas cotizadas: " WS-TOTAL-OFERTAS
               "  rechazadas: " WS-TOTAL-RECHAZOS.
           DISPLAY "Reporte de ofertas: " WS-RUTA-REPORTE.

           LEE-SIGUIENTE-OFERTA.
           READ LOTE-OFERTAS
               AT END
                   MOVE "S" TO FIN-DEL-LOTE
               NOT AT END
                   MOVE SPACES TO WS-MODO-X WS-REGIMEN-X WS-MONTO-X
                       WS-REFERENCIA
                   UNSTRING LINEA-LOTE DELIMITED BY ","
                       INTO WS-MODO-X WS-REGIMEN-X WS-MONTO-X
                           WS-REFERENCIA
                   END-UNSTRING
           END-READ.

           PROCESA-OFERTA-DEL-LOTE.
           IF LINEA-LOTE NOT = SPACES
               PERFORM VALIDA-OFERTA
               IF WS-OFERTA-VALIDA = "S"
                   PERFORM CALCULA-OFERTA
                   PERFORM ESCRIBE-RENGLON-REPORTE
                   ADD 1 TO WS-TOTAL-OFERTAS
               ELSE
                   MOVE LINEA-LOTE TO RCH-LINEA
                   MOVE WS-LINEA-RECHAZO-OFE TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   ADD 1 TO WS-TOTAL-RECHAZOS
               END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-OFERTA.

           ESCRIBE-RENGLON-REPORTE.
           MOVE WS-REFERENCIA TO OFE-REFERENCIA.
           MOVE WS-MODO TO OFE-MODO.
           MOVE WS-REGIMEN TO OFE-REGIMEN.
           MOVE WS-MES-BRUTO TO OFE-BRUTO-MES.
           MOVE WS-MES-ISR TO OFE-ISR-MES.
           MOVE WS-MES-IMSS TO OFE-IMSS-MES.
           MOVE WS-MES-SUBSIDIO TO OFE-SUBSIDIO-MES.
           MOVE WS-MES-NETO TO OFE-NETO-MES.
           MOVE WS-BRUTO TO OFE-BRUTO-QNA.
           MOVE WS-NETO TO OFE-NETO-QNA.
           MOVE WS-LINEA-DETALLE-OFE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
       END PROGRAM calculadora.
