      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:NOMINA COMPLEMENTARIA FUERA DE CICLO PARA EMPLEADOS
      *         SUELTOS DE UN PERIODO YA CERRADO: LEE LAS TARJETAS DE
      *         CORRECCION (NUMERO, PERIODO, CONCEPTO, IMPORTE,
      *         SITIO), TOMA DE LA BOVEDA LAS CIFRAS CON QUE SE PAGO
      *         ESE PERIODO,
      *         RECALCULA SOLO A ESOS EMPLEADOS CONTRA LA TARIFA DEL
      *         PERIODO Y ESCRIBE CIFRAS-COMPLEMENTARIA-<PERIODO>.dat
      *         CON LAS DIFERENCIAS (LAYOUT CIFREG.cpy, COLA DE CLASE
      *         "C" CON EL PERIODO ORIGINAL). CON
      *         NOMINA_COMPLEMENTARIA=<PERIODO>, dispersa-nomina O
      *         cheques-nomina PAGAN SOLO LA DIFERENCIA Y
      *         timbra-nomina TIMBRA EL CFDI COMPLEMENTARIO. EL
      *         INCREMENTO SE SUMA AL ACUMULADO ANUAL. EL CONTROL DE
      *         PERIODOS SOLO SE LEE: EL PERIODO SIGUE CERRADO.
      *
      *         Conceptos de la tarjeta: PER percepcion omitida o
      *         ajuste de percepcion (grava ISR e IMSS), DED ajuste de
      *         deduccion (positivo cobra, negativo devuelve). Una
      *         diferencia neta negativa no se dispersa: se deja en
      *         RECUPERACIONES-PENDIENTES con concepto CMP para que la
      *         cobre la siguiente corrida ordinaria.
      *
      *         Sitio de la tarjeta: como en finiquito, el codigo de
      *         sitio de dos letras; "00" es la serie numerica
      *         original sin sitio. Una tarjeta sin sitio se aplica
      *         solo si su numero esta en un solo sitio en las cifras
      *         del periodo; si esta en mas de uno se rechaza.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. corre-complementaria.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Tarjetas de correccion, una por concepto corregido:
      *    numero,periodo,concepto,importe,sitio. Un empleado puede
      *    traer varias; se suman por concepto antes de recalcular.
       SELECT TARJETAS-COMPLEMENTARIA
       ASSIGN TO DYNAMIC WS-RUTA-TARJETAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TJT.

      *    Control de periodos de nomina (PERREG.cpy); aqui solo se
      *    lee para confirmar que el periodo corregido esta CERRADO.
       SELECT PERIODOS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-PERIODOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PER.

      *    Indice de la boveda que deja cierra-periodo: de aqui sale
      *    la ruta de las cifras con que se pago el periodo.
       SELECT BOVEDA-INDICE
       ASSIGN TO DYNAMIC WS-RUTA-INDICE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IND.

       SELECT CIFRAS-BOVEDA
       ASSIGN TO DYNAMIC WS-RUTA-CIFRAS-BOV
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-BOV.

      *    Tarifa de ISR del periodo corregido (mismo formato que la
      *    de registro-nomina: limite,cuota,tasa por renglon).
       SELECT TARIFA-ISR
       ASSIGN TO DYNAMIC WS-RUTA-TARIFA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TAR.

      *    Cifras de la complementaria: solo las diferencias, en el
      *    layout de CIFREG.cpy para que las consuman los mismos
      *    programas de pago y timbrado.
       SELECT CIFRAS-COMPLEMENTARIA
       ASSIGN TO DYNAMIC WS-RUTA-CIFRAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CIF.

       SELECT REGISTRO-COMPLEMENTARIA
       ASSIGN TO DYNAMIC WS-RUTA-REGISTRO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       SELECT ACUMULADO-ANUAL
       ASSIGN TO DYNAMIC WS-RUTA-ACUMULADO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ACU.

      *    Recuperaciones pendientes (RCPREG.cpy): la diferencia neta
      *    negativa se agrega aqui para la siguiente corrida.
       SELECT RECUPERACIONES-PENDIENTES
       ASSIGN TO DYNAMIC WS-RUTA-RECUPERACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RCP.

       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS-COMPLEMENTARIA.
       01  LINEA-TARJETA PIC X(80).

       FD  PERIODOS-NOMINA.
       01  LINEA-PERIODO PIC X(40).

       FD  BOVEDA-INDICE.
       01  LINEA-INDICE PIC X(110).

       FD  CIFRAS-BOVEDA.
       01  LINEA-CIFRAS-BOV PIC X(194).

       FD  TARIFA-ISR.
       01  LINEA-TARIFA PIC X(80).

       FD  CIFRAS-COMPLEMENTARIA.
       01  LINEA-CIFRAS PIC X(194).

       FD  REGISTRO-COMPLEMENTARIA.
       01  LINEA-REGISTRO PIC X(132).

       FD  ACUMULADO-ANUAL.
       01  LINEA-ACUMULADO PIC X(36).

       FD  RECUPERACIONES-PENDIENTES.
       01  LINEA-RECUPERACION PIC X(40).

       WORKING-STORAGE SECTION.
       COPY RPTENC.
       COPY CIFREG.
       COPY PERREG.
       COPY ACUREG.
       COPY RCPREG.

       01  WS-RUTA-TARJETAS PIC X(200).
       01  WS-FILE-STATUS-TJT PIC X(2).
       01  WS-RUTA-PERIODOS PIC X(200).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  WS-RUTA-INDICE PIC X(200).
       01  WS-FILE-STATUS-IND PIC X(2).
       01  WS-RUTA-CIFRAS-BOV PIC X(200).
       01  WS-FILE-STATUS-BOV PIC X(2).
       01  WS-RUTA-TARIFA PIC X(200).
       01  WS-FILE-STATUS-TAR PIC X(2).
       01  WS-RUTA-CIFRAS PIC X(200).
       01  WS-FILE-STATUS-CIF PIC X(2).
       01  WS-RUTA-REGISTRO PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-RUTA-ACUMULADO PIC X(200).
       01  WS-FILE-STATUS-ACU PIC X(2).
       01  WS-RUTA-RECUPERACIONES PIC X(200).
       01  WS-FILE-STATUS-RCP PIC X(2).
       01  WS-RECUPERACIONES-ABIERTO PIC X VALUE "N".

       01  FIN-DE-TARJETAS PIC X.
       01  FIN-DE-PERIODOS PIC X.
       01  FIN-DE-INDICE PIC X.
       01  FIN-DE-CIFRAS PIC X.
       01  FIN-DE-TARIFA PIC X.
       01  FIN-DE-ACUMULADO PIC X.

      *    Periodo corregido (NOMINA_COMPLEMENTARIA): AAAAQQ para la
      *    quincena, SEAASS para la semana de la nomina semanal; la
      *    forma del periodo decide la tarifa y los archivos.
       01  WS-PERIODO-CORREGIDO PIC X(6).
       01  WS-FRECUENCIA-PERIODO PIC X(1).
       01  WS-STATUS-PERIODO PIC X(10).
       01  WS-CIFRAS-HALLADAS PIC X VALUE "N".
       01  WS-FECHA-HOY PIC X(10).
       01  WS-FECHA-CORRIDA PIC X(8).
       01  WS-ANO-CORRIDA PIC 9(4).

       01  WS-LINEA-INDICE-DET.
           05 BOV-PERIODO PIC X(6).
           05 FILLER PIC X(1).
           05 BOV-ARTEFACTO PIC X(12).
           05 FILLER PIC X(1).
           05 BOV-RUTA PIC X(80).

      *    Tarjetas acumuladas por empleado: diferencia de
      *    percepciones y de deducciones; estado "N" sin aplicar,
      *    "S" ya aplicada contra las cifras de la boveda, "A"
      *    rechazada por ambigua (numero en mas de un sitio y la
      *    tarjeta sin sitio). WS-TJT-SITIO-DADO: "S" el sitio viene
      *    en la tarjeta, "N" no viene, "R" no venia y se tomo del
      *    unico sitio con ese numero en las cifras.
       01  WS-TABLA-TARJETAS.
           05 WS-TJT-RENGLON OCCURS 999 TIMES.
               10 WS-TJT-NUMERO PIC 9(5).
               10 WS-TJT-SITIO PIC X(2).
               10 WS-TJT-SITIO-DADO PIC X(1).
               10 WS-TJT-PERCEPCION PIC S9(7)V99.
               10 WS-TJT-DEDUCCION PIC S9(7)V99.
               10 WS-TJT-ESTADO PIC X(1).
       01  WS-TOTAL-TARJETAS PIC 9(3) VALUE ZEROES.
       01  WS-TOTAL-TARJETAS-LEIDAS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-TARJETAS-RECHAZADAS PIC 9(5) VALUE ZEROES.
       01  WS-IX-TJT PIC 9(3).
       01  WS-TJT-ENCONTRADO PIC 9(3).
       01  WS-TJT-NUMERO-X PIC X(10).
       01  WS-TJT-PERIODO-X PIC X(10).
       01  WS-TJT-CONCEPTO-X PIC X(10).
       01  WS-TJT-IMPORTE-X PIC X(15).
       01  WS-TJT-SITIO-X PIC X(10).
       01  WS-TJT-SITIO-LEIDO PIC X(2).
       01  WS-TJT-DADO-LEIDO PIC X(1).
       01  WS-HAY-SIN-SITIO PIC X VALUE "N".
       01  WS-TOTAL-AMBIGUAS PIC 9(5) VALUE ZEROES.
       01  WS-TJT-NUMERO-LEIDO PIC 9(5).
       01  WS-TJT-IMPORTE-LEIDO PIC S9(7)V99.

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

      *    Porcentajes en centesimas, como en registro-nomina.
       01  WS-PORCENTAJE-ISR PIC 9(2)V99 VALUE 10.00.
       01  WS-PORCENTAJE-ISR-X PIC X(04).
       01  WS-PORCENTAJE-ISR-CENT PIC 9(04).
       01  WS-PORCENTAJE-IMSS PIC 9(2)V99 VALUE 2.50.
       01  WS-PORCENTAJE-IMSS-X PIC X(04).
       01  WS-PORCENTAJE-IMSS-CENT PIC 9(04).

      *    Recalculo del empleado: ISR del bruto original y del
      *    bruto corregido con la misma tarifa; la complementaria
      *    retiene solo la diferencia.
       01  WS-BRUTO-CALCULO PIC S9(7)V99.
       01  WS-ISR-CALCULO PIC S9(7)V99.
       01  WS-ISR-ORIGINAL PIC S9(7)V99.
       01  WS-ISR-CORREGIDO PIC S9(7)V99.
       01  WS-DIF-BRUTO PIC S9(7)V99.
       01  WS-DIF-ISR PIC S9(7)V99.
       01  WS-DIF-IMSS PIC S9(7)V99.
       01  WS-DIF-OTRAS PIC S9(7)V99.
       01  WS-DIF-NETO PIC S9(7)V99.
       01  WS-IMPORTE-RECUPERAR PIC S9(7)V99.

       01  WS-TOTAL-RECALCULADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-A-PAGAR PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-A-RECUPERAR PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-CIFRAS PIC 9(6) VALUE ZEROES.
       01  WS-NETO-COMPLEMENTARIA PIC S9(9)V99 VALUE ZEROES.
       01  WS-BRUTO-COMPLEMENTARIA PIC S9(9)V99 VALUE ZEROES.
       01  WS-ISR-COMPLEMENTARIA PIC S9(9)V99 VALUE ZEROES.
       01  WS-RECUPERAR-COMPLEMENTARIA PIC S9(9)V99 VALUE ZEROES.

       01  WS-TABLA-ACUMULADO.
           05 WS-ACU-RENGLON OCCURS 9999 TIMES.
               10 WS-ACU-NUMERO PIC 9(5).
               10 WS-ACU-ANO PIC 9(4).
               10 WS-ACU-BRUTO PIC S9(9)V99.
               10 WS-ACU-ISR PIC S9(9)V99.
       01  WS-TOTAL-ACUMULADOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-ACU PIC 9(4).
       01  WS-ACU-ENCONTRADO PIC 9(4).

       01  WS-LINEA-TITULO-CMP.
           05 FILLER PIC X(40) VALUE
               "NOMINA COMPLEMENTARIA DEL PERIODO       ".
           05 TIT-PERIODO PIC X(6).
       01  WS-LINEA-COLUMNAS-CMP.
           05 FILLER PIC X(38) VALUE
               "NUM.  NOMBRE                          ".
           05 FILLER PIC X(35) VALUE
               "  DIF.BRUTO     DIF.ISR    DIF.IMSS".
           05 FILLER PIC X(24) VALUE
               "   DIF.OTRAS    DIF.NETO".
       01  WS-LINEA-DETALLE-CMP.
           05 CMP-NUMERO PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CMP-NOMBRE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CMP-BRUTO PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CMP-ISR PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CMP-IMSS PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CMP-OTRAS PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CMP-NETO PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CMP-NOTA PIC X(20).
       01  WS-LINEA-TOTAL-CMP.
           05 FILLER PIC X(24) VALUE "TOTAL COMPLEMENTARIA - ".
           05 FILLER PIC X(10) VALUE "EMPLEADOS:".
           05 TOT-CONTADOR PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE " A PAGAR:   ".
           05 TOT-NETO PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(14) VALUE "  A RECUPERAR:".
           05 TOT-RECUPERAR PIC -ZZZZZZZZ9.99.

       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "corre-complementaria".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

      *    Candado de corrida: dos complementarias a la vez sumarian
      *    dos veces al acumulado anual.
       01  WS-CANDADO-PROGRAMA PIC X(20) VALUE "corre-complementaria".
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
           PERFORM VERIFICA-PERIODO-CERRADO.
           PERFORM BUSCA-CIFRAS-EN-BOVEDA.
           PERFORM VERIFICA-SALIDA-NUEVA.
           PERFORM RESUELVE-PORCENTAJES.
           PERFORM CARGA-TARIFA-ISR.
           PERFORM CARGA-TARJETAS.
           IF WS-HAY-SIN-SITIO = "S"
               PERFORM RESUELVE-SITIOS-TARJETAS
           END-IF.
           PERFORM CARGA-ACUMULADO-ANUAL.
           PERFORM ABRE-ARCHIVOS.
           PERFORM ESCRIBE-ENCABEZADO.
           MOVE "1" TO FIN-DE-CIFRAS.
           PERFORM LEE-LINEA-CIFRAS-BOVEDA.
           PERFORM PROCESA-LINEA-BOVEDA UNTIL FIN-DE-CIFRAS = "0".
           PERFORM REPORTA-TARJETAS-SIN-CIFRAS
               VARYING WS-IX-TJT FROM 1 BY 1
               UNTIL WS-IX-TJT > WS-TOTAL-TARJETAS.
           PERFORM ESCRIBE-TOTAL-COMPLEMENTARIA.
           PERFORM CIERRA-ARCHIVOS.
           PERFORM REESCRIBE-ACUMULADO-ANUAL.
           DISPLAY "Nomina complementaria del periodo "
               WS-PERIODO-CORREGIDO.
           DISPLAY "Empleados recalculados: " WS-TOTAL-RECALCULADOS.
           DISPLAY "Con diferencia a pagar: " WS-TOTAL-A-PAGAR
               " neto: " WS-NETO-COMPLEMENTARIA.
           IF WS-TOTAL-A-RECUPERAR > ZEROES
               DISPLAY "Con diferencia a recuperar: "
                   WS-TOTAL-A-RECUPERAR " en: " WS-RUTA-RECUPERACIONES
           END-IF.
           IF WS-TOTAL-SIN-CIFRAS > ZEROES
               DISPLAY "AVISO: tarjetas de empleados que no estan en "
                   "las cifras del periodo: " WS-TOTAL-SIN-CIFRAS
           END-IF.
           DISPLAY "Cifras de la complementaria en: " WS-RUTA-CIFRAS.
           DISPLAY "Registro de la complementaria en: "
               WS-RUTA-REGISTRO.
           DISPLAY "Para pagar y timbrar corra dispersa-nomina o "
               "cheques-nomina y timbra-nomina con "
               "NOMINA_COMPLEMENTARIA=" WS-PERIODO-CORREGIDO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-RECALCULADOS TO WS-BIT-CONTADOR.
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
           ACCEPT WS-PERIODO-CORREGIDO FROM ENVIRONMENT
               "NOMINA_COMPLEMENTARIA".
           IF WS-PERIODO-CORREGIDO = SPACES
               DISPLAY "RECHAZADO: falta NOMINA_COMPLEMENTARIA (el "
                   "periodo cerrado que se corrige, AAAAQQ o SEAASS)."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PERIODO-CORREGIDO (1:2) = "SE"
               MOVE "S" TO WS-FRECUENCIA-PERIODO
           ELSE
               MOVE "Q" TO WS-FRECUENCIA-PERIODO
           END-IF.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-CORRIDA TO WS-FECHA-HOY.
           COMPUTE WS-ANO-CORRIDA =
               FUNCTION NUMVAL(WS-FECHA-CORRIDA (1:4)).
           ACCEPT WS-RUTA-TARJETAS FROM ENVIRONMENT
               "COMPLEMENTARIA_TARJETAS_PATH".
           IF WS-RUTA-TARJETAS = SPACES
               MOVE "TARJETAS-COMPLEMENTARIA.txt" TO WS-RUTA-TARJETAS
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
           ACCEPT WS-RUTA-CIFRAS FROM ENVIRONMENT
               "COMPLEMENTARIA_CIFRAS_PATH".
           IF WS-RUTA-CIFRAS = SPACES
               STRING "CIFRAS-COMPLEMENTARIA-" DELIMITED BY SIZE
                   WS-PERIODO-CORREGIDO DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-RUTA-CIFRAS
               END-STRING
           END-IF.
           ACCEPT WS-RUTA-REGISTRO FROM ENVIRONMENT
               "COMPLEMENTARIA_REPORTE_PATH".
           IF WS-RUTA-REGISTRO = SPACES
               MOVE "REGISTRO-COMPLEMENTARIA" TO WS-GEN-BASE-NOMBRE
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
           ACCEPT WS-RUTA-RECUPERACIONES FROM ENVIRONMENT
               "RECUPERACIONES_PENDIENTES_PATH".
           IF WS-RUTA-RECUPERACIONES = SPACES
               IF WS-FRECUENCIA-PERIODO = "S"
                   MOVE "RECUPERACIONES-PENDIENTES-SEMANAL.txt"
                       TO WS-RUTA-RECUPERACIONES
               ELSE
                   MOVE "RECUPERACIONES-PENDIENTES.txt"
                       TO WS-RUTA-RECUPERACIONES
               END-IF
           END-IF.

      *    La complementaria es precisamente para no reabrir: el
      *    periodo debe estar CERRADO. Uno ABIERTO o CALCULADO
      *    todavia se corrige con la reversa de registro-nomina.
           VERIFICA-PERIODO-CERRADO.
           MOVE SPACES TO WS-STATUS-PERIODO.
           OPEN INPUT PERIODOS-NOMINA.
           IF WS-FILE-STATUS-PER = "00"
               MOVE "1" TO FIN-DE-PERIODOS
               PERFORM LEE-LINEA-PERIODO
               PERFORM EVALUA-LINEA-PERIODO
                   UNTIL FIN-DE-PERIODOS = "0"
               CLOSE PERIODOS-NOMINA
           END-IF.
           IF WS-STATUS-PERIODO NOT = "CERRADO"
               IF WS-STATUS-PERIODO = SPACES
                   DISPLAY "RECHAZADO: el periodo "
                       WS-PERIODO-CORREGIDO " no esta en el control "
                       "de periodos (" WS-RUTA-PERIODOS ")."
               ELSE
                   DISPLAY "RECHAZADO: el periodo "
                       WS-PERIODO-CORREGIDO " esta "
                       WS-STATUS-PERIODO "; todavia no se cierra."
                   DISPLAY "Corrijalo con la reversa de "
                       "registro-nomina (REGISTRO_NOMINA_REVERSA=S)."
               END-IF
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
           IF PER-ID = WS-PERIODO-CORREGIDO
               MOVE PER-STATUS TO WS-STATUS-PERIODO
           END-IF.
           PERFORM LEE-LINEA-PERIODO.

           BUSCA-CIFRAS-EN-BOVEDA.
           OPEN INPUT BOVEDA-INDICE.
           IF WS-FILE-STATUS-IND = "00"
               MOVE "1" TO FIN-DE-INDICE
               PERFORM LEE-LINEA-INDICE
               PERFORM EVALUA-LINEA-INDICE UNTIL FIN-DE-INDICE = "0"
               CLOSE BOVEDA-INDICE
           END-IF.
           IF WS-CIFRAS-HALLADAS NOT = "S"
               DISPLAY "RECHAZADO: la boveda no trae cifras del "
                   "periodo " WS-PERIODO-CORREGIDO "; sin ellas no "
                   "hay contra que recalcular."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           LEE-LINEA-INDICE.
           READ BOVEDA-INDICE
               AT END
                   MOVE "0" TO FIN-DE-INDICE
               NOT AT END
                   MOVE LINEA-INDICE TO WS-LINEA-INDICE-DET
           END-READ.

           EVALUA-LINEA-INDICE.
           IF BOV-PERIODO = WS-PERIODO-CORREGIDO
               AND BOV-ARTEFACTO (1:6) = "CIFRAS"
               MOVE BOV-RUTA TO WS-RUTA-CIFRAS-BOV
               MOVE "S" TO WS-CIFRAS-HALLADAS
           END-IF.
           PERFORM LEE-LINEA-INDICE.

      *    Una complementaria ya generada para el periodo no se
      *    sobreescribe: volver a correrla sumaria dos veces al
      *    acumulado. Una segunda correccion del mismo periodo se
      *    corre con su propia COMPLEMENTARIA_CIFRAS_PATH.
           VERIFICA-SALIDA-NUEVA.
           OPEN INPUT CIFRAS-COMPLEMENTARIA.
           IF WS-FILE-STATUS-CIF = "00"
               CLOSE CIFRAS-COMPLEMENTARIA
               DISPLAY "RECHAZADO: ya existe una complementaria en "
                   WS-RUTA-CIFRAS
               DISPLAY "Para otra correccion del mismo periodo "
                   "indique COMPLEMENTARIA_CIFRAS_PATH."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Las variables de ambiente traen el porcentaje en centesimas
      *    (p.ej. "1000" = 10.00%), igual que en registro-nomina.
           RESUELVE-PORCENTAJES.
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

      *    La tarifa debe ser la del periodo corregido, no la vigente:
      *    si el periodo es de otro ano, la del ano se indica con
      *    COMPLEMENTARIA_TARIFA_PATH.
           CARGA-TARIFA-ISR.
           ACCEPT WS-RUTA-TARIFA FROM ENVIRONMENT
               "COMPLEMENTARIA_TARIFA_PATH".
           IF WS-RUTA-TARIFA = SPACES
               IF WS-FRECUENCIA-PERIODO = "S"
                   MOVE "TARIFA-ISR-SEMANAL.txt" TO WS-RUTA-TARIFA
               ELSE
                   MOVE "TARIFA-ISR.txt" TO WS-RUTA-TARIFA
                   IF WS-PERIODO-CORREGIDO (1:4) NOT =
                       WS-FECHA-CORRIDA (1:4)
                       DISPLAY "Aviso: el periodo es de otro ano y "
                           "se usa la tarifa vigente; indique "
                           "COMPLEMENTARIA_TARIFA_PATH si cambio."
                   END-IF
               END-IF
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

           CARGA-TARJETAS.
           OPEN INPUT TARJETAS-COMPLEMENTARIA.
           IF WS-FILE-STATUS-TJT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir las tarjetas de "
                   "la complementaria (" WS-RUTA-TARJETAS ")."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-TARJETAS.
           PERFORM LEE-TARJETA.
           PERFORM AGREGA-TARJETA UNTIL FIN-DE-TARJETAS = "0".
           CLOSE TARJETAS-COMPLEMENTARIA.
           DISPLAY "Tarjetas leidas: " WS-TOTAL-TARJETAS-LEIDAS
               " rechazadas: " WS-TOTAL-TARJETAS-RECHAZADAS.
           IF WS-TOTAL-TARJETAS = ZEROES
               DISPLAY "RECHAZADO: ninguna tarjeta valida para el "
                   "periodo " WS-PERIODO-CORREGIDO "."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           LEE-TARJETA.
           READ TARJETAS-COMPLEMENTARIA
               AT END
                   MOVE "0" TO FIN-DE-TARJETAS
           END-READ.

      *    La tarjeta de otro periodo o de concepto desconocido no se
      *    aplica: se avisa y se sigue con las demas.
           AGREGA-TARJETA.
           IF LINEA-TARJETA NOT = SPACES
               ADD 1 TO WS-TOTAL-TARJETAS-LEIDAS
               MOVE SPACES TO WS-TJT-NUMERO-X WS-TJT-PERIODO-X
                   WS-TJT-CONCEPTO-X WS-TJT-IMPORTE-X WS-TJT-SITIO-X
               UNSTRING LINEA-TARJETA DELIMITED BY ","
                   INTO WS-TJT-NUMERO-X WS-TJT-PERIODO-X
                       WS-TJT-CONCEPTO-X WS-TJT-IMPORTE-X
                       WS-TJT-SITIO-X
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-TJT-CONCEPTO-X)
                   TO WS-TJT-CONCEPTO-X
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TJT-SITIO-X))
                   TO WS-TJT-SITIO-X
               IF WS-TJT-SITIO-X = SPACES
                   MOVE SPACES TO WS-TJT-SITIO-LEIDO
                   MOVE "N" TO WS-TJT-DADO-LEIDO
               ELSE
                   MOVE WS-TJT-SITIO-X (1:2) TO WS-TJT-SITIO-LEIDO
                   IF WS-TJT-SITIO-LEIDO = "00"
                       MOVE SPACES TO WS-TJT-SITIO-LEIDO
                   END-IF
                   MOVE "S" TO WS-TJT-DADO-LEIDO
               END-IF
               IF WS-TJT-PERIODO-X (1:6) NOT = WS-PERIODO-CORREGIDO
                   OR (WS-TJT-CONCEPTO-X NOT = "PER"
                   AND WS-TJT-CONCEPTO-X NOT = "DED")
                   ADD 1 TO WS-TOTAL-TARJETAS-RECHAZADAS
                   DISPLAY "Aviso: tarjeta no aplicada (periodo o "
                       "concepto): " LINEA-TARJETA
               ELSE
                   COMPUTE WS-TJT-NUMERO-LEIDO =
                       FUNCTION NUMVAL(WS-TJT-NUMERO-X)
                   COMPUTE WS-TJT-IMPORTE-LEIDO =
                       FUNCTION NUMVAL(WS-TJT-IMPORTE-X)
                   PERFORM ACUMULA-TARJETA
               END-IF
           END-IF.
           PERFORM LEE-TARJETA.

           ACUMULA-TARJETA.
           MOVE ZEROES TO WS-TJT-ENCONTRADO.
           PERFORM VARYING WS-IX-TJT FROM 1 BY 1
               UNTIL WS-IX-TJT > WS-TOTAL-TARJETAS
               OR WS-TJT-ENCONTRADO > ZEROES
               IF WS-TJT-NUMERO (WS-IX-TJT) = WS-TJT-NUMERO-LEIDO
                   AND WS-TJT-SITIO (WS-IX-TJT) = WS-TJT-SITIO-LEIDO
                   AND WS-TJT-SITIO-DADO (WS-IX-TJT) = WS-TJT-DADO-LEIDO
                   MOVE WS-IX-TJT TO WS-TJT-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-TJT-ENCONTRADO = ZEROES
               IF WS-TOTAL-TARJETAS < 999
                   ADD 1 TO WS-TOTAL-TARJETAS
                   MOVE WS-TOTAL-TARJETAS TO WS-TJT-ENCONTRADO
                   MOVE WS-TJT-NUMERO-LEIDO
                       TO WS-TJT-NUMERO (WS-TJT-ENCONTRADO)
                   MOVE WS-TJT-SITIO-LEIDO
                       TO WS-TJT-SITIO (WS-TJT-ENCONTRADO)
                   MOVE WS-TJT-DADO-LEIDO
                       TO WS-TJT-SITIO-DADO (WS-TJT-ENCONTRADO)
                   IF WS-TJT-DADO-LEIDO = "N"
                       MOVE "S" TO WS-HAY-SIN-SITIO
                   END-IF
                   MOVE ZEROES TO WS-TJT-PERCEPCION (WS-TJT-ENCONTRADO)
                   MOVE ZEROES TO WS-TJT-DEDUCCION (WS-TJT-ENCONTRADO)
                   MOVE "N" TO WS-TJT-ESTADO (WS-TJT-ENCONTRADO)
               ELSE
                   ADD 1 TO WS-TOTAL-TARJETAS-RECHAZADAS
                   DISPLAY "Aviso: mas de 999 empleados; tarjeta no "
                       "aplicada: " LINEA-TARJETA
               END-IF
           END-IF.
           IF WS-TJT-ENCONTRADO > ZEROES
               IF WS-TJT-CONCEPTO-X = "PER"
                   ADD WS-TJT-IMPORTE-LEIDO
                       TO WS-TJT-PERCEPCION (WS-TJT-ENCONTRADO)
               ELSE
                   ADD WS-TJT-IMPORTE-LEIDO
                       TO WS-TJT-DEDUCCION (WS-TJT-ENCONTRADO)
               END-IF
           END-IF.

      *    Los numeros de nomina se repiten entre sitios: a la
      *    tarjeta sin sitio se le toma el sitio de las cifras del
      *    periodo cuando su numero esta en uno solo, y se rechaza
      *    cuando esta en mas de uno, antes de recalcular a nadie.
           RESUELVE-SITIOS-TARJETAS.
           OPEN INPUT CIFRAS-BOVEDA.
           IF WS-FILE-STATUS-BOV = "00"
               MOVE "1" TO FIN-DE-CIFRAS
               PERFORM LEE-LINEA-CIFRAS-BOVEDA
               PERFORM UBICA-SITIO-TARJETAS UNTIL FIN-DE-CIFRAS = "0"
               CLOSE CIFRAS-BOVEDA
               PERFORM REPORTA-TARJETA-AMBIGUA
                   VARYING WS-IX-TJT FROM 1 BY 1
                   UNTIL WS-IX-TJT > WS-TOTAL-TARJETAS
               IF WS-TOTAL-AMBIGUAS = WS-TOTAL-TARJETAS
                   DISPLAY "RECHAZADO: ninguna tarjeta valida para el "
                       "periodo " WS-PERIODO-CORREGIDO "."
                   PERFORM CIERRA-BITACORA-RECHAZO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           UBICA-SITIO-TARJETAS.
           IF CIF-TIPO = "D"
               PERFORM UBICA-SITIO-TARJETA
                   VARYING WS-IX-TJT FROM 1 BY 1
                   UNTIL WS-IX-TJT > WS-TOTAL-TARJETAS
           END-IF.
           PERFORM LEE-LINEA-CIFRAS-BOVEDA.

           UBICA-SITIO-TARJETA.
           IF WS-TJT-NUMERO (WS-IX-TJT) = CIF-NUMERO
               EVALUATE WS-TJT-SITIO-DADO (WS-IX-TJT)
                   WHEN "N"
                       MOVE CIF-SITIO TO WS-TJT-SITIO (WS-IX-TJT)
                       MOVE "R" TO WS-TJT-SITIO-DADO (WS-IX-TJT)
                   WHEN "R"
                       IF WS-TJT-SITIO (WS-IX-TJT) NOT = CIF-SITIO
                           MOVE "A" TO WS-TJT-ESTADO (WS-IX-TJT)
                       END-IF
               END-EVALUATE
           END-IF.

           REPORTA-TARJETA-AMBIGUA.
           IF WS-TJT-ESTADO (WS-IX-TJT) = "A"
               ADD 1 TO WS-TOTAL-AMBIGUAS
               ADD 1 TO WS-TOTAL-TARJETAS-RECHAZADAS
               DISPLAY "Aviso: el numero " WS-TJT-NUMERO (WS-IX-TJT)
                   " esta en mas de un sitio en las cifras del "
                   "periodo; su tarjeta necesita el sitio y no se "
                   "aplica."
           END-IF.

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
           OPEN INPUT CIFRAS-BOVEDA.
           IF WS-FILE-STATUS-BOV NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir las cifras de la "
                   "boveda: " WS-RUTA-CIFRAS-BOV
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CIFRAS-COMPLEMENTARIA.
           IF WS-FILE-STATUS-CIF NOT = "00"
               DISPLAY "No se pudo crear las cifras de la "
                   "complementaria: " WS-RUTA-CIFRAS
               CLOSE CIFRAS-BOVEDA
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REGISTRO-COMPLEMENTARIA.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "No se pudo crear el registro de la "
                   "complementaria: " WS-RUTA-REGISTRO
               CLOSE CIFRAS-BOVEDA
               CLOSE CIFRAS-COMPLEMENTARIA
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REGISTRO.
           WRITE LINEA-REGISTRO.
           MOVE WS-PERIODO-CORREGIDO TO TIT-PERIODO.
           MOVE WS-LINEA-TITULO-CMP TO LINEA-REGISTRO.
           WRITE LINEA-REGISTRO.
           MOVE WS-LINEA-COLUMNAS-CMP TO LINEA-REGISTRO.
           WRITE LINEA-REGISTRO.

           LEE-LINEA-CIFRAS-BOVEDA.
           READ CIFRAS-BOVEDA
               AT END
                   MOVE "0" TO FIN-DE-CIFRAS
               NOT AT END
                   MOVE LINEA-CIFRAS-BOV TO CIFRAS-REGISTRO
           END-READ.

           PROCESA-LINEA-BOVEDA.
           IF CIF-TIPO = "D"
               MOVE ZEROES TO WS-TJT-ENCONTRADO
               PERFORM VARYING WS-IX-TJT FROM 1 BY 1
                   UNTIL WS-IX-TJT > WS-TOTAL-TARJETAS
                   OR WS-TJT-ENCONTRADO > ZEROES
                   IF WS-TJT-NUMERO (WS-IX-TJT) = CIF-NUMERO
                       AND WS-TJT-SITIO (WS-IX-TJT) = CIF-SITIO
                       AND WS-TJT-ESTADO (WS-IX-TJT) = "N"
                       MOVE WS-IX-TJT TO WS-TJT-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-TJT-ENCONTRADO > ZEROES
                   PERFORM RECALCULA-EMPLEADO
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CIFRAS-BOVEDA.

      *    Solo cambia lo que traen las tarjetas: el ISR se calcula
      *    sobre el bruto original y sobre el corregido con la misma
      *    tarifa, y la diferencia es lo que se retiene ahora; el
      *    IMSS es el porcentaje sobre la percepcion adicional (el
      *    asimilado no cotiza).
           RECALCULA-EMPLEADO.
           MOVE "S" TO WS-TJT-ESTADO (WS-TJT-ENCONTRADO).
           ADD 1 TO WS-TOTAL-RECALCULADOS.
           MOVE WS-TJT-PERCEPCION (WS-TJT-ENCONTRADO) TO WS-DIF-BRUTO.
           MOVE WS-TJT-DEDUCCION (WS-TJT-ENCONTRADO) TO WS-DIF-OTRAS.
           MOVE CIF-BRUTO TO WS-BRUTO-CALCULO.
           PERFORM CALCULA-ISR.
           MOVE WS-ISR-CALCULO TO WS-ISR-ORIGINAL.
           COMPUTE WS-BRUTO-CALCULO = CIF-BRUTO + WS-DIF-BRUTO.
           PERFORM CALCULA-ISR.
           MOVE WS-ISR-CALCULO TO WS-ISR-CORREGIDO.
           COMPUTE WS-DIF-ISR = WS-ISR-CORREGIDO - WS-ISR-ORIGINAL.
           IF CIF-REGIMEN = "ASI"
               MOVE ZEROES TO WS-DIF-IMSS
           ELSE
               COMPUTE WS-DIF-IMSS ROUNDED =
                   WS-DIF-BRUTO * WS-PORCENTAJE-IMSS / 100
           END-IF.
           COMPUTE WS-DIF-NETO = WS-DIF-BRUTO - WS-DIF-ISR
               - WS-DIF-IMSS - WS-DIF-OTRAS.
           MOVE SPACES TO CMP-NOTA.
           MOVE ZEROES TO WS-IMPORTE-RECUPERAR.
           IF WS-DIF-NETO < ZEROES
               COMPUTE WS-IMPORTE-RECUPERAR = ZEROES - WS-DIF-NETO
               PERFORM REGISTRA-RECUPERACION
               MOVE "RECUPERA SIG.CORRIDA" TO CMP-NOTA
           ELSE
               IF WS-DIF-NETO > ZEROES
                   ADD 1 TO WS-TOTAL-A-PAGAR
                   ADD WS-DIF-NETO TO WS-NETO-COMPLEMENTARIA
               END-IF
           END-IF.
           ADD WS-DIF-BRUTO TO WS-BRUTO-COMPLEMENTARIA.
           ADD WS-DIF-ISR TO WS-ISR-COMPLEMENTARIA.
           PERFORM ESCRIBE-CIFRAS-EMPLEADO.
           PERFORM ESCRIBE-DETALLE-REGISTRO.
           PERFORM ACUMULA-ANUAL-EMPLEADO.

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

      *    El detalle conserva nombre, sitio, depto y regimen del
      *    original; los importes son solo las diferencias. La
      *    diferencia negativa viaja con neto cero para que el CFDI
      *    complementario lleve sus ajustes sin dispersar nada.
           ESCRIBE-CIFRAS-EMPLEADO.
           MOVE WS-DIF-BRUTO TO CIF-BRUTO.
           MOVE WS-DIF-ISR TO CIF-ISR.
           MOVE WS-DIF-IMSS TO CIF-IMSS.
           MOVE WS-DIF-OTRAS TO CIF-OTRAS.
           IF WS-DIF-NETO > ZEROES
               MOVE WS-DIF-NETO TO CIF-NETO
           ELSE
               MOVE ZEROES TO CIF-NETO
           END-IF.
           MOVE ZEROES TO CIF-HORAS-NORM CIF-HORAS-EXTRA.
           MOVE ZEROES TO CIF-INFONAVIT CIF-PENSION CIF-FONDO.
           MOVE ZEROES TO CIF-PRIMA-DOM CIF-FESTIVO.
           MOVE ZEROES TO CIF-FALTAS CIF-SGMM CIF-DESTAJO
               CIF-SINDICAL.
           MOVE CIFRAS-REGISTRO TO LINEA-CIFRAS.
           WRITE LINEA-CIFRAS.

           ESCRIBE-DETALLE-REGISTRO.
           MOVE CIF-NUMERO TO CMP-NUMERO.
           MOVE CIF-NOMBRE TO CMP-NOMBRE.
           MOVE WS-DIF-BRUTO TO CMP-BRUTO.
           MOVE WS-DIF-ISR TO CMP-ISR.
           MOVE WS-DIF-IMSS TO CMP-IMSS.
           MOVE WS-DIF-OTRAS TO CMP-OTRAS.
           MOVE WS-DIF-NETO TO CMP-NETO.
           MOVE WS-LINEA-DETALLE-CMP TO LINEA-REGISTRO.
           WRITE LINEA-REGISTRO.

      *    La diferencia a cargo del empleado se cobra en la
      *    siguiente corrida ordinaria de su frecuencia, por la
      *    escalera de prelacion como cualquier otro pendiente.
           REGISTRA-RECUPERACION.
           IF WS-RECUPERACIONES-ABIERTO = "N"
               OPEN EXTEND RECUPERACIONES-PENDIENTES
               IF WS-FILE-STATUS-RCP NOT = "00"
                   OPEN OUTPUT RECUPERACIONES-PENDIENTES
               END-IF
               IF WS-FILE-STATUS-RCP = "00"
                   MOVE "S" TO WS-RECUPERACIONES-ABIERTO
               ELSE
                   MOVE "E" TO WS-RECUPERACIONES-ABIERTO
                   DISPLAY "AVISO: no se pudo abrir las "
                       "recuperaciones pendientes: "
                       WS-RUTA-RECUPERACIONES
               END-IF
           END-IF.
           ADD 1 TO WS-TOTAL-A-RECUPERAR.
           ADD WS-IMPORTE-RECUPERAR TO WS-RECUPERAR-COMPLEMENTARIA.
           IF WS-RECUPERACIONES-ABIERTO = "S"
               MOVE SPACES TO RECUPERACION-REGISTRO
               MOVE CIF-NUMERO TO RCP-NUMERO-EMP
               MOVE "CMP" TO RCP-CONCEPTO
               MOVE WS-IMPORTE-RECUPERAR TO RCP-IMPORTE
               MOVE WS-PERIODO-CORREGIDO TO RCP-PERIODO-ORIGEN
               MOVE CIF-SITIO TO RCP-SITIO
               MOVE RECUPERACION-REGISTRO TO LINEA-RECUPERACION
               WRITE LINEA-RECUPERACION
           ELSE
               DISPLAY "AVISO: recuperar a mano " CIF-NUMERO " "
                   WS-IMPORTE-RECUPERAR
           END-IF.

      *    El incremento entra al acumulado del ano en que se paga
      *    (el de la fecha de corrida), igual que la corrida
      *    ordinaria acumula por fecha de pago.
           ACUMULA-ANUAL-EMPLEADO.
           MOVE ZEROES TO WS-ACU-ENCONTRADO.
           PERFORM VARYING WS-IX-ACU FROM 1 BY 1
               UNTIL WS-IX-ACU > WS-TOTAL-ACUMULADOS
               OR WS-ACU-ENCONTRADO > ZEROES
               IF WS-ACU-NUMERO (WS-IX-ACU) = CIF-NUMERO
                   AND WS-ACU-ANO (WS-IX-ACU) = WS-ANO-CORRIDA
                   MOVE WS-IX-ACU TO WS-ACU-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ACU-ENCONTRADO = ZEROES
               AND WS-TOTAL-ACUMULADOS < 9999
               ADD 1 TO WS-TOTAL-ACUMULADOS
               MOVE WS-TOTAL-ACUMULADOS TO WS-ACU-ENCONTRADO
               MOVE CIF-NUMERO TO WS-ACU-NUMERO (WS-ACU-ENCONTRADO)
               MOVE WS-ANO-CORRIDA TO WS-ACU-ANO (WS-ACU-ENCONTRADO)
               MOVE ZEROES TO WS-ACU-BRUTO (WS-ACU-ENCONTRADO)
               MOVE ZEROES TO WS-ACU-ISR (WS-ACU-ENCONTRADO)
           END-IF.
           IF WS-ACU-ENCONTRADO > ZEROES
               ADD WS-DIF-BRUTO TO WS-ACU-BRUTO (WS-ACU-ENCONTRADO)
               ADD WS-DIF-ISR TO WS-ACU-ISR (WS-ACU-ENCONTRADO)
           END-IF.

           REPORTA-TARJETAS-SIN-CIFRAS.
           IF WS-TJT-ESTADO (WS-IX-TJT) = "N"
               ADD 1 TO WS-TOTAL-SIN-CIFRAS
               DISPLAY "Aviso: el numero " WS-TJT-SITIO (WS-IX-TJT)
                   WS-TJT-NUMERO (WS-IX-TJT)
                   " no esta en las cifras del periodo "
                   WS-PERIODO-CORREGIDO "; su tarjeta no se aplica."
           END-IF.

      *    La cola cuadra contra lo que se dispersa: solo suma las
      *    diferencias netas positivas, y lleva el periodo original
      *    con clase "C" de complementaria.
           ESCRIBE-TOTAL-COMPLEMENTARIA.
           MOVE SPACES TO CIFRAS-TOTALES-REGISTRO.
           MOVE "T" TO CIF-TOT-TIPO.
           MOVE WS-TOTAL-RECALCULADOS TO CIF-TOT-EMPLEADOS.
           MOVE WS-NETO-COMPLEMENTARIA TO CIF-TOT-NETO.
           MOVE WS-PERIODO-CORREGIDO TO CIF-TOT-PERIODO.
           MOVE "C" TO CIF-TOT-CLASE.
           MOVE CIFRAS-TOTALES-REGISTRO TO LINEA-CIFRAS.
           WRITE LINEA-CIFRAS.
           MOVE WS-TOTAL-RECALCULADOS TO TOT-CONTADOR.
           MOVE WS-NETO-COMPLEMENTARIA TO TOT-NETO.
           MOVE WS-RECUPERAR-COMPLEMENTARIA TO TOT-RECUPERAR.
           MOVE WS-LINEA-TOTAL-CMP TO LINEA-REGISTRO.
           WRITE LINEA-REGISTRO.

           CIERRA-ARCHIVOS.
           CLOSE CIFRAS-BOVEDA.
           CLOSE CIFRAS-COMPLEMENTARIA.
           CLOSE REGISTRO-COMPLEMENTARIA.
           IF WS-RECUPERACIONES-ABIERTO = "S"
               CLOSE RECUPERACIONES-PENDIENTES
           END-IF.

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

       END PROGRAM corre-complementaria.
