      *         COLA CON EL CONTEO, PARA QUE NADIE VUELVA A RETECLEAR
      *         LO QUE IMPRIMIO RECIBO-NOMINA EN LA PANTALLA DE CARGA
      *         DEL PAC. LA RESPUESTA DEL PAC LA PROCESA
      *         CONCILIA-TIMBRADO. CON NOMINA_FRECUENCIA=S TIMBRA
      *         LAS CIFRAS DE LA NOMINA SEMANAL A
      *         TIMBRADO-NOMINA-SEMANAL.txt. CON
      *         NOMINA_COMPLEMENTARIA=<PERIODO> TIMBRA EL CFDI
      *         COMPLEMENTARIO (TIPO DE NOMINA EXTRAORDINARIA) DE LAS
      *         DIFERENCIAS DE ESE PERIODO A
      *         TIMBRADO-COMPLEMENTARIA-<PERIODO>.txt. CON
      *         NOMINA_FINIQUITOS=<FOLIO> TIMBRA LOS FINIQUITOS DE ESA
      *         CORRIDA DE paga-finiquitos (TAMBIEN EXTRAORDINARIA) A
      *         TIMBRADO-FINIQUITOS-<FOLIO>.txt, CON LO EXENTO Y EL
      *         NODO DE SEPARACION (TOTAL PAGADO, ANOS DE SERVICIO,
      *         ULTIMO SUELDO MENSUAL, INGRESO ACUMULABLE Y NO
      *         ACUMULABLE) QUE DEJO EN LA COLA FINIQUITOS-POR-PAGAR;
      *         EN LOS DEMAS RECIBOS ESOS CAMPOS VAN EN CERO. CADA
      *         RECIBO LLEVA EL REGISTRO PATRONAL DEL EMPLEADO A
      *         TIMBRADO_FECHA (AAAAMMDD; SIN ELLA, LA DEL DIA) DE
      *         busca-registro-patronal Y, CON CATALOGO DE REGISTROS,
      *         ADEMAS DEL ARCHIVO CONSOLIDADO SALE UNO POR REGISTRO
      *         CON SU PROPIA COLA (CONTEO, REGISTRO Y RFC DEL PATRON
      *         EMISOR).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TIM.

       SELECT TIMBRADO-REGISTRO
       ASSIGN TO DYNAMIC WS-RUTA-TIMBRADO-REG
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TRG.

      *    Cola de finiquitos (FNQREG.cpy): de aqui sale el desglose
      *    fiscal de los finiquitos pagados con el folio timbrado.
       SELECT FINIQUITOS-POR-PAGAR
       ASSIGN TO DYNAMIC WS-RUTA-POR-PAGAR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FNQ.

       DATA DIVISION.
       FILE SECTION.
       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD TIMBRADO-SALIDA.
       01  LINEA-TIMBRADO PIC X(180).

       FD TIMBRADO-REGISTRO.
       01  LINEA-TIMBRADO-REG PIC X(180).

       FD FINIQUITOS-POR-PAGAR.
       01  LINEA-POR-PAGAR PIC X(302).

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
       COPY CIFREG.
       COPY RPBREG.
       COPY FNQREG.

       01  WS-RUTA-CIFRAS PIC X(200).
      *    Frecuencia de la corrida (NOMINA_FRECUENCIA): con "S" las
      *    rutas por omision son las de la nomina semanal.
       01  WS-FRECUENCIA-CORRIDA PIC X(1).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-RUTA-TIMBRADO PIC X(200).
       01  WS-FILE-STATUS-CIF PIC X(2).
       01  WS-TOTAL-SIN-RFC PIC 9(6) VALUE ZEROES.
       01  FIN-DE-CIFRAS PIC X.
       01  WS-PERIODO-CORRIDA PIC X(6).
       01  WS-PERIODO-COMPLEMENTARIA PIC X(6).
       01  WS-FOLIO-FINIQUITOS PIC X(6).
       01  WS-RUTA-POR-PAGAR PIC X(200).
       01  WS-FILE-STATUS-FNQ PIC X(2).
       01  FIN-DE-POR-PAGAR PIC X.
       01  WS-TOTAL-TIMBRADOS PIC 9(6) VALUE ZEROES.
       01  WS-FECHA-REGISTRO PIC X(8).
       01  WS-RUTA-TIMBRADO-REG PIC X(200).
       01  WS-FILE-STATUS-TRG PIC X(2).
       01  FIN-DE-TIMBRADO PIC X.

      *    Recibos por registro patronal para la cola de cada archivo.
       01  WS-TABLA-PATRONALES.
           05 WS-PAT-RENGLON OCCURS 50 TIMES.
               10 WS-PAT-REGISTRO PIC X(11).
               10 WS-PAT-RECIBOS PIC 9(6).
       01  WS-TOTAL-PATRONALES PIC 9(2) VALUE ZEROES.
       01  WS-IX-PAT PIC 9(2).
       01  WS-PAT-ENCONTRADO PIC 9(2).

      *    Finiquitos pagados con el folio que se timbra.
       01  WS-TABLA-SEPARACIONES.
           05 WS-SEP-LINEA OCCURS 2000 TIMES PIC X(302).
       01  WS-TOTAL-SEPARACIONES PIC 9(4) VALUE ZEROES.
       01  WS-IX-SEP PIC 9(4).
       01  WS-SEP-ENCONTRADO PIC 9(4).

       01  WS-DETALLE-TIMBRADO.
           05 FILLER PIC X VALUE "D".
           05 TIM-HORAS-NORM PIC 9(3)V99.
           05 TIM-HORAS-EXTRA PIC 9(3)V99.
           05 TIM-RFC PIC X(13).
           05 TIM-REGISTRO PIC X(11).
      *        Parte exenta de las percepciones y nodo de separacion
      *        del CFDI de finiquito; en cero en los demas recibos.
           05 TIM-EXENTO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 TIM-SEP-TOTAL PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 TIM-SEP-ANOS PIC 9(2).
           05 TIM-SEP-ULTIMO-SUELDO PIC S9(7)V99 SIGN LEADING
               SEPARATE.
           05 TIM-SEP-ACUMULABLE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 TIM-SEP-NO-ACUMULABLE PIC S9(7)V99 SIGN LEADING
               SEPARATE.
       01  WS-COLA-TIMBRADO.
           05 FILLER PIC X VALUE "T".
           05 TIM-TOT-PERIODO PIC X(6).
           05 TIM-TOT-RECIBOS PIC 9(6).
      *        Periodicidad de pago del catalogo del SAT: "04"
      *        quincenal, "02" semanal.
           05 TIM-TOT-PERIODICIDAD PIC X(2).
      *        Tipo de nomina del SAT: "O" ordinaria, "E"
      *        extraordinaria (la complementaria de un periodo ya
      *        cerrado o los finiquitos, que ademas van con
      *        periodicidad "99").
           05 TIM-TOT-TIPO-NOMINA PIC X(1).
      *        Registro patronal y RFC del patron emisor; en blanco en
      *        el archivo consolidado.
           05 TIM-TOT-REGISTRO PIC X(11).
           05 TIM-TOT-RFC-PATRON PIC X(13).
           05 FILLER PIC X(120) VALUE SPACES.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "timbra-nomina".
       01  WS-BIT-EVENTO PIC X(6).
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           IF WS-FOLIO-FINIQUITOS NOT = SPACES
               PERFORM CARGA-SEPARACIONES
           END-IF.
           OPEN INPUT CIFRAS-NOMINA.
           IF WS-FILE-STATUS-CIF NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cifras ("
           PERFORM PROCESA-LINEA-CIFRAS UNTIL FIN-DE-CIFRAS = "0".
           MOVE WS-PERIODO-CORRIDA TO TIM-TOT-PERIODO.
           MOVE WS-TOTAL-TIMBRADOS TO TIM-TOT-RECIBOS.
           MOVE "O" TO TIM-TOT-TIPO-NOMINA.
           IF WS-PERIODO-COMPLEMENTARIA NOT = SPACES
               OR WS-FOLIO-FINIQUITOS NOT = SPACES
               MOVE "99" TO TIM-TOT-PERIODICIDAD
               MOVE "E" TO TIM-TOT-TIPO-NOMINA
           ELSE
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "02" TO TIM-TOT-PERIODICIDAD
               ELSE
                   MOVE "04" TO TIM-TOT-PERIODICIDAD
               END-IF
           END-IF.
           MOVE SPACES TO TIM-TOT-REGISTRO TIM-TOT-RFC-PATRON.
           MOVE WS-COLA-TIMBRADO TO LINEA-TIMBRADO.
           WRITE LINEA-TIMBRADO.
           CLOSE CIFRAS-NOMINA.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE TIMBRADO-SALIDA.
           PERFORM SEPARA-POR-REGISTRO
               VARYING WS-IX-PAT FROM 1 BY 1
               UNTIL WS-IX-PAT > WS-TOTAL-PATRONALES.
           DISPLAY "Recibos en el archivo de timbrado: "
               WS-TOTAL-TIMBRADOS.
           DISPLAY "Recibos sin RFC en el directorio: "
           RESUELVE-RUTAS.
           ACCEPT WS-PERIODO-CORRIDA FROM ENVIRONMENT
               "REGISTRO_NOMINA_PERIODO".
      *    El CFDI complementario se timbra contra el periodo
      *    original que corrige.
           ACCEPT WS-PERIODO-COMPLEMENTARIA FROM ENVIRONMENT
               "NOMINA_COMPLEMENTARIA".
           IF WS-PERIODO-COMPLEMENTARIA NOT = SPACES
               MOVE WS-PERIODO-COMPLEMENTARIA TO WS-PERIODO-CORRIDA
           END-IF.
      *    El de finiquitos, contra el folio de su corrida de pago.
           ACCEPT WS-FOLIO-FINIQUITOS FROM ENVIRONMENT
               "NOMINA_FINIQUITOS".
           IF WS-FOLIO-FINIQUITOS NOT = SPACES
               MOVE WS-FOLIO-FINIQUITOS TO WS-PERIODO-CORRIDA
           END-IF.
           IF WS-PERIODO-CORRIDA = SPACES
               DISPLAY "Aviso: sin REGISTRO_NOMINA_PERIODO; el "
                   "timbrado sale sin identificador de periodo."
           END-IF.
           ACCEPT WS-FECHA-REGISTRO FROM ENVIRONMENT "TIMBRADO_FECHA".
           IF WS-FECHA-REGISTRO NOT NUMERIC
               ACCEPT WS-FECHA-REGISTRO FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-FRECUENCIA-CORRIDA FROM ENVIRONMENT
               "NOMINA_FRECUENCIA".
           MOVE FUNCTION UPPER-CASE(WS-FRECUENCIA-CORRIDA)
               TO WS-FRECUENCIA-CORRIDA.
           ACCEPT WS-RUTA-CIFRAS FROM ENVIRONMENT
               "REGISTRO_NOMINA_CIFRAS_PATH".
           IF WS-RUTA-CIFRAS = SPACES
               IF WS-FOLIO-FINIQUITOS NOT = SPACES
                   STRING "CIFRAS-FINIQUITOS-" DELIMITED BY SIZE
                       WS-FOLIO-FINIQUITOS DELIMITED BY SPACE
                       ".dat" DELIMITED BY SIZE
                       INTO WS-RUTA-CIFRAS
                   END-STRING
               ELSE
                   IF WS-PERIODO-COMPLEMENTARIA NOT = SPACES
                       STRING "CIFRAS-COMPLEMENTARIA-" DELIMITED BY SIZE
                           WS-PERIODO-COMPLEMENTARIA DELIMITED BY SPACE
                           ".dat" DELIMITED BY SIZE
                           INTO WS-RUTA-CIFRAS
                       END-STRING
                   ELSE
                       IF WS-FRECUENCIA-CORRIDA = "S"
                           MOVE "CIFRAS-NOMINA-SEMANAL.dat"
                               TO WS-RUTA-CIFRAS
                       ELSE
                           MOVE "CIFRAS-NOMINA.dat" TO WS-RUTA-CIFRAS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
           ACCEPT WS-RUTA-TIMBRADO FROM ENVIRONMENT
               "TIMBRADO_SALIDA_PATH".
           IF WS-RUTA-TIMBRADO = SPACES
               IF WS-FOLIO-FINIQUITOS NOT = SPACES
                   STRING "TIMBRADO-FINIQUITOS-" DELIMITED BY SIZE
                       WS-FOLIO-FINIQUITOS DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                       INTO WS-RUTA-TIMBRADO
                   END-STRING
               ELSE
                   IF WS-PERIODO-COMPLEMENTARIA NOT = SPACES
                       STRING "TIMBRADO-COMPLEMENTARIA-"
                           DELIMITED BY SIZE
                           WS-PERIODO-COMPLEMENTARIA DELIMITED BY SPACE
                           ".txt" DELIMITED BY SIZE
                           INTO WS-RUTA-TIMBRADO
                       END-STRING
                   ELSE
                       IF WS-FRECUENCIA-CORRIDA = "S"
                           MOVE "TIMBRADO-NOMINA-SEMANAL.txt"
                               TO WS-RUTA-TIMBRADO
                       ELSE
                           MOVE "TIMBRADO-NOMINA.txt"
                               TO WS-RUTA-TIMBRADO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ACCEPT WS-RUTA-POR-PAGAR FROM ENVIRONMENT
               "FINIQUITOS_POR_PAGAR_PATH".
           IF WS-RUTA-POR-PAGAR = SPACES
               MOVE "FINIQUITOS-POR-PAGAR.txt" TO WS-RUTA-POR-PAGAR
           END-IF.

      *    Sin el desglose de la cola el CFDI de finiquito no lleva
      *    su nodo de separacion y el PAC lo rechaza: no se timbra.
           CARGA-SEPARACIONES.
           OPEN INPUT FINIQUITOS-POR-PAGAR.
           IF WS-FILE-STATUS-FNQ NOT = "00"
               DISPLAY "No se pudo abrir la cola de finiquitos ("
                   WS-RUTA-POR-PAGAR "); sin ella no hay nodo de "
                   "separacion."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-POR-PAGAR.
           PERFORM LEE-POR-PAGAR.
           PERFORM AGREGA-SEPARACION UNTIL FIN-DE-POR-PAGAR = "0".
           CLOSE FINIQUITOS-POR-PAGAR.

           LEE-POR-PAGAR.
           READ FINIQUITOS-POR-PAGAR
               AT END
                   MOVE "0" TO FIN-DE-POR-PAGAR
               NOT AT END
                   MOVE LINEA-POR-PAGAR TO FINIQUITO-PAGO-REGISTRO
           END-READ.

           AGREGA-SEPARACION.
           IF FNQ-STATUS = "G"
               AND FNQ-FOLIO-PAGO = WS-FOLIO-FINIQUITOS
               AND WS-TOTAL-SEPARACIONES < 2000
               ADD 1 TO WS-TOTAL-SEPARACIONES
               MOVE LINEA-POR-PAGAR
                   TO WS-SEP-LINEA (WS-TOTAL-SEPARACIONES)
           END-IF.
           PERFORM LEE-POR-PAGAR.

           LEE-LINEA-CIFRAS.
           READ CIFRAS-NOMINA
               MOVE CIF-NETO TO TIM-NETO
               MOVE CIF-HORAS-NORM TO TIM-HORAS-NORM
               MOVE CIF-HORAS-EXTRA TO TIM-HORAS-EXTRA
               PERFORM ARMA-SEPARACION
               PERFORM RESUELVE-REGISTRO-RECIBO
               MOVE WS-DETALLE-TIMBRADO TO LINEA-TIMBRADO
               WRITE LINEA-TIMBRADO
           END-IF.
           PERFORM LEE-LINEA-CIFRAS.

           ARMA-SEPARACION.
           MOVE ZEROES TO TIM-EXENTO TIM-SEP-TOTAL TIM-SEP-ANOS
               TIM-SEP-ULTIMO-SUELDO TIM-SEP-ACUMULABLE
               TIM-SEP-NO-ACUMULABLE.
           IF WS-FOLIO-FINIQUITOS NOT = SPACES
               MOVE ZEROES TO WS-SEP-ENCONTRADO
               PERFORM VARYING WS-IX-SEP FROM 1 BY 1
                   UNTIL WS-IX-SEP > WS-TOTAL-SEPARACIONES
                   OR WS-SEP-ENCONTRADO > ZEROES
                   MOVE WS-SEP-LINEA (WS-IX-SEP)
                       TO FINIQUITO-PAGO-REGISTRO
                   IF FNQ-NUMERO-EMP = CIF-NUMERO
                       AND FNQ-SITIO = CIF-SITIO
                       MOVE WS-IX-SEP TO WS-SEP-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-SEP-ENCONTRADO = ZEROES
                   DISPLAY "Aviso: el finiquito de " CIF-SITIO
                       CIF-NUMERO " no esta pagado con el folio "
                       WS-FOLIO-FINIQUITOS "; sale sin separacion."
               ELSE
                   MOVE FNQ-EXENTO TO TIM-EXENTO
                   MOVE FNQ-INDEMNIZACION TO TIM-SEP-TOTAL
                   MOVE FNQ-ANOS-SERVICIO TO TIM-SEP-ANOS
                   MOVE FNQ-SUELDO-MENSUAL TO TIM-SEP-ULTIMO-SUELDO
                   MOVE FNQ-INDEM-ACUMULABLE TO TIM-SEP-ACUMULABLE
                   MOVE FNQ-INDEM-NO-ACUMULABLE
                       TO TIM-SEP-NO-ACUMULABLE
               END-IF
           END-IF.

      *    El PAC rechaza un recibo sin RFC; el que falte se cuenta
      *    para que RH lo complete con captura-identidad.
           BUSCA-RFC-EMPLEADO.
                   END-IF
           END-READ.

      *    Registro patronal del recibo y conteo por registro.
           RESUELVE-REGISTRO-RECIBO.
           MOVE "E" TO RPB-ACCION.
           MOVE CIF-SITIO TO RPB-SITIO.
           MOVE CIF-NUMERO TO RPB-NUMERO.
           MOVE WS-FECHA-REGISTRO TO RPB-FECHA.
           CALL "busca-registro-patronal"
               USING REGISTRO-PATRONAL-CONSULTA.
           MOVE RPB-REGISTRO TO TIM-REGISTRO.
           IF RPB-REGISTRO NOT = SPACES
               MOVE ZEROES TO WS-PAT-ENCONTRADO
               PERFORM VARYING WS-IX-PAT FROM 1 BY 1
                   UNTIL WS-IX-PAT > WS-TOTAL-PATRONALES
                   OR WS-PAT-ENCONTRADO > ZEROES
                   IF WS-PAT-REGISTRO (WS-IX-PAT) = RPB-REGISTRO
                       MOVE WS-IX-PAT TO WS-PAT-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-PAT-ENCONTRADO = ZEROES
                   AND WS-TOTAL-PATRONALES < 50
                   ADD 1 TO WS-TOTAL-PATRONALES
                   MOVE WS-TOTAL-PATRONALES TO WS-PAT-ENCONTRADO
                   MOVE RPB-REGISTRO
                       TO WS-PAT-REGISTRO (WS-PAT-ENCONTRADO)
                   MOVE ZEROES TO WS-PAT-RECIBOS (WS-PAT-ENCONTRADO)
               END-IF
               IF WS-PAT-ENCONTRADO > ZEROES
                   ADD 1 TO WS-PAT-RECIBOS (WS-PAT-ENCONTRADO)
               END-IF
           END-IF.

      *    Archivo de un registro patronal: sus recibos releidos del
      *    consolidado y su cola con el patron emisor.
           SEPARA-POR-REGISTRO.
           MOVE "R" TO RPB-ACCION.
           MOVE WS-PAT-REGISTRO (WS-IX-PAT) TO RPB-REGISTRO.
           CALL "busca-registro-patronal"
               USING REGISTRO-PATRONAL-CONSULTA.
           CALL "arma-ruta-registro"
               USING WS-RUTA-TIMBRADO WS-PAT-REGISTRO (WS-IX-PAT)
                   WS-RUTA-TIMBRADO-REG.
           OPEN OUTPUT TIMBRADO-REGISTRO.
           IF WS-FILE-STATUS-TRG NOT = "00"
               DISPLAY "No se pudo crear el timbrado del registro "
                   WS-PAT-REGISTRO (WS-IX-PAT) ": "
                   FUNCTION TRIM(WS-RUTA-TIMBRADO-REG)
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT TIMBRADO-SALIDA
               MOVE "1" TO FIN-DE-TIMBRADO
               PERFORM LEE-TIMBRADO
               PERFORM COPIA-RECIBO-REGISTRO
                   UNTIL FIN-DE-TIMBRADO = "0"
               CLOSE TIMBRADO-SALIDA
               MOVE WS-PAT-RECIBOS (WS-IX-PAT) TO TIM-TOT-RECIBOS
               MOVE WS-PAT-REGISTRO (WS-IX-PAT) TO TIM-TOT-REGISTRO
               MOVE RPB-RFC-PATRON TO TIM-TOT-RFC-PATRON
               MOVE WS-COLA-TIMBRADO TO LINEA-TIMBRADO-REG
               WRITE LINEA-TIMBRADO-REG
               CLOSE TIMBRADO-REGISTRO
               DISPLAY "Registro " WS-PAT-REGISTRO (WS-IX-PAT) ": "
                   WS-PAT-RECIBOS (WS-IX-PAT) " recibos en "
                   FUNCTION TRIM(WS-RUTA-TIMBRADO-REG)
           END-IF.

           LEE-TIMBRADO.
           READ TIMBRADO-SALIDA
               AT END
                   MOVE "0" TO FIN-DE-TIMBRADO
               NOT AT END
                   MOVE LINEA-TIMBRADO TO WS-DETALLE-TIMBRADO
           END-READ.

           COPIA-RECIBO-REGISTRO.
           IF LINEA-TIMBRADO (1:1) = "D"
               AND TIM-REGISTRO = WS-PAT-REGISTRO (WS-IX-PAT)
               MOVE LINEA-TIMBRADO TO LINEA-TIMBRADO-REG
               WRITE LINEA-TIMBRADO-REG
           END-IF.
           PERFORM LEE-TIMBRADO.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
