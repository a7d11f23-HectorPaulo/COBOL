      *         CON REDONDEO A CENTAVOS: DIAS DE SALARIO DEL MES EN
      *         CURSO, VACACIONES PROPORCIONALES MAS SALDO, PRIMA
      *         VACACIONAL DEL 25 POR CIENTO Y AGUINALDO PROPORCIONAL.
      *         LA INDEMNIZACION, CUANDO LA RAZON DE BAJA LA OBLIGA, SE
      *         PAGA AL SALARIO DIARIO INTEGRADO DE calcula-sdi
      *         (SDIREG.cpy).
      *         IMPRIME LA HOJA DESGLOSADA PARA FIRMA DEL EMPLEADO Y
      *         DEJA UN RENGLON RESUMEN PARA CONTABILIDAD.
      *         NO EMITE LA HOJA MIENTRAS LA CONSTANCIA DE NO ADEUDO
      *         DE LA BAJA (CONSTANCIAS-BAJA.txt, CNSREG.cpy) NO ESTE
      *         LIBERADA POR TODAS LAS AREAS; CON ELLA LIBERADA, LA
      *         HOJA MUESTRA CADA IMPORTE QUE SE RECUPERA (PRESTAMOS,
      *         EQUIPO, VIATICOS SIN COMPROBAR) O QUE SE PAGA (FONDO
      *         DE AHORRO) Y EL NETO.
      *         ADEMAS ENCOLA EL FINIQUITO EN FINIQUITOS-POR-PAGAR.txt
      *         (FNQREG.cpy) CON STATUS PENDIENTE, PARA QUE UN
      *         SUPERVISOR LO APRUEBE (aprueba-finiquitos) Y
      *         paga-finiquitos LO PAGUE CON SU ISR POR DISPERSION O
      *         CHEQUE Y LO TIMBRE. EL RECALCULO DE UNA BAJA YA
      *         ENCOLADA Y NO PAGADA SUSTITUYE SU LINEA. LA COLA SE
      *         CARGA Y SE REESCRIBE BAJO EL CANDADO
      *         finiquitos-por-pagar, EL MISMO DE aprueba-finiquitos Y
      *         paga-finiquitos; SI OTRO LO TIENE, LA HOJA SE EMITE
      *         PERO EL FINIQUITO NO SE ENCOLA (RC 4) Y SE VUELVE A
      *         CORRER.
      *
      *         Tarjeta: numero,fecha-baja,sitio (el sitio va vacio
      *         para la serie numerica original).

       SELECT NOMINA-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS RANDOM
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT EMPLEADOS-ARCHIVO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-VAC.

       SELECT SALARIOS-INTEGRADOS
       ASSIGN TO DYNAMIC WS-RUTA-SDI
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SDI.

       SELECT HOJA-FINIQUITO
       ASSIGN TO DYNAMIC WS-RUTA-HOJA
       ORGANIZATION IS LINE SEQUENTIAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RES.

       SELECT CONSTANCIAS-BAJA
       ASSIGN TO DYNAMIC WS-RUTA-CONSTANCIAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CNS.

       SELECT FINIQUITOS-POR-PAGAR
       ASSIGN TO DYNAMIC WS-RUTA-POR-PAGAR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FNQ.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
       01  LINEA-PARAMETROS PIC X(40).

       FD NOMINA-ENTRADA.
           COPY NOMIDX.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
       FD SALDOS-VACACIONES.
           COPY VACREG.

       FD SALARIOS-INTEGRADOS.
       01  LINEA-SDI PIC X(57).

       FD HOJA-FINIQUITO.
       01  LINEA-HOJA PIC X(80).

       FD RESUMEN-FINIQUITOS.
       01  LINEA-RESUMEN PIC X(80).

       FD CONSTANCIAS-BAJA.
       01  LINEA-CONSTANCIA PIC X(119).

       FD FINIQUITOS-POR-PAGAR.
       01  LINEA-POR-PAGAR PIC X(302).

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
       COPY NOMREG.
       COPY SDIREG.
       COPY CNSREG.
       COPY FNQREG.

       01  WS-RUTA-PARAMETROS PIC X(200).
       01  WS-RUTA-NOMINA PIC X(200).
       01  WS-RUTA-SALDOS PIC X(200).
       01  WS-RUTA-HOJA PIC X(200).
       01  WS-RUTA-RESUMEN PIC X(200).
       01  WS-RUTA-SDI PIC X(200).
       01  WS-FILE-STATUS-PAR PIC X(2).
       01  WS-FILE-STATUS-NOM PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-VAC PIC X(2).
       01  WS-FILE-STATUS-HOJ PIC X(2).
       01  WS-FILE-STATUS-RES PIC X(2).
       01  WS-FILE-STATUS-SDI PIC X(2).
       01  WS-RUTA-CONSTANCIAS PIC X(200).
       01  WS-FILE-STATUS-CNS PIC X(2).
       01  FIN-DE-CONSTANCIAS PIC X.
       01  WS-RUTA-POR-PAGAR PIC X(200).
       01  WS-FILE-STATUS-FNQ PIC X(2).
       01  FIN-DE-POR-PAGAR PIC X.
       01  FIN-DE-SDI PIC X.
       01  WS-NUMERO-X PIC X(5).
       01  WS-FECHA-BAJA-X PIC X(8).
       01  WS-SITIO-X PIC X(2).
       01  WS-SALDO-VACACIONES PIC S9(3) VALUE ZEROES.

       01  WS-SALARIO-DIARIO PIC 9(5)V9999.
      *    Salario diario integrado para la indemnizacion; sin SDI
      *    capturado se indemniza a salario diario, con aviso.
       01  WS-SALARIO-INTEGRADO PIC 9(5)V9999 VALUE ZEROES.
       01  WS-SDI-HALLADO PIC X VALUE "N".
       01  WS-DIA-DEL-MES PIC 9(2).
       01  WS-SUELDO-PENDIENTE PIC S9(7)V99.
       01  WS-ANOS-SERVICIO PIC 9(3).
       01  WS-AGUINALDO-PROP PIC S9(7)V99.
       01  WS-TOTAL-FINIQUITO PIC S9(9)V99.

      *    Constancia de no adeudo de la baja: renglones de la misma
      *    fecha de baja, areas sin liberar y los importes que se
      *    recuperan ("R") o se pagan ("P") junto con el finiquito.
       01  WS-ID-BAJA PIC X(6).
       01  WS-CONSTANCIA-AREAS PIC 9(2) VALUE ZEROES.
       01  WS-CONSTANCIA-PENDIENTES PIC 9(2) VALUE ZEROES.
       01  WS-TABLA-AJUSTES.
           05 WS-AJUSTE OCCURS 10 TIMES.
               10 WS-AJU-AREA PIC X(3).
               10 WS-AJU-SENTIDO PIC X(1).
               10 WS-AJU-IMPORTE PIC S9(9)V99.
       01  WS-TOTAL-AJUSTES PIC 9(2) VALUE ZEROES.
       01  WS-IX-AJU PIC 9(2).
       01  WS-NETO-FINIQUITO PIC S9(9)V99.

      *    Razon de la baja del directorio (EMPLEADOS-BAJA-RAZON);
      *    cuando la razon del catalogo obliga indemnizacion (despido
      *    injustificado), se agregan los 90 dias constitucionales y
       01  WS-RESULTADO-RAZON PIC X.
       01  WS-INDEMNIZACION-90 PIC S9(9)V99 VALUE ZEROES.
       01  WS-INDEMNIZACION-20 PIC S9(9)V99 VALUE ZEROES.
      *    Anos para la exencion de la indemnizacion: la fraccion de
      *    mas de seis meses desde el ultimo aniversario cuenta.
       01  WS-ANOS-EXENCION PIC 9(2).

      *    Cola de finiquitos por pagar: se carga completa, se
      *    sustituye o agrega la linea de esta baja y se reescribe.
       01  WS-TABLA-POR-PAGAR.
           05 WS-FNQ-LINEA OCCURS 2000 TIMES PIC X(302).
       01  WS-TOTAL-POR-PAGAR PIC 9(4) VALUE ZEROES.
       01  WS-IX-FNQ PIC 9(4).
       01  WS-FNQ-ENCONTRADO PIC 9(4).
       01  WS-ENCOLAR PIC X.
       01  WS-CANDADO-PROGRAMA PIC X(20)
           VALUE "finiquitos-por-pagar".
       01  WS-CANDADO-USUARIO PIC X(20).
       01  WS-CANDADO-RESULTADO PIC X.
       01  WS-FECHA-HOY PIC X(8).

       01  WS-LINEA-CONCEPTO.
           05 FILLER PIC X(3) VALUE SPACES.
           PERFORM LEE-TARJETA.
           PERFORM BUSCA-SALARIO.
           PERFORM BUSCA-FECHA-INGRESO.
           PERFORM VERIFICA-CONSTANCIA.
           PERFORM BUSCA-SALDO-VACACIONES.
           PERFORM BUSCA-SDI.
           PERFORM CALCULA-COMPONENTES.
           PERFORM IMPRIME-HOJA.
           PERFORM ESCRIBE-RESUMEN.
           PERFORM ENCOLA-FINIQUITO.
           DISPLAY "Finiquito del empleado " WS-NUMERO-FINIQUITO
               " por " WS-TOTAL-FINIQUITO ".".
           DISPLAY "Neto a pagar despues de la constancia de no "
               "adeudo: " WS-NETO-FINIQUITO ".".
           DISPLAY "Hoja de finiquito: " WS-RUTA-HOJA.
           STOP RUN.

           IF WS-RUTA-RESUMEN = SPACES
               MOVE "FINIQUITOS-RESUMEN.txt" TO WS-RUTA-RESUMEN
           END-IF.
           ACCEPT WS-RUTA-SDI FROM ENVIRONMENT
               "SALARIOS_INTEGRADOS_PATH".
           IF WS-RUTA-SDI = SPACES
               MOVE "SALARIOS-INTEGRADOS.txt" TO WS-RUTA-SDI
           END-IF.
           ACCEPT WS-RUTA-CONSTANCIAS FROM ENVIRONMENT
               "CONSTANCIAS_BAJA_PATH".
           IF WS-RUTA-CONSTANCIAS = SPACES
               MOVE "CONSTANCIAS-BAJA.txt" TO WS-RUTA-CONSTANCIAS
           END-IF.
           ACCEPT WS-RUTA-POR-PAGAR FROM ENVIRONMENT
               "FINIQUITOS_POR_PAGAR_PATH".
           IF WS-RUTA-POR-PAGAR = SPACES
               MOVE "FINIQUITOS-POR-PAGAR.txt" TO WS-RUTA-POR-PAGAR
           END-IF.

           LEE-TARJETA.
           OPEN INPUT PARAMETROS.
               STOP RUN
           END-IF.
           MOVE "N" TO WS-SALARIO-HALLADO.
           MOVE WS-SITIO-X TO NMX-SITIO.
           MOVE WS-NUMERO-FINIQUITO TO NMX-NUMERO.
           READ NOMINA-ENTRADA
               KEY IS NMX-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
                   MOVE WS-SALARIO-EMP TO WS-SALARIO-BASE
                   MOVE WS-NOMBRE-EMP TO WS-NOMBRE-BAJA
                   MOVE "S" TO WS-SALARIO-HALLADO
           END-READ.
           CLOSE NOMINA-ENTRADA.
           IF WS-SALARIO-HALLADO NOT = "S"
               DISPLAY "El numero " WS-NUMERO-FINIQUITO
               STOP RUN
           END-IF.

           BUSCA-FECHA-INGRESO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
           CALL "forma-id-directorio"
               USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
           END-CALL.
           MOVE EMPLEADOS-ID TO WS-ID-BAJA.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
           END-IF.
           CLOSE EMPLEADOS-ARCHIVO.

      *    Sin constancia de no adeudo de esta baja, o con un area que
      *    todavia no firma, no sale la hoja: el finiquito no se puede
      *    entregar mientras haya adeudos o bajas de beneficios sin
      *    atender.
           VERIFICA-CONSTANCIA.
           OPEN INPUT CONSTANCIAS-BAJA.
           IF WS-FILE-STATUS-CNS = "00"
               MOVE "1" TO FIN-DE-CONSTANCIAS
               PERFORM LEE-CONSTANCIA
               PERFORM REVISA-CONSTANCIA
                   UNTIL FIN-DE-CONSTANCIAS = "0"
               CLOSE CONSTANCIAS-BAJA
           END-IF.
           IF WS-CONSTANCIA-AREAS = ZEROES
               DISPLAY "El " WS-ID-BAJA " no tiene constancia de no "
                   "adeudo de la baja del " WS-FECHA-BAJA-X
                   "; corra constancia-no-adeudo."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CONSTANCIA-PENDIENTES > ZEROES
               DISPLAY "La constancia de no adeudo del " WS-ID-BAJA
                   " tiene " WS-CONSTANCIA-PENDIENTES " area(s) sin "
                   "liberar; el finiquito no se emite."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           LEE-CONSTANCIA.
           READ CONSTANCIAS-BAJA
               AT END
                   MOVE "0" TO FIN-DE-CONSTANCIAS
               NOT AT END
                   MOVE LINEA-CONSTANCIA TO CONSTANCIA-REGISTRO
           END-READ.

           REVISA-CONSTANCIA.
           IF CNS-EMPLEADO-ID = WS-ID-BAJA
               AND CNS-FECHA-BAJA = WS-FECHA-BAJA-X
               ADD 1 TO WS-CONSTANCIA-AREAS
               IF CNS-STATUS NOT = "L"
                   ADD 1 TO WS-CONSTANCIA-PENDIENTES
                   DISPLAY "  Area pendiente: " CNS-AREA " "
                       FUNCTION TRIM(CNS-DETALLE)
               END-IF
               IF (CNS-SENTIDO = "R" OR CNS-SENTIDO = "P")
                   AND CNS-IMPORTE NOT = ZEROES
                   AND WS-TOTAL-AJUSTES < 10
                   ADD 1 TO WS-TOTAL-AJUSTES
                   MOVE CNS-AREA TO WS-AJU-AREA (WS-TOTAL-AJUSTES)
                   MOVE CNS-SENTIDO TO WS-AJU-SENTIDO (WS-TOTAL-AJUSTES)
                   MOVE CNS-IMPORTE TO WS-AJU-IMPORTE (WS-TOTAL-AJUSTES)
               END-IF
           END-IF.
           PERFORM LEE-CONSTANCIA.

           BUSCA-SALDO-VACACIONES.
           OPEN INPUT SALDOS-VACACIONES.
           IF WS-FILE-STATUS-VAC NOT = "00"
               CLOSE SALDOS-VACACIONES
           END-IF.

           BUSCA-SDI.
           OPEN INPUT SALARIOS-INTEGRADOS.
           IF WS-FILE-STATUS-SDI = "00"
               MOVE "1" TO FIN-DE-SDI
               PERFORM LEE-SDI
               PERFORM COMPARA-SDI
                   UNTIL FIN-DE-SDI = "0"
                   OR WS-SDI-HALLADO = "S"
               CLOSE SALARIOS-INTEGRADOS
           END-IF.

           LEE-SDI.
           READ SALARIOS-INTEGRADOS
               AT END
                   MOVE "0" TO FIN-DE-SDI
               NOT AT END
                   MOVE LINEA-SDI TO SDI-REGISTRO
           END-READ.

           COMPARA-SDI.
           IF SDI-NUMERO-EMP = WS-NUMERO-FINIQUITO
               AND SDI-SITIO = WS-SITIO-X
               MOVE SDI-INTEGRADO TO WS-SALARIO-INTEGRADO
               MOVE "S" TO WS-SDI-HALLADO
           ELSE
               PERFORM LEE-SDI
           END-IF.

      *    Componentes legales, cada uno redondeado a centavos:
      *    - dias de salario del mes en curso hasta la fecha de baja;
      *    - vacaciones: el saldo no gozado mas la parte proporcional
           IF WS-DIAS-DESDE-ANIV < ZEROES
               MOVE ZEROES TO WS-DIAS-DESDE-ANIV
           END-IF.
           MOVE WS-ANOS-SERVICIO TO WS-ANOS-EXENCION.
           IF WS-DIAS-DESDE-ANIV > 182
               ADD 1 TO WS-ANOS-EXENCION
           END-IF.
           COMPUTE WS-VACACIONES-PROP ROUNDED =
               WS-DIAS-DERECHO * WS-DIAS-DESDE-ANIV / 365.
           ADD WS-SALDO-VACACIONES WS-VACACIONES-PROP
               WS-SALARIO-DIARIO * 15 * WS-DIAS-DEL-ANO / 365.
      *    Indemnizacion solo cuando la razon de la baja la obliga:
      *    90 dias constitucionales mas 20 dias por ano de servicio,
      *    ambos a salario diario integrado.
           MOVE ZEROES TO WS-INDEMNIZACION-90 WS-INDEMNIZACION-20.
           IF WS-RAZON-INDEMNIZA = "S"
               IF WS-SDI-HALLADO NOT = "S"
                   DISPLAY "Aviso: el empleado no tiene salario "
                       "integrado; se indemniza a salario diario."
                   MOVE WS-SALARIO-DIARIO TO WS-SALARIO-INTEGRADO
               END-IF
               COMPUTE WS-INDEMNIZACION-90 ROUNDED =
                   WS-SALARIO-INTEGRADO * 90
               COMPUTE WS-INDEMNIZACION-20 ROUNDED =
                   WS-SALARIO-INTEGRADO * 20 * WS-ANOS-SERVICIO
           END-IF.
           MOVE ZEROES TO WS-TOTAL-FINIQUITO.
           ADD WS-SUELDO-PENDIENTE TO WS-TOTAL-FINIQUITO.
           ADD WS-AGUINALDO-PROP TO WS-TOTAL-FINIQUITO.
           ADD WS-INDEMNIZACION-90 TO WS-TOTAL-FINIQUITO.
           ADD WS-INDEMNIZACION-20 TO WS-TOTAL-FINIQUITO.
           MOVE WS-TOTAL-FINIQUITO TO WS-NETO-FINIQUITO.
           PERFORM APLICA-AJUSTE
               VARYING WS-IX-AJU FROM 1 BY 1
               UNTIL WS-IX-AJU > WS-TOTAL-AJUSTES.
           IF WS-NETO-FINIQUITO < ZEROES
               DISPLAY "Aviso: lo que se recupera excede el finiquito; "
                   "el empleado queda a deber " WS-NETO-FINIQUITO "."
           END-IF.

           APLICA-AJUSTE.
           IF WS-AJU-SENTIDO (WS-IX-AJU) = "R"
               SUBTRACT WS-AJU-IMPORTE (WS-IX-AJU)
                   FROM WS-NETO-FINIQUITO
           ELSE
               ADD WS-AJU-IMPORTE (WS-IX-AJU) TO WS-NETO-FINIQUITO
           END-IF.

           IMPRIME-HOJA.
           OPEN OUTPUT HOJA-FINIQUITO.
           MOVE WS-TOTAL-FINIQUITO TO FIN-IMPORTE.
           MOVE WS-LINEA-CONCEPTO TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           IF WS-TOTAL-AJUSTES > ZEROES
               MOVE SPACES TO LINEA-HOJA
               WRITE LINEA-HOJA
               MOVE "CONSTANCIA DE NO ADEUDO:" TO LINEA-HOJA
               WRITE LINEA-HOJA
               PERFORM IMPRIME-AJUSTE
                   VARYING WS-IX-AJU FROM 1 BY 1
                   UNTIL WS-IX-AJU > WS-TOTAL-AJUSTES
           END-IF.
           MOVE SPACES TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE "NETO A PAGAR" TO FIN-CONCEPTO.
           MOVE WS-NETO-FINIQUITO TO FIN-IMPORTE.
           MOVE WS-LINEA-CONCEPTO TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE SPACES TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE "RECIBI DE CONFORMIDAD: ______________________"
           WRITE LINEA-HOJA.
           CLOSE HOJA-FINIQUITO.

      *    Lo que se recupera sale con signo negativo en la hoja.
           IMPRIME-AJUSTE.
           EVALUATE WS-AJU-AREA (WS-IX-AJU)
               WHEN "PRE"
                   MOVE "Menos: saldo de prestamos" TO FIN-CONCEPTO
               WHEN "EQP"
                   MOVE "Menos: equipo no devuelto" TO FIN-CONCEPTO
               WHEN "VIA"
                   MOVE "Menos: viaticos sin comprobar" TO FIN-CONCEPTO
               WHEN "FON"
                   MOVE "Mas: fondo de ahorro y aportacion" TO
                       FIN-CONCEPTO
               WHEN OTHER
                   MOVE SPACES TO FIN-CONCEPTO
                   IF WS-AJU-SENTIDO (WS-IX-AJU) = "R"
                       STRING "Menos: area " WS-AJU-AREA (WS-IX-AJU)
                           DELIMITED BY SIZE INTO FIN-CONCEPTO
                       END-STRING
                   ELSE
                       STRING "Mas: area " WS-AJU-AREA (WS-IX-AJU)
                           DELIMITED BY SIZE INTO FIN-CONCEPTO
                       END-STRING
                   END-IF
           END-EVALUATE.
           IF WS-AJU-SENTIDO (WS-IX-AJU) = "R"
               COMPUTE FIN-IMPORTE = 0 - WS-AJU-IMPORTE (WS-IX-AJU)
           ELSE
               MOVE WS-AJU-IMPORTE (WS-IX-AJU) TO FIN-IMPORTE
           END-IF.
           MOVE WS-LINEA-CONCEPTO TO LINEA-HOJA.
           WRITE LINEA-HOJA.

           ESCRIBE-RESUMEN.
           OPEN EXTEND RESUMEN-FINIQUITOS.
           IF WS-FILE-STATUS-RES NOT = "00"
                   FIN-IMPORTE DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING
               MOVE WS-NETO-FINIQUITO TO FIN-IMPORTE
               MOVE " NETO: " TO LINEA-RESUMEN (45:7)
               MOVE FIN-IMPORTE TO LINEA-RESUMEN (52:12)
               WRITE LINEA-RESUMEN
               CLOSE RESUMEN-FINIQUITOS
           END-IF.

           ENCOLA-FINIQUITO.
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
               DISPLAY "AVISO: la cola de finiquitos esta en uso; el "
                   "finiquito no se encolo. Vuelva a correrlo."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM CARGA-Y-ENCOLA
               CALL "libera-candado" USING WS-CANDADO-PROGRAMA
               END-CALL
           END-IF.

      *    La linea de la misma baja (numero, sitio y fecha) que no
      *    este pagada se sustituye y regresa a pendiente: la
      *    aprobacion anterior era de otras cifras. Una ya pagada no
      *    se vuelve a encolar.
           CARGA-Y-ENCOLA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZEROES TO WS-FNQ-ENCONTRADO.
           MOVE "S" TO WS-ENCOLAR.
           OPEN INPUT FINIQUITOS-POR-PAGAR.
           IF WS-FILE-STATUS-FNQ = "00"
               MOVE "1" TO FIN-DE-POR-PAGAR
               PERFORM LEE-POR-PAGAR
               PERFORM AGREGA-POR-PAGAR UNTIL FIN-DE-POR-PAGAR = "0"
               CLOSE FINIQUITOS-POR-PAGAR
           END-IF.
           IF WS-FNQ-ENCONTRADO > ZEROES
               MOVE WS-FNQ-LINEA (WS-FNQ-ENCONTRADO)
                   TO FINIQUITO-PAGO-REGISTRO
               IF FNQ-STATUS = "G"
                   DISPLAY "AVISO: este finiquito ya se pago con el "
                       "folio " FNQ-FOLIO-PAGO "; no se vuelve a "
                       "encolar."
                   MOVE "N" TO WS-ENCOLAR
               END-IF
           ELSE
               IF WS-TOTAL-POR-PAGAR < 2000
                   ADD 1 TO WS-TOTAL-POR-PAGAR
                   MOVE WS-TOTAL-POR-PAGAR TO WS-FNQ-ENCONTRADO
               ELSE
                   DISPLAY "AVISO: la cola de finiquitos por pagar "
                       "esta llena; el finiquito no se encolo."
                   MOVE "N" TO WS-ENCOLAR
               END-IF
           END-IF.
           IF WS-ENCOLAR = "S"
               PERFORM ARMA-LINEA-POR-PAGAR
               MOVE FINIQUITO-PAGO-REGISTRO
                   TO WS-FNQ-LINEA (WS-FNQ-ENCONTRADO)
               PERFORM REESCRIBE-POR-PAGAR
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           REESCRIBE-POR-PAGAR.
           OPEN OUTPUT FINIQUITOS-POR-PAGAR.
           IF WS-FILE-STATUS-FNQ NOT = "00"
               DISPLAY "AVISO: no se pudo reescribir la cola de "
                   "finiquitos por pagar: " WS-RUTA-POR-PAGAR
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM ESCRIBE-POR-PAGAR
                   VARYING WS-IX-FNQ FROM 1 BY 1
                   UNTIL WS-IX-FNQ > WS-TOTAL-POR-PAGAR
               CLOSE FINIQUITOS-POR-PAGAR
               DISPLAY "Finiquito encolado para aprobacion en: "
                   WS-RUTA-POR-PAGAR
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
               IF FNQ-NUMERO-EMP = WS-NUMERO-FINIQUITO
                   AND FNQ-SITIO = WS-SITIO-X
                   AND FNQ-FECHA-BAJA = WS-FECHA-BAJA-X
                   MOVE WS-TOTAL-POR-PAGAR TO WS-FNQ-ENCONTRADO
               END-IF
           END-IF.
           PERFORM LEE-POR-PAGAR.

           ARMA-LINEA-POR-PAGAR.
           MOVE SPACES TO FINIQUITO-PAGO-REGISTRO.
           MOVE WS-NUMERO-FINIQUITO TO FNQ-NUMERO-EMP.
           MOVE WS-SITIO-X TO FNQ-SITIO.
           MOVE WS-FECHA-BAJA-X TO FNQ-FECHA-BAJA.
           MOVE WS-NOMBRE-BAJA TO FNQ-NOMBRE.
           MOVE WS-DEPTO-EMP TO FNQ-DEPTO.
           MOVE WS-REGIMEN-EMP TO FNQ-REGIMEN.
           MOVE WS-ANOS-EXENCION TO FNQ-ANOS-SERVICIO.
           MOVE WS-SALARIO-BASE TO FNQ-SUELDO-MENSUAL.
           MOVE WS-SUELDO-PENDIENTE TO FNQ-SUELDO-PENDIENTE.
           MOVE WS-PAGO-VACACIONES TO FNQ-VACACIONES.
           MOVE WS-PRIMA-VACACIONAL TO FNQ-PRIMA-VACACIONAL.
           MOVE WS-AGUINALDO-PROP TO FNQ-AGUINALDO.
           COMPUTE FNQ-INDEMNIZACION =
               WS-INDEMNIZACION-90 + WS-INDEMNIZACION-20.
           MOVE WS-TOTAL-FINIQUITO TO FNQ-TOTAL.
           MOVE WS-NETO-FINIQUITO TO FNQ-NETO.
           MOVE WS-FECHA-HOY TO FNQ-FECHA-CALCULO.
           MOVE "P" TO FNQ-STATUS.
           MOVE ZEROES TO FNQ-EXENTO FNQ-GRAVADO-ORDINARIO
               FNQ-ISR-ORDINARIO FNQ-INDEM-ACUMULABLE
               FNQ-INDEM-NO-ACUMULABLE FNQ-ISR-INDEMNIZACION
               FNQ-NETO-PAGADO.

           ESCRIBE-POR-PAGAR.
           MOVE WS-FNQ-LINEA (WS-IX-FNQ) TO LINEA-POR-PAGAR.
           WRITE LINEA-POR-PAGAR.

      *    Tabla de dias de vacaciones por antiguedad de la LFT, la
      *    misma que abona acumula-vacaciones.
           DETERMINA-DIAS-DERECHO.
