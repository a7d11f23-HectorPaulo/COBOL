      *         AJUSTE-RESULTADO.txt, E IMPRIME UNA CONSTANCIA POR
      *         EMPLEADO BAJO EL ENCABEZADO DE LA CASA (RPTENC.cpy)
      *         MAS UNA LISTA DE CONTROL DE CONSTANCIAS EMITIDAS PARA
      *         QUE RH LLEVE LA ENTREGA. DEJA INICIO Y FIN EN
      *         BITACORA-CORRIDAS.log PARA QUE calendario-fiscal SEPA
      *         SI LA CONSTANCIA DEL EJERCICIO YA SE GENERO. AL
      *         EMPLEADO CON FINIQUITO PAGADO EN EL ANO (COLA
      *         FINIQUITOS-POR-PAGAR.txt, FNQREG.cpy, LINEAS "G" DE
      *         paga-finiquitos) SE LE AGREGAN LOS RENGLONES DEL PAGO
      *         POR SEPARACION: TOTAL PAGADO, PARTE EXENTA, ULTIMO
      *         SUELDO MENSUAL, INGRESO NO ACUMULABLE E ISR RETENIDO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-LIS.

       SELECT FINIQUITOS-POR-PAGAR
       ASSIGN TO DYNAMIC WS-RUTA-POR-PAGAR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FNQ.

       DATA DIVISION.
       FILE SECTION.
       FD ACUMULADO-ANUAL.
       FD LISTA-CONTROL.
       01  LINEA-LISTA PIC X(80).

       FD FINIQUITOS-POR-PAGAR.
       01  LINEA-POR-PAGAR PIC X(302).

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
       COPY ACUREG.
       COPY RPTENC.
       COPY FNQREG.

       01  WS-RUTA-ACUMULADO PIC X(200).
       01  WS-RUTA-RESULTADO PIC X(200).
       01  WS-FILE-STATUS-LIS PIC X(2).
       01  FIN-DE-ACUMULADO PIC X.
       01  FIN-DE-RESULTADO PIC X.
       01  WS-RUTA-POR-PAGAR PIC X(200).
       01  WS-FILE-STATUS-FNQ PIC X(2).
       01  FIN-DE-POR-PAGAR PIC X.
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  WS-ANO-X PIC X(4).
       01  WS-IX-AJU PIC 9(4).
       01  WS-AJU-ENCONTRADO PIC 9(4).

      *    Finiquitos pagados en el ano de la constancia.
       01  WS-TABLA-SEPARACIONES.
           05 WS-SEP-LINEA OCCURS 2000 TIMES PIC X(302).
       01  WS-TOTAL-SEPARACIONES PIC 9(4) VALUE ZEROES.
       01  WS-IX-SEP PIC 9(4).
       01  WS-ISR-SEPARACION PIC S9(7)V99.

       01  WS-LINEA-TITULO-CON.
           05 FILLER PIC X(45) VALUE
               "CONSTANCIA DE PERCEPCIONES Y RETENCIONES".
           05 LIS-FECHA PIC X(8).
           05 FILLER PIC X(22) VALUE " RECIBIDA: __________".

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "constancia-anual".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGA-RESULTADOS-AJUSTE.
           PERFORM CARGA-SEPARACIONES.
           PERFORM ABRE-ARCHIVOS.
           MOVE "1" TO FIN-DE-ACUMULADO.
           PERFORM LEE-LINEA-ACUMULADO.
               WS-TOTAL-SIN-CRUCE.
           DISPLAY "Constancias en: " WS-RUTA-CONSTANCIAS.
           DISPLAY "Lista de control en: " WS-RUTA-LISTA.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-CONSTANCIAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
               MOVE WS-ANO-X TO WS-ANO-CONSTANCIA
           ELSE
               DISPLAY "Falta CONSTANCIA_ANO (ano a emitir, AAAA)."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RUTA-LISTA = SPACES
               MOVE "LISTA-CONSTANCIAS.txt" TO WS-RUTA-LISTA
           END-IF.
           ACCEPT WS-RUTA-POR-PAGAR FROM ENVIRONMENT
               "FINIQUITOS_POR_PAGAR_PATH".
           IF WS-RUTA-POR-PAGAR = SPACES
               MOVE "FINIQUITOS-POR-PAGAR.txt" TO WS-RUTA-POR-PAGAR
           END-IF.

      *    Sin resultado del ajuste (el ano aun no lo corre) la
      *    constancia sale sin ese renglon; solo se avisa.
           END-IF.
           PERFORM LEE-LINEA-RESULTADO.

      *    Sin cola de finiquitos no hubo pagos por separacion; no
      *    se avisa.
           CARGA-SEPARACIONES.
           OPEN INPUT FINIQUITOS-POR-PAGAR.
           IF WS-FILE-STATUS-FNQ = "00"
               MOVE "1" TO FIN-DE-POR-PAGAR
               PERFORM LEE-POR-PAGAR
               PERFORM AGREGA-SEPARACION UNTIL FIN-DE-POR-PAGAR = "0"
               CLOSE FINIQUITOS-POR-PAGAR
           END-IF.

           LEE-POR-PAGAR.
           READ FINIQUITOS-POR-PAGAR
               AT END
                   MOVE "0" TO FIN-DE-POR-PAGAR
               NOT AT END
                   MOVE LINEA-POR-PAGAR TO FINIQUITO-PAGO-REGISTRO
           END-READ.

           AGREGA-SEPARACION.
           IF FNQ-STATUS = "G"
               AND FNQ-FECHA-PAGO (1:4) = WS-ANO-X
               AND WS-TOTAL-SEPARACIONES < 2000
               ADD 1 TO WS-TOTAL-SEPARACIONES
               MOVE LINEA-POR-PAGAR
                   TO WS-SEP-LINEA (WS-TOTAL-SEPARACIONES)
           END-IF.
           PERFORM LEE-POR-PAGAR.

           ABRE-ARCHIVOS.
           OPEN INPUT ACUMULADO-ANUAL.
           IF WS-FILE-STATUS-ACU NOT = "00"
               DISPLAY "No se pudo abrir el acumulado anual: "
                   WS-RUTA-ACUMULADO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FILE-STATUS-CON NOT = "00"
               DISPLAY "No se pudo crear el archivo de constancias: "
                   WS-RUTA-CONSTANCIAS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FILE-STATUS-LIS NOT = "00"
               DISPLAY "No se pudo crear la lista de control: "
                   WS-RUTA-LISTA
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               MOVE WS-LINEA-CIFRA-CON TO LINEA-CONSTANCIA
               WRITE LINEA-CONSTANCIA
           END-IF.
           PERFORM IMPRIME-SEPARACION
               VARYING WS-IX-SEP FROM 1 BY 1
               UNTIL WS-IX-SEP > WS-TOTAL-SEPARACIONES.
           MOVE SPACES TO LINEA-CONSTANCIA.
           WRITE LINEA-CONSTANCIA.
           MOVE WS-LINEA-FIRMA-CON TO LINEA-CONSTANCIA.
           MOVE WS-LINEA-LISTA-DET TO LINEA-LISTA.
           WRITE LINEA-LISTA.

      *    Lo gravado del finiquito ya viene dentro del acumulado;
      *    aqui se desglosa el pago por separacion como lo pide la
      *    constancia.
           IMPRIME-SEPARACION.
           MOVE WS-SEP-LINEA (WS-IX-SEP) TO FINIQUITO-PAGO-REGISTRO.
           IF FNQ-NUMERO-EMP = ACU-NUMERO-EMP
               MOVE SPACES TO LINEA-CONSTANCIA
               WRITE LINEA-CONSTANCIA
               MOVE "PAGO POR SEPARACION (FINIQUITO)" TO CON-CONCEPTO
               MOVE FNQ-TOTAL TO CON-IMPORTE
               MOVE WS-LINEA-CIFRA-CON TO LINEA-CONSTANCIA
               WRITE LINEA-CONSTANCIA
               MOVE "  PARTE EXENTA" TO CON-CONCEPTO
               MOVE FNQ-EXENTO TO CON-IMPORTE
               MOVE WS-LINEA-CIFRA-CON TO LINEA-CONSTANCIA
               WRITE LINEA-CONSTANCIA
               MOVE "  ULTIMO SUELDO MENSUAL ORDINARIO" TO CON-CONCEPTO
               MOVE FNQ-SUELDO-MENSUAL TO CON-IMPORTE
               MOVE WS-LINEA-CIFRA-CON TO LINEA-CONSTANCIA
               WRITE LINEA-CONSTANCIA
               MOVE "  INGRESO NO ACUMULABLE" TO CON-CONCEPTO
               MOVE FNQ-INDEM-NO-ACUMULABLE TO CON-IMPORTE
               MOVE WS-LINEA-CIFRA-CON TO LINEA-CONSTANCIA
               WRITE LINEA-CONSTANCIA
               COMPUTE WS-ISR-SEPARACION =
                   FNQ-ISR-ORDINARIO + FNQ-ISR-INDEMNIZACION
               MOVE "  ISR RETENIDO POR SEPARACION" TO CON-CONCEPTO
               MOVE WS-ISR-SEPARACION TO CON-IMPORTE
               MOVE WS-LINEA-CIFRA-CON TO LINEA-CONSTANCIA
               WRITE LINEA-CONSTANCIA
           END-IF.

           BUSCA-AJUSTE-EMPLEADO.
           MOVE ZEROES TO WS-AJU-ENCONTRADO.
           PERFORM VARYING WS-IX-AJU FROM 1 BY 1
               END-IF
           END-PERFORM.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM constancia-anual.
