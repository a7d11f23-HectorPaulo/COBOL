      *         "E" POR CHEQUE EN EL REGISTRO DE CHEQUES (CHQREG.cpy)
      *         PARA QUE LA CONCILIACION BANCARIA POR FIN CUADRE.
      *         CANCELACIONES Y REEXPEDICIONES SE HACEN EN
      *         MANTIENE-CHEQUES, NUNCA AQUI. CON
      *         NOMINA_COMPLEMENTARIA=<PERIODO> IMPRIME SOLO LAS
      *         DIFERENCIAS DE LA NOMINA COMPLEMENTARIA DE ESE PERIODO
      *         CERRADO, CON EL FOLIO DE LA MISMA SERIE; CON
      *         NOMINA_FINIQUITOS=<FOLIO> IMPRIME LOS FINIQUITOS DE
      *         ESA CORRIDA DE paga-finiquitos. TAMBIEN
      *         RECIBE CHEQUE EL EMPLEADO CUYO DEPOSITO RETIENE
      *         dispersa-nomina POR UN CAMBIO DE CLABE SIN VERIFICAR
      *         (MISMA RUTINA busca-retencion-clabe). EL REGISTRO
      *         GUARDA EL BENEFICIARIO IMPRESO PARA QUE pago-positivo
      *         SE LO AVISE AL BANCO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
       01  LINEA-FOLIO PIC X(20).

       FD REGISTRO-CHEQUES.
       01  LINEA-CHEQUE PIC X(110).

       FD CHEQUES-IMPRESOS.
       01  LINEA-IMPRESA PIC X(80).
       01  WS-GEN-EXTENSION PIC X(4).
       01  WS-FECHA-HOY PIC X(8).
       01  WS-PERIODO-CORRIDA PIC X(6).
       01  WS-PERIODO-COMPLEMENTARIA PIC X(6).
       01  WS-FOLIO-FINIQUITOS PIC X(6).
       01  WS-PROXIMO-FOLIO PIC 9(7) VALUE ZEROES.
       01  WS-TOTAL-CHEQUES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-IMPORTE PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-RETENIDOS-CLABE PIC 9(6) VALUE ZEROES.
       01  WS-RESULTADO-CLABE PIC X.
       01  WS-RESULTADO-RETENCION PIC X.

       01  WS-LINEA-CHEQUE-TIT PIC X(40) VALUE
           "CHEQUE DE NOMINA - EMPLEADOS S.A.".
           PERFORM GUARDA-PROXIMO-FOLIO.
           DISPLAY "Cheques impresos: " WS-TOTAL-CHEQUES.
           DISPLAY "Importe total en cheques: " WS-TOTAL-IMPORTE.
           DISPLAY "De ellos, por CLABE sin verificar: "
               WS-TOTAL-RETENIDOS-CLABE.
           DISPLAY "Archivo de cheques: " WS-RUTA-IMPRESOS.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-CHEQUES TO WS-BIT-CONTADOR.
           RESUELVE-RUTAS.
           ACCEPT WS-PERIODO-CORRIDA FROM ENVIRONMENT
               "REGISTRO_NOMINA_PERIODO".
      *    Los cheques de una complementaria llevan el periodo
      *    original que corrigen, en la poliza y en el registro.
           ACCEPT WS-PERIODO-COMPLEMENTARIA FROM ENVIRONMENT
               "NOMINA_COMPLEMENTARIA".
           IF WS-PERIODO-COMPLEMENTARIA NOT = SPACES
               MOVE WS-PERIODO-COMPLEMENTARIA TO WS-PERIODO-CORRIDA
           END-IF.
      *    Los de finiquitos llevan el folio de su corrida de pago.
           ACCEPT WS-FOLIO-FINIQUITOS FROM ENVIRONMENT
               "NOMINA_FINIQUITOS".
           IF WS-FOLIO-FINIQUITOS NOT = SPACES
               MOVE WS-FOLIO-FINIQUITOS TO WS-PERIODO-CORRIDA
           END-IF.
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
                       MOVE "CIFRAS-NOMINA.dat" TO WS-RUTA-CIFRAS
                   END-IF
               END-IF
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
           ACCEPT WS-RUTA-IMPRESOS FROM ENVIRONMENT
               "CHEQUES_SALIDA_PATH".
           IF WS-RUTA-IMPRESOS = SPACES
               IF WS-FOLIO-FINIQUITOS NOT = SPACES
                   MOVE "CHEQUES-FINIQUITOS" TO WS-GEN-BASE-NOMBRE
               ELSE
                   IF WS-PERIODO-COMPLEMENTARIA NOT = SPACES
                       MOVE "CHEQUES-COMPLEMENTARIA"
                           TO WS-GEN-BASE-NOMBRE
                   ELSE
                       MOVE "CHEQUES-NOMINA" TO WS-GEN-BASE-NOMBRE
                   END-IF
               END-IF
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
           END-READ.

      *    Solo los detalles cuyo empleado no tiene CLABE en el
      *    directorio o tiene un cambio de CLABE sin verificar (las
      *    excepciones de la dispersion) reciben cheque; un neto no
      *    positivo tampoco es un cheque.
           PROCESA-LINEA-CIFRAS.
           IF CIF-TIPO = "D"
               AND CIF-NETO > ZEROES
               NOT INVALID KEY
                   IF EMPLEADOS-CLABE = SPACES
                       PERFORM IMPRIME-CHEQUE
                   ELSE
                       PERFORM REVISA-RETENCION-CLABE
                   END-IF
           END-READ.

      *    La dispersion solo retiene a quien de otro modo habria
      *    depositado (CLABE con digito de control valido); los
      *    mismos reciben aqui su cheque.
           REVISA-RETENCION-CLABE.
           CALL "valida-clabe"
               USING EMPLEADOS-CLABE WS-RESULTADO-CLABE
           END-CALL.
           IF WS-RESULTADO-CLABE = "S"
               CALL "busca-retencion-clabe"
                   USING EMPLEADOS-ID WS-RESULTADO-RETENCION
               END-CALL
               IF WS-RESULTADO-RETENCION = "S"
                   ADD 1 TO WS-TOTAL-RETENIDOS-CLABE
                   PERFORM IMPRIME-CHEQUE
               END-IF
           END-IF.

           IMPRIME-CHEQUE.
           ADD 1 TO WS-TOTAL-CHEQUES.
           ADD CIF-NETO TO WS-TOTAL-IMPORTE.
           MOVE WS-PERIODO-CORRIDA TO CHQ-PERIODO.
           MOVE "E" TO CHQ-STATUS.
           MOVE ZEROES TO CHQ-FOLIO-ORIGEN.
           MOVE CIF-NOMBRE TO CHQ-NOMBRE.
           MOVE ZEROES TO CHQ-IMPORTE-COBRADO.
           MOVE CHEQUE-REGISTRO TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.

