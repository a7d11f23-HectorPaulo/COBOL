      *         DEBE CUADRAR CON EL TOT-NETO DEL REGISTRO, PARA QUE
      *         NADIE VUELVA A TECLEAR DEPOSITOS EN EL PORTAL DEL
      *         BANCO. LA CLABE SE TOMA DEL DIRECTORIO CRUZANDO POR LA
      *         REGLA DE CRUCEID.cpy. CON NOMINA_FRECUENCIA=S
      *         DISPERSA LAS CIFRAS DE LA NOMINA SEMANAL A
      *         DISPERSION-NOMINA-SEMANAL.txt. CON
      *         NOMINA_COMPLEMENTARIA=<PERIODO> DISPERSA SOLO LAS
      *         DIFERENCIAS DE LA NOMINA COMPLEMENTARIA DE ESE PERIODO
      *         (CIFRAS-COMPLEMENTARIA-<PERIODO>.dat) A
      *         DISPERSION-COMPLEMENTARIA-<PERIODO>.txt; CON
      *         NOMINA_FINIQUITOS=<FOLIO> DISPERSA LOS FINIQUITOS DE
      *         ESA CORRIDA DE paga-finiquitos
      *         (CIFRAS-FINIQUITOS-<FOLIO>.dat) A
      *         DISPERSION-FINIQUITOS-<FOLIO>.txt. EL EMPLEADO
      *         CON UN CAMBIO DE CLABE SIN VERIFICAR (CAMBIOS-CLABE.txt,
      *         busca-retencion-clabe) NO SE DEPOSITA: SU NETO SE
      *         RETIENE PARA cheques-nomina Y SE LISTA APARTE. AL
      *         TERMINAR SELLA EL ARCHIVO (sella-dispersion) Y ASIENTA
      *         LA GENERACION EN LA BITACORA DE LIBERACION (LDIREG.cpy):
      *         EL ARCHIVO NO SE SUBE AL BANCO SIN DOS APROBACIONES DE
      *         TESORERIA (libera-dispersion) NI SIN PASAR
      *         verifica-dispersion.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
       COPY CIFREG.

       01  WS-RUTA-CIFRAS PIC X(200).
      *    Frecuencia de la corrida (NOMINA_FRECUENCIA): con "S" las
      *    rutas por omision son las de la nomina semanal.
       01  WS-FRECUENCIA-CORRIDA PIC X(1).
       01  WS-PERIODO-COMPLEMENTARIA PIC X(6).
       01  WS-FOLIO-FINIQUITOS PIC X(6).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-RUTA-DISPERSION PIC X(200).
       01  WS-FILE-STATUS-CIF PIC X(2).
       01  WS-NOMBRE-BANCO PIC X(10).
       01  WS-RESULTADO-BANCO PIC X.
       01  WS-TOTAL-SIN-CRUCE PIC 9(6) VALUE ZEROES.
       01  WS-RESULTADO-RETENCION PIC X.
       01  WS-TOTAL-RETENIDOS-CLABE PIC 9(6) VALUE ZEROES.
       01  WS-NETO-RETENIDO PIC S9(11)V99 VALUE ZEROES.
       01  WS-NETO-DISPERSADO PIC S9(11)V99 VALUE ZEROES.
       01  WS-NETO-REGISTRO PIC S9(9)V99 VALUE ZEROES.
       01  WS-TRAILER-LEIDO PIC X VALUE "N".
       01  WS-CANDADO-PROGRAMA PIC X(20) VALUE "dispersa-nomina".
       01  WS-CANDADO-USUARIO PIC X(20).
       01  WS-CANDADO-RESULTADO PIC X.
       01  WS-HUELLA-DISPERSION PIC X(18).
       01  WS-CONTEO-SELLO PIC 9(6).
       01  WS-TOTAL-SELLO PIC 9(13).
       01  WS-RESULTADO-SELLO PIC X.
       01  WS-EVENTO-LIBERACION PIC X(3) VALUE "GEN".

       01  WS-ENCABEZADO-DISPERSION.
           05 FILLER PIC X VALUE "H".
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE ARCHIVO-DISPERSION.
           PERFORM VERIFICA-CONTRA-REGISTRO.
           PERFORM ASIENTA-GENERACION.
           DISPLAY "Detalles de cifras leidos: " WS-TOTAL-DETALLES.
           DISPLAY "Depositos generados: " WS-TOTAL-DISPERSADOS.
           DISPLAY "Sin CLABE capturada: " WS-TOTAL-SIN-CLABE.
           DISPLAY "Con CLABE invalida: " WS-TOTAL-CLABE-MALA.
           DISPLAY "Sin cruce con el directorio: "
               WS-TOTAL-SIN-CRUCE.
           DISPLAY "Retenidos por CLABE sin verificar (a cheque): "
               WS-TOTAL-RETENIDOS-CLABE.
           DISPLAY "Archivo de dispersion: " WS-RUTA-DISPERSION.
           CALL "libera-candado" USING WS-CANDADO-PROGRAMA END-CALL.
           STOP RUN.

      *    La huella queda asentada a nombre de quien corrio la
      *    dispersion; desde aqui cualquier cambio al archivo lo
      *    detectan libera-dispersion y verifica-dispersion.
           ASIENTA-GENERACION.
           CALL "sella-dispersion"
               USING WS-RUTA-DISPERSION WS-HUELLA-DISPERSION
                   WS-CONTEO-SELLO WS-TOTAL-SELLO WS-RESULTADO-SELLO
           END-CALL.
           IF WS-RESULTADO-SELLO NOT = "S"
               DISPLAY "AVISO: no se pudo sellar el archivo de "
                   "dispersion; no podra liberarse."
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "asienta-liberacion"
                   USING WS-EVENTO-LIBERACION WS-CANDADO-USUARIO
                       WS-HUELLA-DISPERSION WS-CONTEO-SELLO
                       WS-TOTAL-SELLO WS-RUTA-DISPERSION
                       WS-RESULTADO-SELLO
               END-CALL
               DISPLAY "Huella del archivo: " WS-HUELLA-DISPERSION
                   "; pendiente de dos aprobaciones de tesoreria."
           END-IF.

      *    Candado de corrida: un segundo arranque simultaneo
      *    mandaria dos archivos al banco.
           TOMA-CANDADO-CORRIDA.
           END-IF.

           RESUELVE-RUTAS.
           ACCEPT WS-FRECUENCIA-CORRIDA FROM ENVIRONMENT
               "NOMINA_FRECUENCIA".
           MOVE FUNCTION UPPER-CASE(WS-FRECUENCIA-CORRIDA)
               TO WS-FRECUENCIA-CORRIDA.
      *    La complementaria de un periodo cerrado trae sus propias
      *    cifras (solo las diferencias) y su propio archivo de
      *    dispersion, para no pisar los del periodo en curso.
           ACCEPT WS-PERIODO-COMPLEMENTARIA FROM ENVIRONMENT
               "NOMINA_COMPLEMENTARIA".
      *    Lo mismo la corrida de finiquitos, por su folio.
           ACCEPT WS-FOLIO-FINIQUITOS FROM ENVIRONMENT
               "NOMINA_FINIQUITOS".
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
           ACCEPT WS-RUTA-DISPERSION FROM ENVIRONMENT
               "DISPERSION_SALIDA_PATH".
           IF WS-RUTA-DISPERSION = SPACES
               IF WS-FOLIO-FINIQUITOS NOT = SPACES
                   STRING "DISPERSION-FINIQUITOS-" DELIMITED BY SIZE
                       WS-FOLIO-FINIQUITOS DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                       INTO WS-RUTA-DISPERSION
                   END-STRING
               ELSE
                   IF WS-PERIODO-COMPLEMENTARIA NOT = SPACES
                       STRING "DISPERSION-COMPLEMENTARIA-"
                           DELIMITED BY SIZE
                           WS-PERIODO-COMPLEMENTARIA DELIMITED BY SPACE
                           ".txt" DELIMITED BY SIZE
                           INTO WS-RUTA-DISPERSION
                       END-STRING
                   ELSE
                       IF WS-FRECUENCIA-CORRIDA = "S"
                           MOVE "DISPERSION-NOMINA-SEMANAL.txt"
                               TO WS-RUTA-DISPERSION
                       ELSE
                           MOVE "DISPERSION-NOMINA.txt"
                               TO WS-RUTA-DISPERSION
                       END-IF
                   END-IF
               END-IF
           END-IF.

           LEE-LINEA-CIFRAS.
      *                excluye y el descuadre contra el registro lo
      *                deja a la vista.
                       IF CIF-NETO > ZEROES
                           PERFORM REVISA-RETENCION-CLABE
                       ELSE
                           DISPLAY "Empleado " CIF-NUMERO " con neto "
                               "no positivo; no se dispersa."
                   END-IF
           END-READ.

      *    Un cambio de CLABE que nadie mas ha verificado no recibe
      *    deposito: el neto se paga con cheque (cheques-nomina usa
      *    la misma rutina) hasta que confirma-clabe lo libere.
           REVISA-RETENCION-CLABE.
           CALL "busca-retencion-clabe"
               USING EMPLEADOS-ID WS-RESULTADO-RETENCION
           END-CALL.
           IF WS-RESULTADO-RETENCION = "S"
               DISPLAY "Empleado " CIF-NUMERO " con cambio de CLABE "
                   "sin verificar; se paga con cheque."
               ADD 1 TO WS-TOTAL-RETENIDOS-CLABE
               ADD CIF-NETO TO WS-NETO-RETENIDO
           ELSE
               PERFORM ESCRIBE-DETALLE-DISPERSION
           END-IF.

           ESCRIBE-DETALLE-DISPERSION.
           ADD 1 TO WS-TOTAL-DISPERSADOS.
           MOVE WS-TOTAL-DISPERSADOS TO DIS-CONSECUTIVO.
      *    El total dispersado debe cuadrar con el TOT-NETO que dejo
      *    registro-nomina en la cola de las cifras; si no cuadra (por
      *    empleados sin CLABE o sin cruce) el archivo NO debe
      *    mandarse al banco tal cual. Lo retenido por un cambio de
      *    CLABE sin verificar es una exclusion controlada (va a
      *    cheque) y entra al cuadre junto con lo dispersado.
           VERIFICA-CONTRA-REGISTRO.
           IF WS-TRAILER-LEIDO NOT = "S"
               DISPLAY "AVISO: las cifras no traen cola de totales; "
                   "no se pudo verificar contra el registro."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NETO-DISPERSADO + WS-NETO-RETENIDO
                   NOT = WS-NETO-REGISTRO
                   DISPLAY "AVISO: el total dispersado NO cuadra con "
                       "el TOT-NETO del registro."
                   DISPLAY "  Dispersado: " WS-NETO-DISPERSADO
                   DISPLAY "  Retenido:   " WS-NETO-RETENIDO
                   DISPLAY "  Registro:   " WS-NETO-REGISTRO
                   MOVE 8 TO RETURN-CODE
               ELSE
