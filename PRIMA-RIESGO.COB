      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:DETERMINACION ANUAL DE LA PRIMA DEL SEGURO DE RIESGOS
      *         DE TRABAJO (SE CORRE EN FEBRERO SOBRE EL ANO ANTERIOR)
      *         CON LA FORMULA DEL ARTICULO 72 DE LA LEY DEL SEGURO
      *         SOCIAL: PRIMA = [(S/365) + V X (I + D)] X (F/N) + M,
      *         DONDE S SON LOS DIAS SUBSIDIADOS EN EL ANO POR LOS
      *         CERTIFICADOS "R" DE INCAPACIDADES.dat, I LA SUMA DE
      *         LOS PORCENTAJES DE INCAPACIDAD PERMANENTE ENTRE 100 Y
      *         D LAS DEFUNCIONES DEL REGISTRO DE ACCIDENTES
      *         (ACCREG.cpy), N EL PROMEDIO DE TRABAJADORES EXPUESTOS
      *         SEGUN LOS DIAS DE SERVICIO DEL DIRECTORIO, V = 28,
      *         F = 2.3 Y M = 0.005. LOS ACCIDENTES EN TRAYECTO NO
      *         ENTRAN. LA PRIMA RESULTANTE NO PUEDE MOVERSE MAS DE UN
      *         PUNTO CONTRA LA VIGENTE (COLUMNA PATRONAL DEL RAMO DE
      *         RIESGO EN TASAS-IMSS.txt) NI SALIR DEL RANGO DE 0.5 A
      *         15 POR CIENTO. IMPRIME LA HOJA DE LA DECLARACION,
      *         ASIENTA LA PRIMA EN EL HISTORIAL PRIMAS-RIESGO.txt Y,
      *         CON PRIMA_RIESGO_APLICA=S, LA ESCRIBE EN LA TABLA DE
      *         TASAS PARA QUE cuotas-imss LA USE.
      *
      *         PRIMA_RIESGO_ANO (AAAA) elige el ano de computo; por
      *         omision el ano anterior a la fecha de corrida.
      *         PRIMA_RIESGO_RAMO es la clave del ramo de riesgo en la
      *         tabla de tasas (RT por omision).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prima-riesgo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT INCAPACIDADES
       ASSIGN TO DYNAMIC WS-RUTA-INCAPACIDADES
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-INC.

       SELECT ACCIDENTES
       ASSIGN TO DYNAMIC WS-RUTA-ACCIDENTES
       ORGANIZATION IS INDEXED
       RECORD KEY IS ACC-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-ACC.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS.

       SELECT TASAS-IMSS
       ASSIGN TO DYNAMIC WS-RUTA-TASAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TAS.

       SELECT PRIMAS-RIESGO
       ASSIGN TO DYNAMIC WS-RUTA-PRIMAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PRI.

       SELECT HOJA-DECLARACION
       ASSIGN TO DYNAMIC WS-RUTA-HOJA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-HOJ.

       DATA DIVISION.
       FILE SECTION.
       FD INCAPACIDADES.
           COPY INCREG.

       FD ACCIDENTES.
           COPY ACCREG.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD TASAS-IMSS.
       01  LINEA-TASA PIC X(60).

       FD PRIMAS-RIESGO.
       01  LINEA-PRIMA PIC X(80).

       FD HOJA-DECLARACION.
       01  LINEA-HOJA PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-INCAPACIDADES PIC X(200).
       01  WS-RUTA-ACCIDENTES PIC X(200).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-RUTA-TASAS PIC X(200).
       01  WS-RUTA-PRIMAS PIC X(200).
       01  WS-RUTA-HOJA PIC X(200).
       01  WS-FILE-STATUS-INC PIC X(2).
       01  WS-FILE-STATUS-ACC PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-TAS PIC X(2).
       01  WS-FILE-STATUS-PRI PIC X(2).
       01  WS-FILE-STATUS-HOJ PIC X(2).
       01  FIN-DE-INCAPACIDADES PIC X.
       01  FIN-DE-ACCIDENTES PIC X.
       01  FIN-DEL-ARCHIVO PIC X.
       01  FIN-DE-TASAS PIC X.
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).

       01  WS-ANO-X PIC X(4).
       01  WS-ANO-COMPUTO PIC 9(4).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-INICIO-ANO PIC 9(8).
       01  WS-FIN-ANO PIC 9(8).
       01  WS-INICIO-ANO-ENTERO PIC 9(7).
       01  WS-FIN-ANO-ENTERO PIC 9(7).
       01  WS-DIAS-ANO PIC 9(3).
       01  WS-APLICA PIC X VALUE "N".
       01  WS-RAMO-RIESGO PIC X(3) VALUE "RT".

      *    Constantes del articulo 72 de la ley.
       01  WS-VIDA-ACTIVA PIC 9(2) VALUE 28.
       01  WS-FACTOR-PRIMA PIC 9V9 VALUE 2.3.
       01  WS-PRIMA-MINIMA PIC 9V9(7) VALUE 0.005.
       01  WS-PRIMA-MAXIMA PIC 9V9(7) VALUE 0.15.
       01  WS-VARIACION-MAXIMA PIC 9V9(7) VALUE 0.01.

      *    Elementos de la formula.
       01  WS-DIAS-SUBSIDIADOS PIC 9(7) VALUE ZEROES.
       01  WS-SUMA-INCAPACIDADES PIC 9(5)V9(4) VALUE ZEROES.
       01  WS-DEFUNCIONES PIC 9(5) VALUE ZEROES.
       01  WS-DIAS-EXPUESTOS PIC 9(9) VALUE ZEROES.
       01  WS-TRABAJADORES-PROMEDIO PIC 9(6)V99 VALUE ZEROES.
       01  WS-CASOS-ANO PIC 9(5) VALUE ZEROES.
       01  WS-CASOS-TRAYECTO PIC 9(5) VALUE ZEROES.
       01  WS-CERTIFICADOS-SIN-ST7 PIC 9(5) VALUE ZEROES.

       01  WS-INICIO-CERT PIC 9(8).
       01  WS-INICIO-CERT-ENTERO PIC 9(7).
       01  WS-FIN-CERT-ENTERO PIC 9(7).
       01  WS-DESDE-ENTERO PIC 9(7).
       01  WS-HASTA-ENTERO PIC 9(7).
       01  WS-DIAS-EN-ANO PIC S9(5).
       01  WS-CERTIFICADO-CUENTA PIC X.

       01  WS-PRIMA-CALCULADA PIC 9V9(7).
       01  WS-PRIMA-ANTERIOR PIC 9V9(7) VALUE ZEROES.
       01  WS-PRIMA-APLICADA PIC 9V9(7).
       01  WS-PRIMA-HALLADA PIC X VALUE "N".
       01  WS-PRIMA-PORCENTAJE PIC 9(2)V9(5).
       01  WS-TOPE-ALTO PIC 9V9(7).
       01  WS-TOPE-BAJO PIC S9V9(7).
       01  WS-LIMITADA PIC X(30) VALUE SPACES.

      *    La tabla de tasas se lee completa y se reescribe con la
      *    prima nueva en la columna patronal del ramo de riesgo.
       01  WS-TABLA-LINEAS-TASA.
           05 WS-LTA-LINEA PIC X(60) OCCURS 20 TIMES.
       01  WS-TOTAL-LINEAS-TASA PIC 9(2) VALUE ZEROES.
       01  WS-IX-LTA PIC 9(2).
       01  WS-LTA-RIESGO PIC 9(2) VALUE ZEROES.
       01  WS-TAS-RAMO-X PIC X(4).
       01  WS-TAS-DESCRIPCION PIC X(25).
       01  WS-TAS-OBRERO-X PIC X(10).
       01  WS-TAS-PATRON-X PIC X(10).
       01  WS-PORCENTAJE-EDITADO PIC Z9.99999.

       01  WS-LINEA-CONCEPTO.
           05 FILLER PIC X(3) VALUE SPACES.
           05 HOJ-CONCEPTO PIC X(45).
           05 HOJ-VALOR PIC X(20).
       01  WS-ENTERO-EDITADO PIC ZZZZZZZZ9.
       01  WS-DECIMAL-EDITADO PIC ZZZZZ9.9999.
       01  WS-PROMEDIO-EDITADO PIC ZZZZZ9.99.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "prima-riesgo".
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
           PERFORM CARGA-TASAS.
           PERFORM CUENTA-DIAS-SUBSIDIADOS.
           PERFORM CUENTA-CONSECUENCIAS.
           PERFORM CALCULA-TRABAJADORES-PROMEDIO.
           IF WS-TRABAJADORES-PROMEDIO = ZEROES
               DISPLAY "No hay trabajadores expuestos en el ano "
                   WS-ANO-COMPUTO "; no hay prima que determinar."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CALCULA-PRIMA.
           PERFORM IMPRIME-HOJA.
           PERFORM ASIENTA-HISTORIAL.
           IF WS-APLICA = "S"
               PERFORM REESCRIBE-TASAS
           ELSE
               DISPLAY "Prima no aplicada a la tabla de tasas "
                   "(PRIMA_RIESGO_APLICA=S para aplicarla)."
           END-IF.
           DISPLAY "Prima de riesgo " WS-ANO-COMPUTO ": "
               WS-PRIMA-PORCENTAJE "%".
           DISPLAY "Hoja de la declaracion: " WS-RUTA-HOJA.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-CASOS-ANO TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-ANO-X FROM ENVIRONMENT "PRIMA_RIESGO_ANO".
           IF WS-ANO-X IS NUMERIC AND WS-ANO-X NOT = ZEROES
               MOVE WS-ANO-X TO WS-ANO-COMPUTO
           ELSE
               COMPUTE WS-ANO-COMPUTO = WS-FECHA-HOY / 10000 - 1
           END-IF.
           COMPUTE WS-INICIO-ANO = WS-ANO-COMPUTO * 10000 + 101.
           COMPUTE WS-FIN-ANO = WS-ANO-COMPUTO * 10000 + 1231.
           COMPUTE WS-INICIO-ANO-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-INICIO-ANO).
           COMPUTE WS-FIN-ANO-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FIN-ANO).
           COMPUTE WS-DIAS-ANO =
               WS-FIN-ANO-ENTERO - WS-INICIO-ANO-ENTERO + 1.
           ACCEPT WS-APLICA FROM ENVIRONMENT "PRIMA_RIESGO_APLICA".
           IF WS-APLICA = "s"
               MOVE "S" TO WS-APLICA
           END-IF.
           ACCEPT WS-RAMO-RIESGO FROM ENVIRONMENT "PRIMA_RIESGO_RAMO".
           IF WS-RAMO-RIESGO = SPACES
               MOVE "RT" TO WS-RAMO-RIESGO
           END-IF.
           ACCEPT WS-RUTA-INCAPACIDADES FROM ENVIRONMENT
               "INCAPACIDADES_PATH".
           IF WS-RUTA-INCAPACIDADES = SPACES
               MOVE "INCAPACIDADES.dat" TO WS-RUTA-INCAPACIDADES
           END-IF.
           ACCEPT WS-RUTA-ACCIDENTES FROM ENVIRONMENT
               "ACCIDENTES_TRABAJO_PATH".
           IF WS-RUTA-ACCIDENTES = SPACES
               MOVE "ACCIDENTES-TRABAJO.dat" TO WS-RUTA-ACCIDENTES
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-TASAS FROM ENVIRONMENT "TASAS_IMSS_PATH".
           IF WS-RUTA-TASAS = SPACES
               MOVE "TASAS-IMSS.txt" TO WS-RUTA-TASAS
           END-IF.
           ACCEPT WS-RUTA-PRIMAS FROM ENVIRONMENT "PRIMAS_RIESGO_PATH".
           IF WS-RUTA-PRIMAS = SPACES
               MOVE "PRIMAS-RIESGO.txt" TO WS-RUTA-PRIMAS
           END-IF.
           ACCEPT WS-RUTA-HOJA FROM ENVIRONMENT "PRIMA_RIESGO_RPT_PATH".
           IF WS-RUTA-HOJA = SPACES
               MOVE "PRIMA-RIESGO" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-HOJA
               END-CALL
           END-IF.

      *    La prima vigente es la columna patronal del ramo de riesgo;
      *    las lineas se guardan tal cual para reescribir la tabla.
           CARGA-TASAS.
           OPEN INPUT TASAS-IMSS.
           IF WS-FILE-STATUS-TAS NOT = "00"
               DISPLAY "No se pudo abrir la tabla de tasas ("
                   FUNCTION TRIM(WS-RUTA-TASAS) ")."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-TASAS.
           PERFORM LEE-RENGLON-TASA.
           PERFORM GUARDA-RENGLON-TASA UNTIL FIN-DE-TASAS = "0".
           CLOSE TASAS-IMSS.
           IF WS-PRIMA-HALLADA NOT = "S"
               DISPLAY "Aviso: el ramo " WS-RAMO-RIESGO " no esta en "
                   "la tabla de tasas; la prima no se limita contra "
                   "la vigente."
           END-IF.

           LEE-RENGLON-TASA.
           READ TASAS-IMSS
               AT END
                   MOVE "0" TO FIN-DE-TASAS
           END-READ.

           GUARDA-RENGLON-TASA.
           IF LINEA-TASA NOT = SPACES
               AND WS-TOTAL-LINEAS-TASA < 20
               ADD 1 TO WS-TOTAL-LINEAS-TASA
               MOVE LINEA-TASA TO WS-LTA-LINEA (WS-TOTAL-LINEAS-TASA)
               MOVE SPACES TO WS-TAS-RAMO-X WS-TAS-DESCRIPCION
                   WS-TAS-OBRERO-X WS-TAS-PATRON-X
               UNSTRING LINEA-TASA DELIMITED BY ","
                   INTO WS-TAS-RAMO-X WS-TAS-DESCRIPCION
                       WS-TAS-OBRERO-X WS-TAS-PATRON-X
               END-UNSTRING
               IF WS-TAS-RAMO-X (1:3) = WS-RAMO-RIESGO
                   MOVE WS-TOTAL-LINEAS-TASA TO WS-LTA-RIESGO
                   COMPUTE WS-PRIMA-ANTERIOR =
                       FUNCTION NUMVAL(WS-TAS-PATRON-X) / 100
                   MOVE "S" TO WS-PRIMA-HALLADA
               END-IF
           END-IF.
           PERFORM LEE-RENGLON-TASA.

      *    S: dias de los certificados de riesgo de trabajo que caen
      *    dentro del ano de computo. El certificado cuyo accidente
      *    se registro en trayecto no cuenta; el que no tiene ST-7 se
      *    cuenta y se avisa para completar el registro.
           CUENTA-DIAS-SUBSIDIADOS.
           OPEN INPUT INCAPACIDADES.
           IF WS-FILE-STATUS-INC NOT = "00"
               DISPLAY "Aviso: sin archivo de incapacidades; S = 0."
           ELSE
               OPEN INPUT ACCIDENTES
               MOVE "1" TO FIN-DE-INCAPACIDADES
               PERFORM LEE-INCAPACIDAD
               PERFORM EVALUA-INCAPACIDAD
                   UNTIL FIN-DE-INCAPACIDADES = "0"
               CLOSE INCAPACIDADES
               IF WS-FILE-STATUS-ACC = "00"
                   CLOSE ACCIDENTES
               END-IF
           END-IF.

           LEE-INCAPACIDAD.
           READ INCAPACIDADES NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-INCAPACIDADES
           END-READ.

           EVALUA-INCAPACIDAD.
           IF INC-TIPO = "R"
               AND INC-FECHA-INICIO IS NUMERIC
               MOVE INC-FECHA-INICIO TO WS-INICIO-CERT
               COMPUTE WS-INICIO-CERT-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-INICIO-CERT)
               COMPUTE WS-FIN-CERT-ENTERO =
                   WS-INICIO-CERT-ENTERO + INC-DIAS - 1
               MOVE WS-INICIO-CERT-ENTERO TO WS-DESDE-ENTERO
               IF WS-DESDE-ENTERO < WS-INICIO-ANO-ENTERO
                   MOVE WS-INICIO-ANO-ENTERO TO WS-DESDE-ENTERO
               END-IF
               MOVE WS-FIN-CERT-ENTERO TO WS-HASTA-ENTERO
               IF WS-HASTA-ENTERO > WS-FIN-ANO-ENTERO
                   MOVE WS-FIN-ANO-ENTERO TO WS-HASTA-ENTERO
               END-IF
               COMPUTE WS-DIAS-EN-ANO =
                   WS-HASTA-ENTERO - WS-DESDE-ENTERO + 1
               IF WS-DIAS-EN-ANO > ZEROES
                   PERFORM CLASIFICA-CERTIFICADO
                   IF WS-CERTIFICADO-CUENTA = "S"
                       ADD WS-DIAS-EN-ANO TO WS-DIAS-SUBSIDIADOS
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-INCAPACIDAD.

           CLASIFICA-CERTIFICADO.
           MOVE "S" TO WS-CERTIFICADO-CUENTA.
           MOVE INC-NUMERO-EMP TO ACC-NUMERO-EMP.
           MOVE INC-FOLIO TO ACC-FOLIO.
           IF WS-FILE-STATUS-ACC NOT = "00"
               AND WS-FILE-STATUS-ACC NOT = "23"
               ADD 1 TO WS-CERTIFICADOS-SIN-ST7
           ELSE
               READ ACCIDENTES
                   KEY IS ACC-LLAVE
                   INVALID KEY
                       DISPLAY "Aviso: certificado " INC-FOLIO
                           " del empleado " INC-NUMERO-EMP
                           " sin ST-7 registrado; se cuenta."
                       ADD 1 TO WS-CERTIFICADOS-SIN-ST7
                   NOT INVALID KEY
                       IF ACC-TIPO = "R"
                           MOVE "N" TO WS-CERTIFICADO-CUENTA
                       END-IF
               END-READ
           END-IF.

      *    I y D: incapacidades permanentes y defunciones por
      *    accidentes en el centro de trabajo ocurridos en el ano.
           CUENTA-CONSECUENCIAS.
           OPEN INPUT ACCIDENTES.
           IF WS-FILE-STATUS-ACC NOT = "00"
               DISPLAY "Aviso: sin registro de accidentes; I = 0 y "
                   "D = 0."
           ELSE
               MOVE "1" TO FIN-DE-ACCIDENTES
               PERFORM LEE-ACCIDENTE
               PERFORM EVALUA-ACCIDENTE
                   UNTIL FIN-DE-ACCIDENTES = "0"
               CLOSE ACCIDENTES
           END-IF.

           LEE-ACCIDENTE.
           READ ACCIDENTES NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ACCIDENTES
           END-READ.

           EVALUA-ACCIDENTE.
           IF ACC-FECHA IS NUMERIC
               AND ACC-FECHA (1:4) = WS-ANO-COMPUTO
               IF ACC-TIPO = "R"
                   ADD 1 TO WS-CASOS-TRAYECTO
               ELSE
                   ADD 1 TO WS-CASOS-ANO
                   EVALUATE ACC-CONSECUENCIA
                       WHEN "P"
                       WHEN "T"
                           COMPUTE WS-SUMA-INCAPACIDADES =
                               WS-SUMA-INCAPACIDADES +
                               ACC-PORC-INCAPACIDAD / 100
                       WHEN "D"
                           ADD 1 TO WS-DEFUNCIONES
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM LEE-ACCIDENTE.

      *    N: dias de servicio de cada empleado del directorio dentro
      *    del ano (de la alta, o el primero de enero, a la baja, o
      *    el 31 de diciembre) entre los dias del ano.
           CALCULA-TRABAJADORES-PROMEDIO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-REGISTRO-DIR.
           PERFORM SUMA-DIAS-EXPUESTOS UNTIL FIN-DEL-ARCHIVO = "0".
           CLOSE EMPLEADOS-ARCHIVO.
           COMPUTE WS-TRABAJADORES-PROMEDIO ROUNDED =
               WS-DIAS-EXPUESTOS / WS-DIAS-ANO.

           LEE-REGISTRO-DIR.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DEL-ARCHIVO
           END-READ.

           SUMA-DIAS-EXPUESTOS.
           IF EMPLEADOS-FECHA-ALTA IS NUMERIC
               AND EMPLEADOS-FECHA-ALTA <= WS-FIN-ANO
               COMPUTE WS-DESDE-ENTERO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(EMPLEADOS-FECHA-ALTA))
               IF WS-DESDE-ENTERO < WS-INICIO-ANO-ENTERO
                   MOVE WS-INICIO-ANO-ENTERO TO WS-DESDE-ENTERO
               END-IF
               MOVE WS-FIN-ANO-ENTERO TO WS-HASTA-ENTERO
               IF EMPLEADOS-FECHA-BAJA IS NUMERIC
                   AND (EMPLEADOS-STATUS = "T"
                       OR EMPLEADOS-STATUS = "I")
                   AND EMPLEADOS-FECHA-BAJA < WS-FIN-ANO
                   COMPUTE WS-HASTA-ENTERO = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(EMPLEADOS-FECHA-BAJA))
               END-IF
               COMPUTE WS-DIAS-EN-ANO =
                   WS-HASTA-ENTERO - WS-DESDE-ENTERO + 1
               IF WS-DIAS-EN-ANO > ZEROES
                   ADD WS-DIAS-EN-ANO TO WS-DIAS-EXPUESTOS
               END-IF
           END-IF.
           PERFORM LEE-REGISTRO-DIR.

      *    Formula de la ley y sus limites: el rango de 0.5 a 15 por
      *    ciento y no mas de un punto de diferencia contra la prima
      *    vigente, hacia arriba o hacia abajo.
           CALCULA-PRIMA.
           COMPUTE WS-PRIMA-CALCULADA ROUNDED =
               ((WS-DIAS-SUBSIDIADOS / 365) +
                WS-VIDA-ACTIVA *
                    (WS-SUMA-INCAPACIDADES + WS-DEFUNCIONES)) *
               (WS-FACTOR-PRIMA / WS-TRABAJADORES-PROMEDIO) +
               WS-PRIMA-MINIMA.
           MOVE WS-PRIMA-CALCULADA TO WS-PRIMA-APLICADA.
           IF WS-PRIMA-HALLADA = "S"
               COMPUTE WS-TOPE-ALTO =
                   WS-PRIMA-ANTERIOR + WS-VARIACION-MAXIMA
               COMPUTE WS-TOPE-BAJO =
                   WS-PRIMA-ANTERIOR - WS-VARIACION-MAXIMA
               IF WS-PRIMA-APLICADA > WS-TOPE-ALTO
                   MOVE WS-TOPE-ALTO TO WS-PRIMA-APLICADA
                   MOVE "LIMITADA A UN PUNTO DE ALZA"
                       TO WS-LIMITADA
               END-IF
               IF WS-PRIMA-APLICADA < WS-TOPE-BAJO
                   MOVE WS-TOPE-BAJO TO WS-PRIMA-APLICADA
                   MOVE "LIMITADA A UN PUNTO DE BAJA"
                       TO WS-LIMITADA
               END-IF
           END-IF.
           IF WS-PRIMA-APLICADA > WS-PRIMA-MAXIMA
               MOVE WS-PRIMA-MAXIMA TO WS-PRIMA-APLICADA
               MOVE "LIMITADA A LA PRIMA MAXIMA" TO WS-LIMITADA
           END-IF.
           IF WS-PRIMA-APLICADA < WS-PRIMA-MINIMA
               MOVE WS-PRIMA-MINIMA TO WS-PRIMA-APLICADA
               MOVE "LIMITADA A LA PRIMA MINIMA" TO WS-LIMITADA
           END-IF.
           COMPUTE WS-PRIMA-PORCENTAJE ROUNDED =
               WS-PRIMA-APLICADA * 100.

           IMPRIME-HOJA.
           OPEN OUTPUT HOJA-DECLARACION.
           IF WS-FILE-STATUS-HOJ NOT = "00"
               DISPLAY "No se pudo crear la hoja de la declaracion: "
                   WS-RUTA-HOJA
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO LINEA-HOJA.
           STRING "DETERMINACION DE LA PRIMA DE RIESGO DE TRABAJO "
                   DELIMITED BY SIZE
               "ANO DE COMPUTO " DELIMITED BY SIZE
               WS-ANO-COMPUTO DELIMITED BY SIZE
               INTO LINEA-HOJA
           END-STRING.
           WRITE LINEA-HOJA.
           MOVE SPACES TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE "Casos en el centro de trabajo" TO HOJ-CONCEPTO.
           MOVE WS-CASOS-ANO TO WS-ENTERO-EDITADO.
           MOVE WS-ENTERO-EDITADO TO HOJ-VALOR.
           PERFORM ESCRIBE-CONCEPTO.
           MOVE "Casos en trayecto (no computan)" TO HOJ-CONCEPTO.
           MOVE WS-CASOS-TRAYECTO TO WS-ENTERO-EDITADO.
           MOVE WS-ENTERO-EDITADO TO HOJ-VALOR.
           PERFORM ESCRIBE-CONCEPTO.
           MOVE "S  Dias subsidiados" TO HOJ-CONCEPTO.
           MOVE WS-DIAS-SUBSIDIADOS TO WS-ENTERO-EDITADO.
           MOVE WS-ENTERO-EDITADO TO HOJ-VALOR.
           PERFORM ESCRIBE-CONCEPTO.
           MOVE "I  Suma de incapacidades permanentes / 100"
               TO HOJ-CONCEPTO.
           MOVE WS-SUMA-INCAPACIDADES TO WS-DECIMAL-EDITADO.
           MOVE WS-DECIMAL-EDITADO TO HOJ-VALOR.
           PERFORM ESCRIBE-CONCEPTO.
           MOVE "D  Defunciones" TO HOJ-CONCEPTO.
           MOVE WS-DEFUNCIONES TO WS-ENTERO-EDITADO.
           MOVE WS-ENTERO-EDITADO TO HOJ-VALOR.
           PERFORM ESCRIBE-CONCEPTO.
           MOVE "N  Trabajadores promedio expuestos" TO HOJ-CONCEPTO.
           MOVE WS-TRABAJADORES-PROMEDIO TO WS-PROMEDIO-EDITADO.
           MOVE WS-PROMEDIO-EDITADO TO HOJ-VALOR.
           PERFORM ESCRIBE-CONCEPTO.
           MOVE "Prima calculada (por ciento)" TO HOJ-CONCEPTO.
           COMPUTE WS-PORCENTAJE-EDITADO ROUNDED =
               WS-PRIMA-CALCULADA * 100.
           MOVE WS-PORCENTAJE-EDITADO TO HOJ-VALOR.
           PERFORM ESCRIBE-CONCEPTO.
           MOVE "Prima vigente (por ciento)" TO HOJ-CONCEPTO.
           COMPUTE WS-PORCENTAJE-EDITADO ROUNDED =
               WS-PRIMA-ANTERIOR * 100.
           MOVE WS-PORCENTAJE-EDITADO TO HOJ-VALOR.
           PERFORM ESCRIBE-CONCEPTO.
           MOVE "PRIMA A DECLARAR (por ciento)" TO HOJ-CONCEPTO.
           MOVE WS-PRIMA-PORCENTAJE TO WS-PORCENTAJE-EDITADO.
           MOVE WS-PORCENTAJE-EDITADO TO HOJ-VALOR.
           PERFORM ESCRIBE-CONCEPTO.
           IF WS-LIMITADA NOT = SPACES
               MOVE SPACES TO LINEA-HOJA
               STRING "   " DELIMITED BY SIZE
                   WS-LIMITADA DELIMITED BY SIZE
                   INTO LINEA-HOJA
               END-STRING
               WRITE LINEA-HOJA
           END-IF.
           IF WS-CERTIFICADOS-SIN-ST7 > ZEROES
               MOVE "Certificados R sin ST-7 (contados)"
                   TO HOJ-CONCEPTO
               MOVE WS-CERTIFICADOS-SIN-ST7 TO WS-ENTERO-EDITADO
               MOVE WS-ENTERO-EDITADO TO HOJ-VALOR
               PERFORM ESCRIBE-CONCEPTO
           END-IF.
           CLOSE HOJA-DECLARACION.

           ESCRIBE-CONCEPTO.
           MOVE WS-LINEA-CONCEPTO TO LINEA-HOJA.
           WRITE LINEA-HOJA.

      *    Historial de primas por ano: ano,S,I,D,N,prima aplicada.
           ASIENTA-HISTORIAL.
           OPEN EXTEND PRIMAS-RIESGO.
           IF WS-FILE-STATUS-PRI NOT = "00"
               OPEN OUTPUT PRIMAS-RIESGO
           END-IF.
           IF WS-FILE-STATUS-PRI NOT = "00"
               DISPLAY "AVISO: no se pudo asentar el historial de "
                   "primas."
           ELSE
               MOVE SPACES TO LINEA-PRIMA
               MOVE WS-DIAS-SUBSIDIADOS TO WS-ENTERO-EDITADO
               MOVE WS-SUMA-INCAPACIDADES TO WS-DECIMAL-EDITADO
               MOVE WS-TRABAJADORES-PROMEDIO TO WS-PROMEDIO-EDITADO
               MOVE WS-PRIMA-PORCENTAJE TO WS-PORCENTAJE-EDITADO
               STRING WS-ANO-COMPUTO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTERO-EDITADO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DECIMAL-EDITADO)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-DEFUNCIONES DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PROMEDIO-EDITADO)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PORCENTAJE-EDITADO)
                       DELIMITED BY SIZE
                   INTO LINEA-PRIMA
               END-STRING
               WRITE LINEA-PRIMA
               CLOSE PRIMAS-RIESGO
           END-IF.

      *    Reescribe la tabla de tasas con la prima en la columna
      *    patronal del ramo de riesgo; si el ramo no existe se agrega
      *    al final con cuota obrera en cero.
           REESCRIBE-TASAS.
           MOVE WS-PRIMA-PORCENTAJE TO WS-PORCENTAJE-EDITADO.
           IF WS-LTA-RIESGO > ZEROES
               MOVE SPACES TO WS-TAS-RAMO-X WS-TAS-DESCRIPCION
                   WS-TAS-OBRERO-X WS-TAS-PATRON-X
               UNSTRING WS-LTA-LINEA (WS-LTA-RIESGO) DELIMITED BY ","
                   INTO WS-TAS-RAMO-X WS-TAS-DESCRIPCION
                       WS-TAS-OBRERO-X WS-TAS-PATRON-X
               END-UNSTRING
           ELSE
               IF WS-TOTAL-LINEAS-TASA < 20
                   ADD 1 TO WS-TOTAL-LINEAS-TASA
                   MOVE WS-TOTAL-LINEAS-TASA TO WS-LTA-RIESGO
                   MOVE WS-RAMO-RIESGO TO WS-TAS-RAMO-X
                   MOVE "RIESGOS DE TRABAJO" TO WS-TAS-DESCRIPCION
                   MOVE "0" TO WS-TAS-OBRERO-X
               END-IF
           END-IF.
           IF WS-LTA-RIESGO > ZEROES
               MOVE SPACES TO WS-LTA-LINEA (WS-LTA-RIESGO)
               STRING FUNCTION TRIM(WS-TAS-RAMO-X) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAS-DESCRIPCION)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAS-OBRERO-X) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PORCENTAJE-EDITADO)
                       DELIMITED BY SIZE
                   INTO WS-LTA-LINEA (WS-LTA-RIESGO)
               END-STRING
           END-IF.
           OPEN OUTPUT TASAS-IMSS.
           IF WS-FILE-STATUS-TAS NOT = "00"
               DISPLAY "No se pudo reescribir la tabla de tasas ("
                   FUNCTION TRIM(WS-RUTA-TASAS) ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ESCRIBE-RENGLON-TASA
                   VARYING WS-IX-LTA FROM 1 BY 1
                   UNTIL WS-IX-LTA > WS-TOTAL-LINEAS-TASA
               CLOSE TASAS-IMSS
               DISPLAY "Tabla de tasas actualizada con la prima de "
                   "riesgo."
           END-IF.

           ESCRIBE-RENGLON-TASA.
           MOVE WS-LTA-LINEA (WS-IX-LTA) TO LINEA-TASA.
           WRITE LINEA-TASA.

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

       END PROGRAM prima-riesgo.
