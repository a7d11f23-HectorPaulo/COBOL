      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REVISION DE LA CADENA DE EMPLEADOS-AUDITORIA.log:
      *         RECORRE EN ORDEN LAS GENERACIONES ROLADAS POR
      *         rola-auditoria (LAS DE BASE EMPLEADOS-AUDITORIA DEL
      *         CATALOGO DE GENERACIONES) Y AL FINAL EL LOG VIVO,
      *         RECALCULA LA HUELLA (huella-linea) DE CADA ENTRADA Y LA
      *         COMPARA CON EL ESLABON DE LA SIGUIENTE (AUDREG.cpy).
      *         REPORTA EL PRIMER ESLABON ROTO (UNA LINEA EDITADA O
      *         BORRADA), LOS HUECOS EN LA SECUENCIA, LOS SELLOS FUERA
      *         DE ORDEN, LAS ENTRADAS SIN ESLABON METIDAS DESPUES DE
      *         QUE EMPEZO LA CADENA, LAS GENERACIONES CATALOGADAS QUE
      *         YA NO ESTAN Y SI EL FINAL DEL LOG NO COINCIDE CON EL
      *         ULTIMO ESLABON ASENTADO (ESLREG.cpy). LAS ENTRADAS
      *         ANTERIORES AL ESLABON SOLO SE CUENTAN; SI
      *         LIMPIA-GENERACIONES YA PODO LAS GENERACIONES MAS VIEJAS,
      *         LA CADENA SE REVISA DESDE LA PRIMERA QUE QUEDA. CORRE
      *         CADA NOCHE COMO PASO DIARIO DE LA CADENA NOCTURNA Y A
      *         PEDIDO; CUALQUIER HALLAZGO TERMINA CON RETURN-CODE 8,
      *         COMO VERIFICA-LIMITES.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. verifica-auditoria.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CATALOGO-GENERACIONES
       ASSIGN TO DYNAMIC WS-RUTA-CATALOGO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAT.

       SELECT EMPLEADOS-AUDITORIA
       ASSIGN TO DYNAMIC WS-RUTA-REVISADA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-AUDIT.

       SELECT ESLABON-AUDITORIA
       ASSIGN TO DYNAMIC WS-RUTA-ESLABON
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ESL.

       SELECT REPORTE-CADENA-AUDITORIA
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-GENERACIONES.
       01  LINEA-CATALOGO PIC X(138).

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       FD ESLABON-AUDITORIA.
       01  LINEA-ESLABON PIC X(45).

       FD REPORTE-CADENA-AUDITORIA.
       01  LINEA-REPORTE PIC X(150).

       WORKING-STORAGE SECTION.
       COPY AUDREG.
       COPY ESLREG.
       COPY RPTENC.

       01  WS-RUTA-CATALOGO PIC X(200).
       01  WS-FILE-STATUS-CAT PIC X(2).
       01  WS-RUTA-AUDITORIA PIC X(200).
       01  WS-RUTA-REVISADA PIC X(200).
       01  WS-FILE-STATUS-AUDIT PIC X(2).
       01  WS-RUTA-ESLABON PIC X(200).
       01  WS-FILE-STATUS-ESL PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  FIN-DE-CATALOGO PIC X.
       01  FIN-DE-AUDITORIA PIC X.
       01  WS-FECHA-HOY PIC X(8).

       01  WS-LINEA-CATALOGO-DET.
           05 GEN-BASE PIC X(40).
           05 FILLER PIC X(1).
           05 GEN-SELLO PIC X(16).
           05 FILLER PIC X(1).
           05 GEN-NOMBRE PIC X(80).

      *    Generaciones rodadas en el orden del catalogo (el mas
      *    viejo primero) y al final el log vivo.
       01  WS-TABLA-ARCHIVOS.
           05 WS-ARC-RUTA OCCURS 500 TIMES PIC X(200).
       01  WS-TOTAL-ARCHIVOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-ARC PIC 9(3).
       01  WS-NUM-LINEA PIC 9(7).

      *    Estado de la cadena: la ultima entrada con eslabon vista.
       01  WS-CADENA-INICIADA PIC X VALUE "N".
       01  WS-SECUENCIA-INICIAL PIC 9(9) VALUE ZEROES.
       01  WS-SECUENCIA-PREVIA PIC 9(9) VALUE ZEROES.
       01  WS-SECUENCIA-ESPERADA PIC 9(9).
       01  WS-FECHA-PREVIA PIC X(16) VALUE SPACES.
       01  WS-HUELLA-PREVIA.
           05 WS-HUELLA-A PIC 9(9) VALUE ZEROES.
           05 WS-HUELLA-B PIC 9(9) VALUE ZEROES.
       01  WS-LONGITUD-LINEA PIC 9(3) VALUE 518.

       01  WS-TOTAL-ENTRADAS PIC 9(7) VALUE ZEROES.
       01  WS-TOTAL-ENCADENADAS PIC 9(7) VALUE ZEROES.
       01  WS-TOTAL-SIN-ESLABON PIC 9(7) VALUE ZEROES.
       01  WS-TOTAL-ROTOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-HUECOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-FUERA-ORDEN PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-INSERTADAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-GEN-FALTANTES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-HALLAZGOS PIC 9(6) VALUE ZEROES.

       01  WS-PRIMER-ROTO-ARCHIVO PIC X(80) VALUE SPACES.
       01  WS-PRIMER-ROTO-LINEA PIC 9(7) VALUE ZEROES.
       01  WS-PRIMER-ROTO-SECUENCIA PIC 9(9) VALUE ZEROES.

       01  WS-SEC-EDITADA-1 PIC Z(8)9.
       01  WS-SEC-EDITADA-2 PIC Z(8)9.

       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "HALLAZGO     ARCHIVO                    ".
           05 FILLER PIC X(40) VALUE
               "                 LINEA SECUENCIA DETALLE".
       01  WS-LINEA-HALLAZGO.
           05 HAL-TIPO PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HAL-ARCHIVO PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HAL-LINEA PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 HAL-SECUENCIA PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 HAL-DETALLE PIC X(75).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "verifica-auditoria".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           OPEN OUTPUT REPORTE-CADENA-AUDITORIA.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   WS-RUTA-REPORTE
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "REVISION DE LA CADENA DE EMPLEADOS-AUDITORIA.log"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM CARGA-GENERACIONES.
           ADD 1 TO WS-TOTAL-ARCHIVOS.
           MOVE WS-RUTA-AUDITORIA TO WS-ARC-RUTA (WS-TOTAL-ARCHIVOS).
           PERFORM REVISA-ARCHIVO
               VARYING WS-IX-ARC FROM 1 BY 1
               UNTIL WS-IX-ARC > WS-TOTAL-ARCHIVOS.
           PERFORM REVISA-ULTIMO-ESLABON.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-CADENA-AUDITORIA.
           DISPLAY "Entradas revisadas: " WS-TOTAL-ENTRADAS
               "  con eslabon: " WS-TOTAL-ENCADENADAS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           IF WS-TOTAL-HALLAZGOS > ZEROES
               DISPLAY "CADENA DE AUDITORIA CON HALLAZGOS: "
                   WS-TOTAL-HALLAZGOS
               IF WS-TOTAL-ROTOS > ZEROES
                   DISPLAY "  Primer eslabon roto: "
                       FUNCTION TRIM(WS-PRIMER-ROTO-ARCHIVO)
                       " linea " WS-PRIMER-ROTO-LINEA
                       " secuencia " WS-PRIMER-ROTO-SECUENCIA
               END-IF
               MOVE "FIN" TO WS-BIT-EVENTO
               MOVE WS-TOTAL-HALLAZGOS TO WS-BIT-CONTADOR
               MOVE "HALLAZGOS" TO WS-BIT-ESTADO
               PERFORM REGISTRA-BITACORA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Cadena de auditoria integra.".
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-ENCADENADAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-AUDITORIA FROM ENVIRONMENT
               "BDD_INDEXADAS_AUDITORIA_PATH".
           IF WS-RUTA-AUDITORIA = SPACES
               MOVE "EMPLEADOS-AUDITORIA.log" TO WS-RUTA-AUDITORIA
           END-IF.
           ACCEPT WS-RUTA-CATALOGO FROM ENVIRONMENT
               "CATALOGO_GENERACIONES_PATH".
           IF WS-RUTA-CATALOGO = SPACES
               MOVE "CATALOGO-GENERACIONES.txt" TO WS-RUTA-CATALOGO
           END-IF.
           ACCEPT WS-RUTA-ESLABON FROM ENVIRONMENT
               "AUDITORIA_ESLABON_PATH".
           IF WS-RUTA-ESLABON = SPACES
               MOVE "EMPLEADOS-AUDITORIA-ESLABON.txt"
                   TO WS-RUTA-ESLABON
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "VERIFICA_AUDITORIA_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               STRING "REPORTE-CADENA-AUDITORIA-" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-REPORTE
               END-STRING
           END-IF.

      *    Sin catalogo no hay generaciones rodadas: solo se revisa
      *    el log vivo.
           CARGA-GENERACIONES.
           OPEN INPUT CATALOGO-GENERACIONES.
           IF WS-FILE-STATUS-CAT = "00"
               MOVE "1" TO FIN-DE-CATALOGO
               PERFORM LEE-CATALOGO
               PERFORM ANOTA-GENERACION UNTIL FIN-DE-CATALOGO = "0"
               CLOSE CATALOGO-GENERACIONES
           END-IF.

           LEE-CATALOGO.
           READ CATALOGO-GENERACIONES
               AT END
                   MOVE "0" TO FIN-DE-CATALOGO
               NOT AT END
                   MOVE LINEA-CATALOGO TO WS-LINEA-CATALOGO-DET
           END-READ.

           ANOTA-GENERACION.
           IF GEN-BASE = "EMPLEADOS-AUDITORIA"
               AND WS-TOTAL-ARCHIVOS < 499
               ADD 1 TO WS-TOTAL-ARCHIVOS
               MOVE GEN-NOMBRE TO WS-ARC-RUTA (WS-TOTAL-ARCHIVOS)
           END-IF.
           PERFORM LEE-CATALOGO.

           REVISA-ARCHIVO.
           MOVE WS-ARC-RUTA (WS-IX-ARC) TO WS-RUTA-REVISADA.
           MOVE ZEROES TO WS-NUM-LINEA.
           OPEN INPUT EMPLEADOS-AUDITORIA.
           IF WS-FILE-STATUS-AUDIT NOT = "00"
      *        El log vivo puede no existir aun; una generacion
      *        catalogada que falta es historia perdida.
               IF WS-IX-ARC < WS-TOTAL-ARCHIVOS
                   ADD 1 TO WS-TOTAL-GEN-FALTANTES
                   MOVE "GEN FALTANTE" TO HAL-TIPO
                   MOVE ZEROES TO HAL-SECUENCIA
                   MOVE "generacion catalogada que no se pudo abrir"
                       TO HAL-DETALLE
                   PERFORM ESCRIBE-HALLAZGO
               END-IF
           ELSE
               MOVE "1" TO FIN-DE-AUDITORIA
               PERFORM LEE-ENTRADA
               PERFORM REVISA-ENTRADA UNTIL FIN-DE-AUDITORIA = "0"
               CLOSE EMPLEADOS-AUDITORIA
           END-IF.

           LEE-ENTRADA.
           READ EMPLEADOS-AUDITORIA
               AT END
                   MOVE "0" TO FIN-DE-AUDITORIA
               NOT AT END
                   ADD 1 TO WS-NUM-LINEA
                   MOVE LINEA-AUDITORIA TO WS-LINEA-AUDITORIA-DET
           END-READ.

           REVISA-ENTRADA.
           IF LINEA-AUDITORIA NOT = SPACES
               ADD 1 TO WS-TOTAL-ENTRADAS
               IF AUD-SECUENCIA IS NUMERIC
                   PERFORM REVISA-ESLABON
               ELSE
                   PERFORM REVISA-SIN-ESLABON
               END-IF
           END-IF.
           PERFORM LEE-ENTRADA.

      *    Las entradas de antes del eslabon solo se cuentan; una sin
      *    eslabon despues de empezada la cadena fue metida a mano.
           REVISA-SIN-ESLABON.
           ADD 1 TO WS-TOTAL-SIN-ESLABON.
           IF WS-CADENA-INICIADA = "S"
               ADD 1 TO WS-TOTAL-INSERTADAS
               MOVE "SIN ESLABON" TO HAL-TIPO
               MOVE ZEROES TO HAL-SECUENCIA
               MOVE "entrada sin eslabon despues de empezada la cadena"
                   TO HAL-DETALLE
               PERFORM ESCRIBE-HALLAZGO
           END-IF.

           REVISA-ESLABON.
           ADD 1 TO WS-TOTAL-ENCADENADAS.
           IF WS-CADENA-INICIADA NOT = "S"
               MOVE "S" TO WS-CADENA-INICIADA
               MOVE AUD-SECUENCIA TO WS-SECUENCIA-INICIAL
           ELSE
               PERFORM REVISA-HUELLA-ANTERIOR
               PERFORM REVISA-SECUENCIA
               PERFORM REVISA-SELLO
           END-IF.
           MOVE AUD-SECUENCIA TO WS-SECUENCIA-PREVIA.
           MOVE AUD-FECHA-HORA TO WS-FECHA-PREVIA.
           MOVE ZEROES TO WS-HUELLA-PREVIA.
           CALL "huella-linea"
               USING LINEA-AUDITORIA WS-LONGITUD-LINEA
                   WS-HUELLA-PREVIA
           END-CALL.

           REVISA-HUELLA-ANTERIOR.
           IF AUD-HUELLA-ANTERIOR NOT = WS-HUELLA-PREVIA
               MOVE WS-SECUENCIA-PREVIA TO WS-SEC-EDITADA-1
               MOVE "ESLABON ROTO" TO HAL-TIPO
               MOVE AUD-SECUENCIA TO HAL-SECUENCIA
               MOVE SPACES TO HAL-DETALLE
               STRING "la entrada anterior (secuencia "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEC-EDITADA-1) DELIMITED BY SIZE
                   ") fue alterada o se borro una entrada"
                   DELIMITED BY SIZE
                   INTO HAL-DETALLE
               END-STRING
               PERFORM ANOTA-ESLABON-ROTO
           END-IF.

           REVISA-SECUENCIA.
           COMPUTE WS-SECUENCIA-ESPERADA = WS-SECUENCIA-PREVIA + 1.
           IF AUD-SECUENCIA NOT = WS-SECUENCIA-ESPERADA
               ADD 1 TO WS-TOTAL-HUECOS
               MOVE "HUECO" TO HAL-TIPO
               MOVE AUD-SECUENCIA TO HAL-SECUENCIA
               MOVE SPACES TO HAL-DETALLE
               IF AUD-SECUENCIA > WS-SECUENCIA-ESPERADA
                   MOVE WS-SECUENCIA-ESPERADA TO WS-SEC-EDITADA-1
                   COMPUTE WS-SEC-EDITADA-2 = AUD-SECUENCIA - 1
                   IF AUD-SECUENCIA = WS-SECUENCIA-ESPERADA + 1
                       STRING "falta la secuencia " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SEC-EDITADA-1)
                           DELIMITED BY SIZE
                           INTO HAL-DETALLE
                       END-STRING
                   ELSE
                       STRING "faltan las secuencias "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SEC-EDITADA-1)
                           DELIMITED BY SIZE
                           " a " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SEC-EDITADA-2)
                           DELIMITED BY SIZE
                           INTO HAL-DETALLE
                       END-STRING
                   END-IF
               ELSE
                   MOVE WS-SECUENCIA-PREVIA TO WS-SEC-EDITADA-1
                   STRING "secuencia repetida o hacia atras; la "
                       DELIMITED BY SIZE
                       "anterior es " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEC-EDITADA-1)
                       DELIMITED BY SIZE
                       INTO HAL-DETALLE
                   END-STRING
               END-IF
               PERFORM ESCRIBE-HALLAZGO
           END-IF.

           REVISA-SELLO.
           IF AUD-FECHA-HORA < WS-FECHA-PREVIA
               ADD 1 TO WS-TOTAL-FUERA-ORDEN
               MOVE "FUERA ORDEN" TO HAL-TIPO
               MOVE AUD-SECUENCIA TO HAL-SECUENCIA
               MOVE SPACES TO HAL-DETALLE
               STRING "sello " DELIMITED BY SIZE
                   AUD-FECHA-HORA DELIMITED BY SIZE
                   " anterior al de la entrada previa "
                   DELIMITED BY SIZE
                   WS-FECHA-PREVIA DELIMITED BY SIZE
                   INTO HAL-DETALLE
               END-STRING
               PERFORM ESCRIBE-HALLAZGO
           END-IF.

           ANOTA-ESLABON-ROTO.
           ADD 1 TO WS-TOTAL-ROTOS.
           IF WS-TOTAL-ROTOS = 1
               MOVE WS-RUTA-REVISADA TO WS-PRIMER-ROTO-ARCHIVO
               MOVE WS-NUM-LINEA TO WS-PRIMER-ROTO-LINEA
               MOVE HAL-SECUENCIA TO WS-PRIMER-ROTO-SECUENCIA
           END-IF.
           PERFORM ESCRIBE-HALLAZGO.

      *    El ultimo eslabon asentado por encadena-auditoria debe ser
      *    la ultima entrada del log vivo: si no, se borraron o se
      *    cambiaron entradas del final, donde ya no hay una entrada
      *    siguiente que lo delate.
           REVISA-ULTIMO-ESLABON.
           MOVE SPACES TO ESLABON-REGISTRO.
           OPEN INPUT ESLABON-AUDITORIA.
           IF WS-FILE-STATUS-ESL = "00"
               READ ESLABON-AUDITORIA
                   NOT AT END
                       MOVE LINEA-ESLABON TO ESLABON-REGISTRO
               END-READ
               CLOSE ESLABON-AUDITORIA
           END-IF.
           MOVE WS-RUTA-ESLABON TO WS-RUTA-REVISADA.
           MOVE ZEROES TO WS-NUM-LINEA.
           IF ESL-SECUENCIA NOT NUMERIC
               IF WS-CADENA-INICIADA = "S"
                   MOVE "ESLABON ROTO" TO HAL-TIPO
                   MOVE WS-SECUENCIA-PREVIA TO HAL-SECUENCIA
                   MOVE "falta el archivo del ultimo eslabon"
                       TO HAL-DETALLE
                   PERFORM ANOTA-ESLABON-ROTO
               END-IF
           ELSE
               IF ESL-SECUENCIA NOT = WS-SECUENCIA-PREVIA
                   OR ESL-HUELLA NOT = WS-HUELLA-PREVIA
                   MOVE ESL-SECUENCIA TO WS-SEC-EDITADA-1
                   MOVE "ESLABON ROTO" TO HAL-TIPO
                   MOVE ESL-SECUENCIA TO HAL-SECUENCIA
                   MOVE SPACES TO HAL-DETALLE
                   STRING "el ultimo eslabon asentado (secuencia "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEC-EDITADA-1)
                       DELIMITED BY SIZE
                       ") no es el final del log" DELIMITED BY SIZE
                       INTO HAL-DETALLE
                   END-STRING
                   PERFORM ANOTA-ESLABON-ROTO
               END-IF
           END-IF.

           ESCRIBE-HALLAZGO.
           ADD 1 TO WS-TOTAL-HALLAZGOS.
           MOVE WS-RUTA-REVISADA TO HAL-ARCHIVO.
           MOVE WS-NUM-LINEA TO HAL-LINEA.
           MOVE WS-LINEA-HALLAZGO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-TOTAL-HALLAZGOS = ZEROES
               MOVE "SIN HALLAZGOS: LA CADENA ESTA INTEGRA."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           IF WS-TOTAL-ROTOS > ZEROES
               MOVE SPACES TO LINEA-REPORTE
               STRING "PRIMER ESLABON ROTO: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PRIMER-ROTO-ARCHIVO)
                   DELIMITED BY SIZE
                   " LINEA " DELIMITED BY SIZE
                   WS-PRIMER-ROTO-LINEA DELIMITED BY SIZE
                   " SECUENCIA " DELIMITED BY SIZE
                   WS-PRIMER-ROTO-SECUENCIA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
           END-IF.
           MOVE "ARCHIVOS REVISADOS (GENERACIONES Y LOG VIVO):"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ARCHIVOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "ENTRADAS REVISADAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ENTRADAS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "ENTRADAS CON ESLABON:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ENCADENADAS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "PRIMERA SECUENCIA REVISADA:" TO TOT-ETIQUETA.
           MOVE WS-SECUENCIA-INICIAL TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "ENTRADAS SIN ESLABON (ANTERIORES A LA CADENA):"
               TO TOT-ETIQUETA.
           COMPUTE TOT-VALOR =
               WS-TOTAL-SIN-ESLABON - WS-TOTAL-INSERTADAS.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "ESLABONES ROTOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ROTOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "HUECOS EN LA SECUENCIA:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-HUECOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "SELLOS FUERA DE ORDEN:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-FUERA-ORDEN TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "ENTRADAS SIN ESLABON DENTRO DE LA CADENA:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-INSERTADAS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "GENERACIONES CATALOGADAS FALTANTES:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-GEN-FALTANTES TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.

           ESCRIBE-LINEA-TOTAL.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

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
       END PROGRAM verifica-auditoria.
