      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE DIARIO DE CAMBIOS DE CLABE (VCLREG.cpy) PARA
      *         LA CADENA NOCTURNA: (1) LOS CAMBIOS HECHOS EN EL DIA,
      *         CON ORIGEN, OPERADOR, CUENTA ANTERIOR Y NUEVA (SOLO
      *         LOS ULTIMOS 4 DIGITOS, MASCARA DE enmascara-dato) Y SU
      *         STATUS DE VERIFICACION; (2) LAS VERIFICACIONES Y
      *         RECHAZOS ASENTADOS EN EL DIA; (3) TODOS LOS CAMBIOS
      *         QUE SIGUEN SIN VERIFICAR O RECHAZADOS (DEPOSITO
      *         RETENIDO, SE PAGA CON CHEQUE) CON LOS DIAS QUE LLEVAN,
      *         MARCANDO LOS QUE PASAN DE CAMBIOS_CLABE_DIAS_ALERTA
      *         (3 POR OMISION). EL DIA ES HOY SALVO QUE VENGA
      *         CAMBIOS_CLABE_FECHA (AAAAMMDD). UN PENDIENTE CON UN
      *         CAMBIO POSTERIOR DEL MISMO EMPLEADO SE LISTA COMO
      *         SUSTITUIDO AUNQUE confirma-clabe NO LO HAYA MARCADO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-clabes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CAMBIOS-CLABE
       ASSIGN TO DYNAMIC WS-RUTA-CAMBIOS-CLABE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-VCL.

       SELECT CAMBIOS-CLABE-RPT
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD CAMBIOS-CLABE.
       01  LINEA-CAMBIO-CLABE PIC X(143).

       FD CAMBIOS-CLABE-RPT.
       01  LINEA-REPORTE PIC X(120).

       WORKING-STORAGE SECTION.
       COPY VCLREG.

       01  WS-RUTA-CAMBIOS-CLABE PIC X(200).
       01  WS-FILE-STATUS-VCL PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  FIN-DE-CAMBIOS PIC X.

       01  WS-TABLA-CAMBIOS.
           05 WS-VCL-LINEA OCCURS 5000 TIMES PIC X(143).
       01  WS-TOTAL-CAMBIOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-VCL PIC 9(4).
       01  WS-IX-POSTERIOR PIC 9(4).
       01  WS-ID-REVISADO PIC X(6).
       01  WS-HAY-POSTERIOR PIC X.
       01  WS-STATUS-VIGENTE PIC X(1).

       01  WS-FECHA-REPORTE PIC X(8).
       01  WS-FECHA-REPORTE-ENV PIC X(8).
       01  WS-HOY-ENTERO PIC 9(7).
       01  WS-DIAS-ALERTA-X PIC X(4).
       01  WS-DIAS-ALERTA PIC 9(3) VALUE 3.
       01  WS-DIAS-PENDIENTE PIC S9(5).
       01  WS-DIAS-EDITADO PIC ZZZ9.
       01  WS-TIPO-MASCARA PIC X(3) VALUE "CLA".
       01  WS-DATO-MASCARA PIC X(35).

       01  WS-TOTAL-DEL-DIA PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-RESUELTOS-DIA PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-RETENIDOS PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-ATRASADOS PIC 9(4) VALUE ZEROES.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(30) VALUE "CAMBIOS DE CLABE - REPORTE DEL".
           05 FILLER PIC X VALUE SPACE.
           05 TIT-FECHA PIC X(8).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "ID     FECHA    HORA ORIGEN            U".
           05 FILLER PIC X(40) VALUE
               "SUARIO      CUENTA ANTERIOR       CUENTA".
           05 FILLER PIC X(29) VALUE
               " NUEVA       STATUS      NOTA".
       01  WS-LINEA-DETALLE.
           05 DET-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-FECHA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-HORA PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ORIGEN PIC X(17).
           05 FILLER PIC X VALUE SPACE.
           05 DET-USUARIO PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ANTERIOR PIC X(18).
           05 FILLER PIC X(4) VALUE " -> ".
           05 DET-NUEVA PIC X(18).
           05 FILLER PIC X VALUE SPACE.
           05 DET-STATUS PIC X(11).
           05 FILLER PIC X VALUE SPACE.
           05 DET-NOTA PIC X(14).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-CUENTA PIC ZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-clabes".
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
           PERFORM CARGA-CAMBIOS.
           OPEN OUTPUT CAMBIOS-CLABE-RPT.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   WS-RUTA-REPORTE
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-REPORTE TO TIT-FECHA.
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-CAMBIOS-DEL-DIA.
           PERFORM ESCRIBE-RESOLUCIONES-DEL-DIA.
           PERFORM ESCRIBE-RETENIDOS.
           PERFORM ESCRIBE-TOTALES.
           CLOSE CAMBIOS-CLABE-RPT.
           DISPLAY "Cambios de CLABE del dia: " WS-TOTAL-DEL-DIA.
           DISPLAY "Verificaciones/rechazos del dia: "
               WS-TOTAL-RESUELTOS-DIA.
           DISPLAY "Depositos retenidos por CLABE sin verificar: "
               WS-TOTAL-RETENIDOS " (con mas de " WS-DIAS-ALERTA
               " dias: " WS-TOTAL-ATRASADOS ")".
           DISPLAY "Reporte en: " WS-RUTA-REPORTE.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-DEL-DIA TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-RUTA-CAMBIOS-CLABE FROM ENVIRONMENT
               "CAMBIOS_CLABE_PATH".
           IF WS-RUTA-CAMBIOS-CLABE = SPACES
               MOVE "CAMBIOS-CLABE.txt" TO WS-RUTA-CAMBIOS-CLABE
           END-IF.
           ACCEPT WS-FECHA-REPORTE FROM DATE YYYYMMDD.
           ACCEPT WS-FECHA-REPORTE-ENV FROM ENVIRONMENT
               "CAMBIOS_CLABE_FECHA".
           IF WS-FECHA-REPORTE-ENV IS NUMERIC
               MOVE WS-FECHA-REPORTE-ENV TO WS-FECHA-REPORTE
           END-IF.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-REPORTE)).
           ACCEPT WS-DIAS-ALERTA-X FROM ENVIRONMENT
               "CAMBIOS_CLABE_DIAS_ALERTA".
           IF WS-DIAS-ALERTA-X IS NUMERIC
               AND WS-DIAS-ALERTA-X NOT = ZEROES
               MOVE WS-DIAS-ALERTA-X TO WS-DIAS-ALERTA
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "CAMBIOS_CLABE_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               STRING "REPORTE-CAMBIOS-CLABE-" DELIMITED BY SIZE
                   WS-FECHA-REPORTE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-REPORTE
               END-STRING
           END-IF.

      *    Sin registro de cambios el reporte sale igual, en ceros:
      *    la cadena necesita ver que el paso corrio.
           CARGA-CAMBIOS.
           OPEN INPUT CAMBIOS-CLABE.
           IF WS-FILE-STATUS-VCL = "00"
               MOVE "1" TO FIN-DE-CAMBIOS
               PERFORM LEE-LINEA-CAMBIO
               PERFORM AGREGA-CAMBIO UNTIL FIN-DE-CAMBIOS = "0"
               CLOSE CAMBIOS-CLABE
           END-IF.

           LEE-LINEA-CAMBIO.
           READ CAMBIOS-CLABE
               AT END
                   MOVE "0" TO FIN-DE-CAMBIOS
           END-READ.

           AGREGA-CAMBIO.
           IF LINEA-CAMBIO-CLABE NOT = SPACES
               AND WS-TOTAL-CAMBIOS < 5000
               ADD 1 TO WS-TOTAL-CAMBIOS
               MOVE LINEA-CAMBIO-CLABE
                   TO WS-VCL-LINEA (WS-TOTAL-CAMBIOS)
           END-IF.
           PERFORM LEE-LINEA-CAMBIO.

           ESCRIBE-CAMBIOS-DEL-DIA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CAMBIOS CAPTURADOS EN EL DIA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM EVALUA-CAMBIO-DEL-DIA
               VARYING WS-IX-VCL FROM 1 BY 1
               UNTIL WS-IX-VCL > WS-TOTAL-CAMBIOS.

           EVALUA-CAMBIO-DEL-DIA.
           MOVE WS-VCL-LINEA (WS-IX-VCL) TO CAMBIO-CLABE-REGISTRO.
           IF VCL-FECHA-HORA (1:8) = WS-FECHA-REPORTE
               ADD 1 TO WS-TOTAL-DEL-DIA
               PERFORM ARMA-DETALLE
               MOVE SPACES TO DET-NOTA
               IF VCL-STATUS = "V" OR VCL-STATUS = "R"
                   MOVE VCL-USUARIO-VERIFICA TO DET-NOTA
               END-IF
               MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           ESCRIBE-RESOLUCIONES-DEL-DIA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "VERIFICACIONES Y RECHAZOS ASENTADOS EN EL DIA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM EVALUA-RESOLUCION-DEL-DIA
               VARYING WS-IX-VCL FROM 1 BY 1
               UNTIL WS-IX-VCL > WS-TOTAL-CAMBIOS.

           EVALUA-RESOLUCION-DEL-DIA.
           MOVE WS-VCL-LINEA (WS-IX-VCL) TO CAMBIO-CLABE-REGISTRO.
           IF VCL-FECHA-VERIFICA = WS-FECHA-REPORTE
               AND (VCL-STATUS = "V" OR VCL-STATUS = "R")
               ADD 1 TO WS-TOTAL-RESUELTOS-DIA
               PERFORM ARMA-DETALLE
               MOVE VCL-USUARIO-VERIFICA TO DET-NOTA
               MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           ESCRIBE-RETENIDOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE
               "CAMBIOS SIN VERIFICAR O RECHAZADOS: SE PAGAN CON CHEQUE"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM EVALUA-RETENIDO
               VARYING WS-IX-VCL FROM 1 BY 1
               UNTIL WS-IX-VCL > WS-TOTAL-CAMBIOS.

      *    Solo retiene el ultimo cambio de cada empleado (la misma
      *    regla de busca-retencion-clabe).
           EVALUA-RETENIDO.
           MOVE WS-VCL-LINEA (WS-IX-VCL) TO CAMBIO-CLABE-REGISTRO.
           IF VCL-STATUS = "P" OR VCL-STATUS = "R"
               PERFORM RESUELVE-STATUS-VIGENTE
               IF WS-STATUS-VIGENTE NOT = "S"
                   ADD 1 TO WS-TOTAL-RETENIDOS
                   PERFORM ARMA-DETALLE
                   COMPUTE WS-DIAS-PENDIENTE =
                       WS-HOY-ENTERO -
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(VCL-FECHA-HORA (1:8)))
                   MOVE WS-DIAS-PENDIENTE TO WS-DIAS-EDITADO
                   MOVE SPACES TO DET-NOTA
                   STRING WS-DIAS-EDITADO DELIMITED BY SIZE
                       " DIAS" DELIMITED BY SIZE
                       INTO DET-NOTA
                   END-STRING
                   IF WS-DIAS-PENDIENTE > WS-DIAS-ALERTA
                       ADD 1 TO WS-TOTAL-ATRASADOS
                       MOVE "**" TO DET-NOTA (11:2)
                   END-IF
                   MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-IF.

      *    Un pendiente al que le sigue otro cambio del mismo empleado
      *    ya no es la cuenta vigente.
           RESUELVE-STATUS-VIGENTE.
           MOVE VCL-STATUS TO WS-STATUS-VIGENTE.
           IF VCL-STATUS = "P"
               MOVE VCL-EMPLEADO-ID TO WS-ID-REVISADO
               MOVE "N" TO WS-HAY-POSTERIOR
               COMPUTE WS-IX-POSTERIOR = WS-IX-VCL + 1
               PERFORM BUSCA-CAMBIO-POSTERIOR
                   UNTIL WS-IX-POSTERIOR > WS-TOTAL-CAMBIOS
                   OR WS-HAY-POSTERIOR = "S"
               MOVE WS-VCL-LINEA (WS-IX-VCL) TO CAMBIO-CLABE-REGISTRO
               IF WS-HAY-POSTERIOR = "S"
                   MOVE "S" TO WS-STATUS-VIGENTE
               END-IF
           END-IF.

           BUSCA-CAMBIO-POSTERIOR.
           MOVE WS-VCL-LINEA (WS-IX-POSTERIOR) TO CAMBIO-CLABE-REGISTRO.
           IF VCL-EMPLEADO-ID = WS-ID-REVISADO
               MOVE "S" TO WS-HAY-POSTERIOR
           END-IF.
           ADD 1 TO WS-IX-POSTERIOR.

           ARMA-DETALLE.
           PERFORM RESUELVE-STATUS-VIGENTE.
           MOVE VCL-EMPLEADO-ID TO DET-ID.
           MOVE VCL-FECHA-HORA (1:8) TO DET-FECHA.
           MOVE VCL-FECHA-HORA (9:4) TO DET-HORA.
           MOVE VCL-ORIGEN TO DET-ORIGEN.
           MOVE VCL-USUARIO-CAMBIO TO DET-USUARIO.
           MOVE VCL-CLABE-ANTERIOR TO WS-DATO-MASCARA.
           PERFORM ENMASCARA-CLABE.
           MOVE WS-DATO-MASCARA (1:18) TO DET-ANTERIOR.
           MOVE VCL-CLABE-NUEVA TO WS-DATO-MASCARA.
           PERFORM ENMASCARA-CLABE.
           MOVE WS-DATO-MASCARA (1:18) TO DET-NUEVA.
           EVALUATE WS-STATUS-VIGENTE
               WHEN "P"
                   MOVE "PENDIENTE" TO DET-STATUS
               WHEN "V"
                   MOVE "VERIFICADA" TO DET-STATUS
               WHEN "R"
                   MOVE "RECHAZADA" TO DET-STATUS
               WHEN "S"
                   MOVE "SUSTITUIDA" TO DET-STATUS
               WHEN OTHER
                   MOVE WS-STATUS-VIGENTE TO DET-STATUS
           END-EVALUATE.

      *    Una cuenta en blanco (empleado que pasa a cheque o que
      *    antes no tenia CLABE) se imprime como tal, sin mascara.
           ENMASCARA-CLABE.
           IF WS-DATO-MASCARA = SPACES
               MOVE "(SIN CUENTA)" TO WS-DATO-MASCARA
           ELSE
               CALL "enmascara-dato"
                   USING WS-TIPO-MASCARA WS-DATO-MASCARA
               END-CALL
           END-IF.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CAMBIOS DE CLABE CAPTURADOS EN EL DIA:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-DEL-DIA TO TOT-CUENTA.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "VERIFICACIONES Y RECHAZOS DEL DIA:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-RESUELTOS-DIA TO TOT-CUENTA.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DEPOSITOS RETENIDOS POR CLABE SIN VERIFICAR:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-RETENIDOS TO TOT-CUENTA.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  DE ELLOS CON MAS DIAS QUE EL UMBRAL (**):"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ATRASADOS TO TOT-CUENTA.
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

       END PROGRAM reporte-clabes.
