      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE DE LOS CAMBIOS A DATOS DE NOMINA HECHOS
      *         DURANTE CADA CONGELAMIENTO (CNGREG.cpy): POR PERIODO,
      *         CON SU STATUS ACTUAL EN PERIODOS-NOMINA.txt, LISTA
      *         CADA CAMBIO ESTACIONADO PARA DESPUES DEL CIERRE Y CADA
      *         CAMBIO QUE UN SUPERVISOR FORZO, CON PROGRAMA, OPERADOR,
      *         CAMPO Y VALOR ANTERIOR Y NUEVO (LA CLABE SOLO CON SUS
      *         ULTIMOS 4 DIGITOS, MASCARA DE enmascara-dato), Y
      *         CUANTOS DE CADA CLASE HUBO. SIN
      *         CAMBIOS_CONGELADOS_PERIODO SALEN TODOS LOS PERIODOS;
      *         CON EL, SOLO ESE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-congelados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CAMBIOS-CONGELADOS
       ASSIGN TO DYNAMIC WS-RUTA-CONGELADOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CNG.

       SELECT PERIODOS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-PERIODOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PER.

       SELECT CONGELADOS-RPT
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD CAMBIOS-CONGELADOS.
       01  LINEA-CONGELADO PIC X(125).

       FD PERIODOS-NOMINA.
       01  LINEA-PERIODO PIC X(40).

       FD CONGELADOS-RPT.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CNGREG.
       COPY PERREG.

       01  WS-RUTA-CONGELADOS PIC X(200).
       01  WS-FILE-STATUS-CNG PIC X(2).
       01  WS-RUTA-PERIODOS PIC X(200).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  FIN-DE-CONGELADOS PIC X.
       01  FIN-DE-PERIODOS PIC X.
       01  WS-PERIODO-FILTRO PIC X(6).
       01  WS-PERIODO-ACTUAL PIC X(6) VALUE SPACES.

      *    Status de cada periodo para el encabezado de su grupo.
       01  WS-TABLA-PERIODOS.
           05 WS-PER-RENGLON OCCURS 500 TIMES.
               10 WS-PER-ID PIC X(6).
               10 WS-PER-STATUS PIC X(10).
       01  WS-TOTAL-PERIODOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-PER PIC 9(3).
       01  WS-STATUS-ENCONTRADO PIC X(10).

       01  WS-TIPO-MASCARA PIC X(3) VALUE "CLA".
       01  WS-DATO-MASCARA PIC X(35).

       01  WS-ESTACIONADOS-PER PIC 9(5) VALUE ZEROES.
       01  WS-FORZADOS-PER PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-ESTACIONADOS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-FORZADOS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-PERIODOS-RPT PIC 9(3) VALUE ZEROES.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(47) VALUE
               "CAMBIOS A DATOS DE NOMINA DURANTE EL CONGELAMIE".
           05 FILLER PIC X(3) VALUE "NTO".
       01  WS-LINEA-PERIODO.
           05 FILLER PIC X(8) VALUE "PERIODO ".
           05 LPE-PERIODO PIC X(6).
           05 FILLER PIC X(17) VALUE "  STATUS ACTUAL: ".
           05 LPE-STATUS PIC X(10).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "FECHA    HORA ACCION      PROGRAMA      ".
           05 FILLER PIC X(40) VALUE
               "       ID     CAMPO    ANTERIOR         ".
           05 FILLER PIC X(40) VALUE
               "    NUEVO                USUARIO        ".
       01  WS-LINEA-DETALLE.
           05 DET-FECHA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-HORA PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ACCION PIC X(11).
           05 FILLER PIC X VALUE SPACE.
           05 DET-PROGRAMA PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CAMPO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ANTERIOR PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-NUEVO PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-USUARIO PIC X(20).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(40).
           05 TOT-CUENTA PIC ZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-congelados".
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
           PERFORM CARGA-PERIODOS.
           OPEN OUTPUT CONGELADOS-RPT.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   WS-RUTA-REPORTE
               MOVE "FIN" TO WS-BIT-EVENTO
               MOVE "RECHAZADO" TO WS-BIT-ESTADO
               PERFORM REGISTRA-BITACORA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *    Sin registro de cambios el reporte sale igual, en ceros.
           OPEN INPUT CAMBIOS-CONGELADOS.
           IF WS-FILE-STATUS-CNG = "00"
               MOVE "1" TO FIN-DE-CONGELADOS
               PERFORM LEE-CONGELADO
               PERFORM PROCESA-CONGELADO
                   UNTIL FIN-DE-CONGELADOS = "0"
               CLOSE CAMBIOS-CONGELADOS
           END-IF.
           IF WS-PERIODO-ACTUAL NOT = SPACES
               PERFORM ESCRIBE-TOTAL-PERIODO
           END-IF.
           PERFORM ESCRIBE-TOTALES.
           CLOSE CONGELADOS-RPT.
           DISPLAY "Periodos con cambios congelados: "
               WS-TOTAL-PERIODOS-RPT.
           DISPLAY "Cambios estacionados: " WS-TOTAL-ESTACIONADOS.
           DISPLAY "Cambios forzados por supervisor: "
               WS-TOTAL-FORZADOS.
           DISPLAY "Reporte en: " WS-RUTA-REPORTE.
           MOVE "FIN" TO WS-BIT-EVENTO.
           COMPUTE WS-BIT-CONTADOR =
               WS-TOTAL-ESTACIONADOS + WS-TOTAL-FORZADOS.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-RUTA-CONGELADOS FROM ENVIRONMENT
               "CAMBIOS_CONGELADOS_PATH".
           IF WS-RUTA-CONGELADOS = SPACES
               MOVE "CAMBIOS-CONGELADOS.txt" TO WS-RUTA-CONGELADOS
           END-IF.
           ACCEPT WS-RUTA-PERIODOS FROM ENVIRONMENT
               "PERIODOS_NOMINA_PATH".
           IF WS-RUTA-PERIODOS = SPACES
               MOVE "PERIODOS-NOMINA.txt" TO WS-RUTA-PERIODOS
           END-IF.
           ACCEPT WS-PERIODO-FILTRO FROM ENVIRONMENT
               "CAMBIOS_CONGELADOS_PERIODO".
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "CAMBIOS_CONGELADOS_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-CAMBIOS-CONGELADOS.txt"
                   TO WS-RUTA-REPORTE
           END-IF.

           CARGA-PERIODOS.
           OPEN INPUT PERIODOS-NOMINA.
           IF WS-FILE-STATUS-PER = "00"
               MOVE "1" TO FIN-DE-PERIODOS
               PERFORM LEE-PERIODO
               PERFORM AGREGA-PERIODO UNTIL FIN-DE-PERIODOS = "0"
               CLOSE PERIODOS-NOMINA
           END-IF.

           LEE-PERIODO.
           READ PERIODOS-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-PERIODOS
               NOT AT END
                   MOVE LINEA-PERIODO TO PERIODO-REGISTRO
           END-READ.

           AGREGA-PERIODO.
           IF PER-ID NOT = SPACES
               AND WS-TOTAL-PERIODOS < 500
               ADD 1 TO WS-TOTAL-PERIODOS
               MOVE PER-ID TO WS-PER-ID (WS-TOTAL-PERIODOS)
               MOVE PER-STATUS TO WS-PER-STATUS (WS-TOTAL-PERIODOS)
           END-IF.
           PERFORM LEE-PERIODO.

           LEE-CONGELADO.
           READ CAMBIOS-CONGELADOS
               AT END
                   MOVE "0" TO FIN-DE-CONGELADOS
               NOT AT END
                   MOVE LINEA-CONGELADO TO CAMBIO-CONGELADO-REGISTRO
           END-READ.

      *    El registro se escribe en orden de tiempo y los
      *    congelamientos no se enciman, asi que cada periodo llega
      *    junto: el corte es por cambio de periodo.
           PROCESA-CONGELADO.
           IF LINEA-CONGELADO NOT = SPACES
               AND (WS-PERIODO-FILTRO = SPACES
                   OR CNG-PERIODO = WS-PERIODO-FILTRO)
               IF CNG-PERIODO NOT = WS-PERIODO-ACTUAL
                   IF WS-PERIODO-ACTUAL NOT = SPACES
                       PERFORM ESCRIBE-TOTAL-PERIODO
                   END-IF
                   PERFORM ESCRIBE-ENCABEZADO-PERIODO
               END-IF
               PERFORM ESCRIBE-DETALLE
           END-IF.
           PERFORM LEE-CONGELADO.

           ESCRIBE-ENCABEZADO-PERIODO.
           MOVE CNG-PERIODO TO WS-PERIODO-ACTUAL.
           MOVE ZEROES TO WS-ESTACIONADOS-PER WS-FORZADOS-PER.
           ADD 1 TO WS-TOTAL-PERIODOS-RPT.
           MOVE "SIN REGISTRO" TO WS-STATUS-ENCONTRADO.
           PERFORM BUSCA-STATUS-PERIODO
               VARYING WS-IX-PER FROM 1 BY 1
               UNTIL WS-IX-PER > WS-TOTAL-PERIODOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE CNG-PERIODO TO LPE-PERIODO.
           MOVE WS-STATUS-ENCONTRADO TO LPE-STATUS.
           MOVE WS-LINEA-PERIODO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           BUSCA-STATUS-PERIODO.
           IF WS-PER-ID (WS-IX-PER) = CNG-PERIODO
               MOVE WS-PER-STATUS (WS-IX-PER) TO WS-STATUS-ENCONTRADO
           END-IF.

           ESCRIBE-DETALLE.
           MOVE CNG-FECHA-HORA (1:8) TO DET-FECHA.
           MOVE CNG-FECHA-HORA (9:4) TO DET-HORA.
           IF CNG-ACCION = "F"
               MOVE "FORZADO" TO DET-ACCION
               ADD 1 TO WS-FORZADOS-PER WS-TOTAL-FORZADOS
           ELSE
               MOVE "ESTACIONADO" TO DET-ACCION
               ADD 1 TO WS-ESTACIONADOS-PER WS-TOTAL-ESTACIONADOS
           END-IF.
           MOVE CNG-PROGRAMA TO DET-PROGRAMA.
           MOVE CNG-EMPLEADO-ID TO DET-ID.
           MOVE CNG-CAMPO TO DET-CAMPO.
           MOVE CNG-VALOR-ANTERIOR TO DET-ANTERIOR.
           MOVE CNG-VALOR-NUEVO TO DET-NUEVO.
           IF CNG-CAMPO = "CLABE"
               MOVE CNG-VALOR-ANTERIOR TO WS-DATO-MASCARA
               CALL "enmascara-dato"
                   USING WS-TIPO-MASCARA WS-DATO-MASCARA
               END-CALL
               MOVE WS-DATO-MASCARA (1:20) TO DET-ANTERIOR
               MOVE CNG-VALOR-NUEVO TO WS-DATO-MASCARA
               CALL "enmascara-dato"
                   USING WS-TIPO-MASCARA WS-DATO-MASCARA
               END-CALL
               MOVE WS-DATO-MASCARA (1:20) TO DET-NUEVO
           END-IF.
           MOVE CNG-USUARIO TO DET-USUARIO.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTAL-PERIODO.
           MOVE "  ESTACIONADOS PARA DESPUES DEL CIERRE:"
               TO TOT-ETIQUETA.
           MOVE WS-ESTACIONADOS-PER TO TOT-CUENTA.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  FORZADOS POR SUPERVISOR:" TO TOT-ETIQUETA.
           MOVE WS-FORZADOS-PER TO TOT-CUENTA.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PERIODOS CON CAMBIOS CONGELADOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-PERIODOS-RPT TO TOT-CUENTA.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTAL ESTACIONADOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ESTACIONADOS TO TOT-CUENTA.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTAL FORZADOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-FORZADOS TO TOT-CUENTA.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM reporte-congelados.
