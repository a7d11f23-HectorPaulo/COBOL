      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE DE COBERTURA DE TURNOS DE LOS PROXIMOS 14
      *         DIAS CONTRA LA TRIPULACION MINIMA
      *         (TRIPULACION-MINIMA.txt, mantiene-tripulacion): POR
      *         CADA DIA Y CADA DEPTO/TURNO CON MINIMO PARA ESE DIA DE
      *         LA SEMANA, LOS ASIGNADOS POR ROL, LOS QUE ESTAN FUERA
      *         (VACACIONES APROBADAS, INCAPACIDADES, PERMISOS Y
      *         LICENCIAS) Y LOS DISPONIBLES, CALCULADOS POR
      *         calcula-cobertura. CADA TURNO-DIA BAJO EL MINIMO SALE
      *         MARCADO "CORTO" CON EL NOMBRE DE QUIEN FALTA, EL
      *         MOTIVO Y HASTA CUANDO; EN UN FESTIVO TODO EL TURNO
      *         DESCANSA Y SE AVISA. EL PRIMER DIA ES HOY, O
      *         TRIPULACION_INICIO (AAAAMMDD). CON DIAS CORTOS LA
      *         CORRIDA TERMINA EN AVISO (RETURN-CODE 4).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-tripulacion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT TRIPULACION-RPT
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD TRIPULACION-RPT.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CBTREG.

       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-FECHA-INICIO PIC 9(8).
       01  WS-FECHA-INICIO-X PIC X(8).
       01  WS-FECHA-FIN PIC 9(8).
       01  WS-INI-ENTERO PIC 9(7).
       01  WS-DIA-ENTERO PIC 9(7).
       01  WS-FECHA-DIA PIC 9(8).
       01  WS-DIA-SEMANA PIC 9(1).
       01  WS-LETRAS-SEMANA PIC X(7) VALUE "DLMXJVS".
       01  WS-LETRA-DIA PIC X(1).
       01  WS-IX-DIA PIC 9(2).
       01  WS-DIAS-REPORTE PIC 9(2) VALUE 14.
       01  WS-IX-MIN PIC 9(3).
       01  WS-TOTAL-MINIMOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-AUS PIC 9(2).

       01  WS-TOTAL-EVALUADOS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-CORTOS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-FALTANTES PIC 9(6) VALUE ZEROES.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(40) VALUE
               "COBERTURA DE TURNOS CONTRA TRIPULACION M".
           05 FILLER PIC X(10) VALUE "INIMA DEL ".
           05 TIT-INICIO PIC X(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 TIT-FIN PIC X(8).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "FECHA    DIA DEPTO TURNO MINIMO ASIGNADO".
           05 FILLER PIC X(40) VALUE
               "S FUERA DISPONIBLES ESTADO              ".
       01  WS-LINEA-DETALLE.
           05 DET-FECHA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DIA PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-DEPTO PIC 9(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-TURNO PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-MINIMO PIC ZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 DET-ASIGNADOS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FUERA PIC ZZZ9.
           05 FILLER PIC X(7) VALUE SPACES.
           05 DET-DISPONIBLES PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ESTADO PIC X(30).
       01  WS-LINEA-AUSENTE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 AUS-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUS-NOMBRE PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUS-MOTIVO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUS-HASTA-ETIQUETA PIC X(6).
           05 AUS-HASTA PIC X(8).
       01  WS-LINEA-FESTIVO.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
               "FESTIVO: TODO EL TURNO DESCANSA POR LEY;".
           05 FILLER PIC X(40) VALUE
               " TRABAJARLO SE PAGA COMO DIA FESTIVO.   ".
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(40).
           05 TOT-CUENTA PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-tripulacion".
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
           MOVE "C" TO CBT-ACCION.
           CALL "calcula-cobertura" USING COBERTURA-TURNO-CONSULTA
           END-CALL.
           MOVE CBT-TOTAL-MINIMOS TO WS-TOTAL-MINIMOS.
           IF WS-TOTAL-MINIMOS = ZEROES
               DISPLAY "RECHAZADO: la tabla de tripulacion minima "
                   "esta vacia; capturela con mantiene-tripulacion."
               MOVE "FIN" TO WS-BIT-EVENTO
               MOVE "RECHAZADO" TO WS-BIT-ESTADO
               PERFORM REGISTRA-BITACORA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TRIPULACION-RPT.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   WS-RUTA-REPORTE
               MOVE "FIN" TO WS-BIT-EVENTO
               MOVE "RECHAZADO" TO WS-BIT-ESTADO
               PERFORM REGISTRA-BITACORA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-INICIO TO TIT-INICIO.
           MOVE WS-FECHA-FIN TO TIT-FIN.
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM PROCESA-DIA
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > WS-DIAS-REPORTE.
           PERFORM ESCRIBE-TOTALES.
           CLOSE TRIPULACION-RPT.
           DISPLAY "Turnos-dia evaluados: " WS-TOTAL-EVALUADOS.
           DISPLAY "Turnos-dia bajo el minimo: " WS-TOTAL-CORTOS.
           DISPLAY "Reporte en: " WS-RUTA-REPORTE.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-CORTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           IF WS-TOTAL-CORTOS > ZEROES
               MOVE "AVISO" TO WS-BIT-ESTADO
           END-IF.
           PERFORM REGISTRA-BITACORA.
           IF WS-TOTAL-CORTOS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-INICIO-X FROM ENVIRONMENT
               "TRIPULACION_INICIO".
           IF WS-FECHA-INICIO-X IS NUMERIC
               MOVE WS-FECHA-INICIO-X TO WS-FECHA-INICIO
           ELSE
               ACCEPT WS-FECHA-INICIO FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-INI-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-INICIO).
           IF WS-INI-ENTERO = ZEROES
               DISPLAY "Fecha de inicio no valida ("
                   WS-FECHA-INICIO-X "); se toma hoy."
               ACCEPT WS-FECHA-INICIO FROM DATE YYYYMMDD
               COMPUTE WS-INI-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INICIO)
           END-IF.
           COMPUTE WS-FECHA-FIN = FUNCTION DATE-OF-INTEGER
               (WS-INI-ENTERO + WS-DIAS-REPORTE - 1).
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "TRIPULACION_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-TRIPULACION.txt" TO WS-RUTA-REPORTE
           END-IF.

      *    Cada dia se recorre la tabla de minimos y solo se evaluan
      *    los renglones de ese dia de la semana.
           PROCESA-DIA.
           COMPUTE WS-DIA-ENTERO = WS-INI-ENTERO + WS-IX-DIA - 1.
           COMPUTE WS-FECHA-DIA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-ENTERO, 7).
           MOVE WS-LETRAS-SEMANA (WS-DIA-SEMANA + 1:1) TO WS-LETRA-DIA.
           PERFORM PROCESA-MINIMO
               VARYING WS-IX-MIN FROM 1 BY 1
               UNTIL WS-IX-MIN > WS-TOTAL-MINIMOS.

           PROCESA-MINIMO.
           MOVE "I" TO CBT-ACCION.
           MOVE WS-IX-MIN TO CBT-RENGLON.
           CALL "calcula-cobertura" USING COBERTURA-TURNO-CONSULTA
           END-CALL.
           IF CBT-RESULTADO = "S"
               AND CBT-DIA = WS-LETRA-DIA
               MOVE "E" TO CBT-ACCION
               MOVE WS-FECHA-DIA TO CBT-FECHA
               MOVE ZEROES TO CBT-NUMERO-EXTRA
               CALL "calcula-cobertura"
                   USING COBERTURA-TURNO-CONSULTA
               END-CALL
               ADD 1 TO WS-TOTAL-EVALUADOS
               PERFORM ESCRIBE-DETALLE
           END-IF.

           ESCRIBE-DETALLE.
           MOVE WS-FECHA-DIA TO DET-FECHA.
           MOVE WS-LETRA-DIA TO DET-DIA.
           MOVE CBT-DEPTO TO DET-DEPTO.
           MOVE CBT-TURNO TO DET-TURNO.
           MOVE CBT-MINIMO TO DET-MINIMO.
           MOVE CBT-ASIGNADOS TO DET-ASIGNADOS.
           MOVE CBT-FUERA TO DET-FUERA.
           MOVE CBT-DISPONIBLES TO DET-DISPONIBLES.
           IF CBT-RESULTADO = "S"
               ADD 1 TO WS-TOTAL-CORTOS
               COMPUTE WS-TOTAL-FALTANTES = WS-TOTAL-FALTANTES
                   + CBT-MINIMO - CBT-DISPONIBLES
               IF CBT-FESTIVO = "S"
                   MOVE "*** CORTO (FESTIVO)" TO DET-ESTADO
               ELSE
                   MOVE "*** CORTO" TO DET-ESTADO
               END-IF
           ELSE
               MOVE "OK" TO DET-ESTADO
           END-IF.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF CBT-RESULTADO = "S"
               IF CBT-FESTIVO = "S"
                   MOVE WS-LINEA-FESTIVO TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
               PERFORM ESCRIBE-AUSENTE
                   VARYING WS-IX-AUS FROM 1 BY 1
                   UNTIL WS-IX-AUS > CBT-TOTAL-AUSENTES
           END-IF.

           ESCRIBE-AUSENTE.
           MOVE CBT-AUS-ID (WS-IX-AUS) TO AUS-ID.
           MOVE CBT-AUS-NOMBRE (WS-IX-AUS) TO AUS-NOMBRE.
           EVALUATE CBT-AUS-MOTIVO (WS-IX-AUS)
               WHEN "V"
                   MOVE "VACACIONES" TO AUS-MOTIVO
               WHEN "I"
                   MOVE "INCAPACIDAD" TO AUS-MOTIVO
               WHEN "P"
                   MOVE "PERMISO CON GOCE" TO AUS-MOTIVO
               WHEN "L"
                   MOVE "LICENCIA SIN GOCE" TO AUS-MOTIVO
               WHEN OTHER
                   MOVE "OTRO" TO AUS-MOTIVO
           END-EVALUATE.
           IF CBT-AUS-HASTA (WS-IX-AUS) = SPACES
               MOVE SPACES TO AUS-HASTA-ETIQUETA AUS-HASTA
           ELSE
               MOVE "HASTA " TO AUS-HASTA-ETIQUETA
               MOVE CBT-AUS-HASTA (WS-IX-AUS) TO AUS-HASTA
           END-IF.
           MOVE WS-LINEA-AUSENTE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TURNOS-DIA EVALUADOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-EVALUADOS TO TOT-CUENTA.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TURNOS-DIA BAJO EL MINIMO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-CORTOS TO TOT-CUENTA.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PERSONAS FALTANTES CONTRA EL MINIMO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-FALTANTES TO TOT-CUENTA.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM reporte-tripulacion.
