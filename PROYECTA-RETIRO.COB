      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:PROYECCION DE RETIRO: LISTA A LOS EMPLEADOS ACTIVOS QUE
      *         CUMPLEN 60 O 65 ANOS DENTRO DE 1, 3 O 5 ANOS (O QUE YA
      *         LOS CUMPLIERON Y SIGUEN TRABAJANDO), ORDENADOS POR LA
      *         FECHA EN QUE CUMPLEN 60, CON SU DEPARTAMENTO Y PUESTO.
      *         ESTIMA SUS SEMANAS COTIZADAS HOY, A LOS 60 Y A LOS 65:
      *         LAS DEL REPORTE DEL IMSS CAPTURADO EN mantiene-semanas
      *         (SEMANAS-PREVIAS.txt) MAS LAS SEMANAS CON NOSOTROS
      *         DESDE SU FECHA DE CORTE O DESDE EL ALTA (SIN FECHA DE
      *         ALTA, DESDE EL PRIMER CAMBIO EN EL HISTORIAL DE
      *         SALARIOS). LA LEY QUE LE APLICARIA SE DEDUCE DEL ANO
      *         DE AFILIACION DEL NSS (POSICIONES 3 Y 4): ANTES DE 1997
      *         LEY 1973, DESPUES LEY 1997 Y EN 1997 "73/97" PORQUE
      *         DEPENDE DEL MES. LAS SEMANAS MINIMAS SALEN DE LA TABLA
      *         DE PARAMETROS LEGALES A LA FECHA DE CADA CUMPLEANOS
      *         (SEM-MIN-L73, SEM-MIN-L97) Y LA COLUMNA "ALC" DICE A
      *         QUE EDAD LAS ALCANZARIA. EL SALARIO PROMEDIO MENSUAL DE
      *         LAS ULTIMAS 250 SEMANAS (BASE DE LA PENSION DE LA LEY
      *         1973) SE RECONSTRUYE DEL HISTORIAL DE SALARIOS. AL
      *         FINAL RESUME POR DEPARTAMENTO Y PUESTO CUANTOS LLEGAN A
      *         LOS 60 EN 1, 3 Y 5 ANOS CONTRA LOS ACTIVOS Y LA
      *         PLANTILLA AUTORIZADA, PARA VER QUE PUESTOS CLAVE
      *         QUEDAN EXPUESTOS.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. proyecta-retiro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS.

       SELECT SEMANAS-PREVIAS
       ASSIGN TO DYNAMIC WS-RUTA-SEMANAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SEM.

       SELECT HISTORIAL-SALARIOS
       ASSIGN TO DYNAMIC WS-RUTA-HISTORIAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-HIS.

       SELECT HISTORIAL-ORDEN ASSIGN TO "SORTWK32".

       SELECT RETIRO-ORDEN ASSIGN TO "SORTWK33".

       SELECT REPORTE-RETIRO
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD SEMANAS-PREVIAS.
       01  LINEA-SEMANAS PIC X(50).

       FD HISTORIAL-SALARIOS.
       01  LINEA-HISTORIAL PIC X(76).

       SD  HISTORIAL-ORDEN.
       01  SD-REG-HISTORIAL.
           05 SDH-NUMERO PIC 9(5).
           05 SDH-FECHA PIC X(8).
           05 SDH-ANTERIOR PIC X(9).
           05 SDH-NUEVO PIC X(9).

       SD  RETIRO-ORDEN.
       01  SD-REG-RETIRO.
           05 SDR-FECHA-60 PIC 9(8).
           05 SDR-ID PIC X(6).
           05 SDR-NOMBRE PIC X(25).
           05 SDR-APELLIDOS PIC X(35).
           05 SDR-DEPTO PIC 9(3).
           05 SDR-PUESTO PIC 9(2).
           05 SDR-NACIMIENTO PIC X(8).
           05 SDR-ALTA PIC X(8).
           05 SDR-NSS PIC X(11).

       FD REPORTE-RETIRO.
       01  LINEA-REPORTE PIC X(150).

       WORKING-STORAGE SECTION.
       COPY SEMREG.
       COPY HISREG.
       COPY RPTENC.

       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-RUTA-SEMANAS PIC X(200).
       01  WS-RUTA-HISTORIAL PIC X(200).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-SEM PIC X(2).
       01  WS-FILE-STATUS-HIS PIC X(2).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  FIN-DEL-ARCHIVO PIC X.
       01  FIN-DE-SEMANAS PIC X.
       01  FIN-DEL-HISTORIAL PIC X.
       01  FIN-DE-ORDENADOS PIC X.
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).

       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY.
           05 WS-ANO-HOY PIC 9(4).
           05 WS-MMDD-HOY PIC 9(4).
       01  WS-DIA-HOY PIC 9(7).
       01  WS-LIMITE-1 PIC 9(8).
       01  WS-LIMITE-3 PIC 9(8).
       01  WS-LIMITE-5 PIC 9(8).

       01  WS-FECHA-NAC-NUM PIC 9(8).
       01  WS-FECHA-NAC-X REDEFINES WS-FECHA-NAC-NUM.
           05 WS-ANO-NAC PIC 9(4).
           05 WS-MMDD-NAC PIC 9(4).
       01  WS-FECHA-60 PIC 9(8).
       01  WS-FECHA-65 PIC 9(8).
       01  WS-FECHA-VALIDA PIC 9(8).
       01  WS-DIA-VALIDO PIC 9(7).
       01  WS-DIA-60 PIC 9(7).
       01  WS-DIA-65 PIC 9(7).
       01  WS-DIA-INICIO PIC 9(7).
       01  WS-DIA-DESDE-SEMANAS PIC 9(7).
       01  WS-DIA-SEMANAS PIC 9(7).
       01  WS-BASE-SEMANAS PIC 9(4).
       01  WS-SEMANAS-CALCULADAS PIC 9(4).
       01  WS-SEMANAS-HOY PIC 9(4).
       01  WS-SEMANAS-60 PIC 9(4).
       01  WS-SEMANAS-65 PIC 9(4).
       01  WS-EDAD PIC 9(3).
       01  WS-HORIZONTE PIC X(6).
       01  WS-FECHA-HORIZONTE PIC 9(8).
       01  WS-LEY PIC X(5).
       01  WS-ANO-AFILIACION PIC 9(4).
       01  WS-AA-AFILIACION PIC 9(2).
       01  WS-AA-HOY PIC 9(2).
       01  WS-FECHA-MINIMO PIC 9(8).
       01  WS-MINIMO-SEMANAS PIC 9(4).
       01  WS-MINIMO-60 PIC 9(4).
       01  WS-MINIMO-65 PIC 9(4).
       01  WS-ANO-MINIMO PIC 9(4).
       01  WS-OBSERVACION PIC X(8).

       01  WS-FECHA-CALCULO-PLG PIC X(8).
       01  WS-CLAVE-PLG PIC X(12).
       01  WS-VALOR-PLG PIC 9(7)V9(5).
       01  WS-RESULTADO-PLG PIC X.

       01  WS-TABLA-SEMANAS.
           05 WS-SEM-RENGLON OCCURS 5000 TIMES.
               10 WS-SEM-ID PIC X(6).
               10 WS-SEM-SEMANAS PIC 9(4).
               10 WS-SEM-CORTE PIC X(8).
       01  WS-TOTAL-SEMANAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-SEM PIC 9(4).
       01  WS-SEM-ENCONTRADO PIC 9(4).

       01  WS-VALOR-HIS-X PIC X(9).
       01  WS-VALOR-HIS-N REDEFINES WS-VALOR-HIS-X PIC S9(7)V99.
       01  WS-TABLA-HISTORIAL.
           05 WS-HIS-RENGLON OCCURS 10000 TIMES.
               10 WS-HIS-NUMERO PIC 9(5).
               10 WS-HIS-DIA PIC 9(7).
               10 WS-HIS-ANTERIOR PIC 9(7)V99.
               10 WS-HIS-NUEVO PIC 9(7)V99.
       01  WS-TOTAL-HISTORIAL PIC 9(5) VALUE ZEROES.
       01  WS-IX-HIS PIC 9(5).
       01  WS-HIS-PRIMERO PIC 9(5).
       01  WS-NUMERO-HIS PIC 9(5).
       01  WS-HAY-SALARIO PIC X.
       01  WS-DIA-TRAMO PIC 9(7).
       01  WS-DIA-VENTANA PIC 9(7).
       01  WS-SALARIO-TRAMO PIC 9(7)V99.
       01  WS-SUMA-SALARIO-DIAS PIC 9(13)V99.
       01  WS-SALARIO-PROMEDIO PIC 9(7)V99.

       01  WS-TABLA-EXPOSICION.
           05 WS-EXP-RENGLON OCCURS 500 TIMES.
               10 WS-EXP-DEPTO PIC 9(3).
               10 WS-EXP-PUESTO PIC 9(2).
               10 WS-EXP-ACTIVOS PIC 9(5).
               10 WS-EXP-A1 PIC 9(5).
               10 WS-EXP-A3 PIC 9(5).
               10 WS-EXP-A5 PIC 9(5).
       01  WS-TOTAL-EXPOSICION PIC 9(3) VALUE ZEROES.
       01  WS-IX-EXP PIC 9(3).
       01  WS-EXP-ENCONTRADO PIC 9(3).
       01  WS-DEPTO-EXP PIC 9(3).
       01  WS-PUESTO-EXP PIC 9(2).
       01  WS-PORCENTAJE PIC 9(3).

       01  WS-NOMBRE-DEPTO PIC X(20).
       01  WS-TITULO-PUESTO PIC X(10).
       01  WS-SAL-MIN-PUESTO PIC 9(7)V99.
       01  WS-SAL-MAX-PUESTO PIC 9(7)V99.
       01  WS-AUTORIZADOS PIC 9(4).
       01  WS-RESULTADO-CAT PIC X.

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-ACTIVOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-NACIMIENTO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-LISTADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-REPORTE-IMSS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-60-YA PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-60-1 PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-60-3 PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-60-5 PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-65-YA PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-65-1 PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-65-3 PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-65-5 PIC 9(6) VALUE ZEROES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "ID     EMPLEADO                 DEP PUES".
           05 FILLER PIC X(40) VALUE
               "TO     NACIMIEN EDA CUMPLE60 HORIZ. CUMP".
           05 FILLER PIC X(40) VALUE
               "LE65 HORIZ. LEY   SEM. S.60 S.65 MIN. AL".
           05 FILLER PIC X(30) VALUE
               "C   SAL.PROM OBS.".
       01  WS-LINEA-DETALLE.
           05 DET-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOMBRE PIC X(24).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DEPTO PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-PUESTO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NACIMIENTO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-EDAD PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FECHA-60 PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-HORIZONTE-60 PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FECHA-65 PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-HORIZONTE-65 PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-LEY PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-SEMANAS-HOY PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-SEMANAS-60 PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-SEMANAS-65 PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-MINIMO PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ALCANZA PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-SALARIO-PROMEDIO PIC ZZZZZZ9.99.
           05 DET-SALARIO-PROMEDIO-X REDEFINES DET-SALARIO-PROMEDIO
               PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-OBSERVACION PIC X(8).
       01  WS-LINEA-COLUMNAS-EXP.
           05 FILLER PIC X(40) VALUE
               "DEP DEPARTAMENTO          PU PUESTO     ".
           05 FILLER PIC X(40) VALUE
               "ACTIVOS AUTORIZ. 60 EN 1A 60 EN 3A 60 EN".
           05 FILLER PIC X(20) VALUE
               " 5A  % EXPUESTO 5A".
       01  WS-LINEA-EXPOSICION.
           05 EXP-DEPTO PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXP-NOMBRE-DEPTO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXP-PUESTO PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXP-TITULO-PUESTO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXP-ACTIVOS PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXP-AUTORIZADOS PIC ZZZZZZZ9.
           05 EXP-AUTORIZADOS-X REDEFINES EXP-AUTORIZADOS PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXP-A1 PIC ZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXP-A3 PIC ZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXP-A5 PIC ZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXP-PORCENTAJE PIC ZZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE "%".
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "proyecta-retiro".
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
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-RETIRO.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   WS-RUTA-REPORTE
               CLOSE EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGA-SEMANAS-PREVIAS.
           SORT HISTORIAL-ORDEN
               ON ASCENDING KEY SDH-NUMERO SDH-FECHA
               INPUT PROCEDURE IS SELECCIONA-SALARIOS
               OUTPUT PROCEDURE IS CARGA-HISTORIAL.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PROYECCION DE RETIRO: CUMPLEN 60 Y 65 EN 1, 3 Y 5 ANOS"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           SORT RETIRO-ORDEN
               ON ASCENDING KEY SDR-FECHA-60 SDR-ID
               INPUT PROCEDURE IS SELECCIONA-EMPLEADOS
               OUTPUT PROCEDURE IS IMPRIME-PROYECCION.

           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM ESCRIBE-EXPOSICION.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-RETIRO.
           DISPLAY "Registros leidos: " WS-TOTAL-LEIDOS.
           DISPLAY "Empleados activos: " WS-TOTAL-ACTIVOS.
           DISPLAY "Empleados en la proyeccion: " WS-TOTAL-LISTADOS.
           DISPLAY "Activos sin fecha de nacimiento: "
               WS-TOTAL-SIN-NACIMIENTO.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-LISTADOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           COMPUTE WS-LIMITE-1 = WS-FECHA-HOY + 10000.
           COMPUTE WS-LIMITE-3 = WS-FECHA-HOY + 30000.
           COMPUTE WS-LIMITE-5 = WS-FECHA-HOY + 50000.
           MOVE WS-FECHA-HOY (3:2) TO WS-AA-HOY.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-SEMANAS FROM ENVIRONMENT
               "SEMANAS_PREVIAS_PATH".
           IF WS-RUTA-SEMANAS = SPACES
               MOVE "SEMANAS-PREVIAS.txt" TO WS-RUTA-SEMANAS
           END-IF.
           ACCEPT WS-RUTA-HISTORIAL FROM ENVIRONMENT
               "HISTORIAL_SALARIOS_PATH".
           IF WS-RUTA-HISTORIAL = SPACES
               MOVE "HISTORIAL-SALARIOS.dat" TO WS-RUTA-HISTORIAL
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "PROYECTA_RETIRO_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "PROYECCION-RETIRO" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

           CARGA-SEMANAS-PREVIAS.
           OPEN INPUT SEMANAS-PREVIAS.
           IF WS-FILE-STATUS-SEM NOT = "00"
               DISPLAY "Aviso: no hay semanas previas capturadas; "
                   "las semanas salen solo con lo cotizado aqui."
           ELSE
               MOVE "1" TO FIN-DE-SEMANAS
               PERFORM LEE-LINEA-SEMANAS
               PERFORM AGREGA-SEMANAS UNTIL FIN-DE-SEMANAS = "0"
               CLOSE SEMANAS-PREVIAS
           END-IF.

           LEE-LINEA-SEMANAS.
           READ SEMANAS-PREVIAS
               AT END
                   MOVE "0" TO FIN-DE-SEMANAS
               NOT AT END
                   MOVE LINEA-SEMANAS TO SEMANAS-PREVIAS-REGISTRO
           END-READ.

           AGREGA-SEMANAS.
           IF SEM-ID NOT = SPACES
               AND SEM-SEMANAS IS NUMERIC
               AND SEM-FECHA-CORTE IS NUMERIC
               AND WS-TOTAL-SEMANAS < 5000
               ADD 1 TO WS-TOTAL-SEMANAS
               MOVE SEM-ID TO WS-SEM-ID (WS-TOTAL-SEMANAS)
               MOVE SEM-SEMANAS TO WS-SEM-SEMANAS (WS-TOTAL-SEMANAS)
               MOVE SEM-FECHA-CORTE TO WS-SEM-CORTE (WS-TOTAL-SEMANAS)
           END-IF.
           PERFORM LEE-LINEA-SEMANAS.

      *    Solo los cambios de salario; el historial va por numero de
      *    nomina de la plaza (sitio en blanco), como lo lee
      *    extracto-imss.
           SELECCIONA-SALARIOS.
           OPEN INPUT HISTORIAL-SALARIOS.
           IF WS-FILE-STATUS-HIS NOT = "00"
               DISPLAY "Aviso: sin historial de salarios; el salario "
                   "promedio sale en blanco."
           ELSE
               MOVE "1" TO FIN-DEL-HISTORIAL
               PERFORM LEE-HISTORIAL
               PERFORM LIBERA-SALARIO UNTIL FIN-DEL-HISTORIAL = "0"
               CLOSE HISTORIAL-SALARIOS
           END-IF.

           LEE-HISTORIAL.
           READ HISTORIAL-SALARIOS
               AT END
                   MOVE "0" TO FIN-DEL-HISTORIAL
               NOT AT END
                   MOVE LINEA-HISTORIAL TO WS-LINEA-HISTORIAL
           END-READ.

           LIBERA-SALARIO.
           IF HIS-TIPO = "SAL"
               AND HIS-NUMERO-EMP IS NUMERIC
               AND HIS-FECHA-EFECTIVA IS NUMERIC
               MOVE HIS-NUMERO-EMP TO SDH-NUMERO
               MOVE HIS-FECHA-EFECTIVA TO SDH-FECHA
               MOVE HIS-VALOR-ANTERIOR TO SDH-ANTERIOR
               MOVE HIS-VALOR-NUEVO TO SDH-NUEVO
               RELEASE SD-REG-HISTORIAL
           END-IF.
           PERFORM LEE-HISTORIAL.

           CARGA-HISTORIAL.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-SALARIO.
           PERFORM AGREGA-SALARIO UNTIL FIN-DE-ORDENADOS = "0".

           REGRESA-SALARIO.
           RETURN HISTORIAL-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           AGREGA-SALARIO.
           MOVE SDH-FECHA TO WS-FECHA-VALIDA.
           PERFORM CONVIERTE-FECHA-VALIDA.
           IF WS-DIA-VALIDO > ZEROES
               AND WS-TOTAL-HISTORIAL < 10000
               ADD 1 TO WS-TOTAL-HISTORIAL
               MOVE SDH-NUMERO TO WS-HIS-NUMERO (WS-TOTAL-HISTORIAL)
               MOVE WS-DIA-VALIDO TO WS-HIS-DIA (WS-TOTAL-HISTORIAL)
               MOVE SDH-ANTERIOR TO WS-VALOR-HIS-X
               IF WS-VALOR-HIS-N IS NUMERIC
                   MOVE WS-VALOR-HIS-N
                       TO WS-HIS-ANTERIOR (WS-TOTAL-HISTORIAL)
               ELSE
                   MOVE ZEROES TO WS-HIS-ANTERIOR (WS-TOTAL-HISTORIAL)
               END-IF
               MOVE SDH-NUEVO TO WS-VALOR-HIS-X
               IF WS-VALOR-HIS-N IS NUMERIC
                   MOVE WS-VALOR-HIS-N
                       TO WS-HIS-NUEVO (WS-TOTAL-HISTORIAL)
               ELSE
                   MOVE ZEROES TO WS-HIS-NUEVO (WS-TOTAL-HISTORIAL)
               END-IF
           END-IF.
           PERFORM REGRESA-SALARIO.

      *    Regresa en WS-DIA-VALIDO el dia juliano de WS-FECHA-VALIDA,
      *    o cero si no es una fecha del calendario.
           CONVIERTE-FECHA-VALIDA.
           MOVE ZEROES TO WS-DIA-VALIDO.
           IF WS-FECHA-VALIDA >= 16010101
               AND WS-FECHA-VALIDA (5:2) >= "01"
               AND WS-FECHA-VALIDA (5:2) <= "12"
               AND WS-FECHA-VALIDA (7:2) >= "01"
               AND WS-FECHA-VALIDA (7:2) <= "31"
               COMPUTE WS-DIA-VALIDO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-VALIDA)
           END-IF.

           SELECCIONA-EMPLEADOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM LIBERA-EMPLEADO UNTIL FIN-DEL-ARCHIVO = "0".

           LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DEL-ARCHIVO
           END-READ.

      *    Cada activo cuenta en su departamento/puesto; solo pasa al
      *    SORT quien cumple 60 dentro de 5 anos o ya los cumplio.
      *    El 29 de febrero cumple el 28 en los anos no bisiestos.
           LIBERA-EMPLEADO.
           ADD 1 TO WS-TOTAL-LEIDOS.
           IF EMPLEADOS-STATUS NOT = "T" AND EMPLEADOS-STATUS NOT = "I"
               ADD 1 TO WS-TOTAL-ACTIVOS
               MOVE ZEROES TO WS-DEPTO-EXP WS-PUESTO-EXP
               IF EMPLEADOS-DEPTO IS NUMERIC
                   MOVE EMPLEADOS-DEPTO TO WS-DEPTO-EXP
               END-IF
               IF EMPLEADOS-PUESTO IS NUMERIC
                   MOVE EMPLEADOS-PUESTO TO WS-PUESTO-EXP
               END-IF
               PERFORM UBICA-EXPOSICION
               IF WS-EXP-ENCONTRADO > ZEROES
                   ADD 1 TO WS-EXP-ACTIVOS (WS-EXP-ENCONTRADO)
               END-IF
               IF EMPLEADOS-FECHA-NACIMIENTO IS NUMERIC
                   MOVE EMPLEADOS-FECHA-NACIMIENTO TO WS-FECHA-NAC-NUM
                   IF WS-MMDD-NAC = 0229
                       MOVE 0228 TO WS-MMDD-NAC
                   END-IF
                   COMPUTE WS-FECHA-60 = WS-FECHA-NAC-NUM + 600000
                   IF WS-FECHA-60 <= WS-LIMITE-5
                       MOVE WS-FECHA-60 TO SDR-FECHA-60
                       MOVE EMPLEADOS-ID TO SDR-ID
                       MOVE EMPLEADOS-NOMBRE TO SDR-NOMBRE
                       MOVE EMPLEADOS-APELLIDOS TO SDR-APELLIDOS
                       MOVE WS-DEPTO-EXP TO SDR-DEPTO
                       MOVE WS-PUESTO-EXP TO SDR-PUESTO
                       MOVE EMPLEADOS-FECHA-NACIMIENTO
                           TO SDR-NACIMIENTO
                       MOVE EMPLEADOS-FECHA-ALTA TO SDR-ALTA
                       MOVE EMPLEADOS-NSS TO SDR-NSS
                       RELEASE SD-REG-RETIRO
                   END-IF
               ELSE
                   ADD 1 TO WS-TOTAL-SIN-NACIMIENTO
               END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-REGISTRO.

           UBICA-EXPOSICION.
           MOVE ZEROES TO WS-EXP-ENCONTRADO.
           PERFORM VARYING WS-IX-EXP FROM 1 BY 1
               UNTIL WS-IX-EXP > WS-TOTAL-EXPOSICION
               OR WS-EXP-ENCONTRADO > ZEROES
               IF WS-EXP-DEPTO (WS-IX-EXP) = WS-DEPTO-EXP
                   AND WS-EXP-PUESTO (WS-IX-EXP) = WS-PUESTO-EXP
                   MOVE WS-IX-EXP TO WS-EXP-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-EXP-ENCONTRADO = ZEROES
               AND WS-TOTAL-EXPOSICION < 500
               ADD 1 TO WS-TOTAL-EXPOSICION
               MOVE WS-TOTAL-EXPOSICION TO WS-EXP-ENCONTRADO
               MOVE WS-DEPTO-EXP TO WS-EXP-DEPTO (WS-EXP-ENCONTRADO)
               MOVE WS-PUESTO-EXP TO WS-EXP-PUESTO (WS-EXP-ENCONTRADO)
               MOVE ZEROES TO WS-EXP-ACTIVOS (WS-EXP-ENCONTRADO)
                   WS-EXP-A1 (WS-EXP-ENCONTRADO)
                   WS-EXP-A3 (WS-EXP-ENCONTRADO)
                   WS-EXP-A5 (WS-EXP-ENCONTRADO)
           END-IF.

           IMPRIME-PROYECCION.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-EMPLEADO.
           PERFORM PROYECTA-EMPLEADO UNTIL FIN-DE-ORDENADOS = "0".

           REGRESA-EMPLEADO.
           RETURN RETIRO-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           PROYECTA-EMPLEADO.
           ADD 1 TO WS-TOTAL-LISTADOS.
           MOVE SPACES TO WS-OBSERVACION.
           MOVE SDR-NACIMIENTO TO WS-FECHA-NAC-NUM.
           COMPUTE WS-EDAD = (WS-FECHA-HOY - WS-FECHA-NAC-NUM) / 10000.
           MOVE SDR-FECHA-60 TO WS-FECHA-60.
           COMPUTE WS-FECHA-65 = WS-FECHA-60 + 50000.
           MOVE WS-FECHA-60 TO WS-FECHA-VALIDA.
           PERFORM CONVIERTE-FECHA-VALIDA.
           MOVE WS-DIA-VALIDO TO WS-DIA-60.
           MOVE WS-FECHA-65 TO WS-FECHA-VALIDA.
           PERFORM CONVIERTE-FECHA-VALIDA.
           MOVE WS-DIA-VALIDO TO WS-DIA-65.
           MOVE WS-FECHA-60 TO WS-FECHA-HORIZONTE.
           PERFORM CLASIFICA-HORIZONTE.
           MOVE WS-HORIZONTE TO DET-HORIZONTE-60.
           PERFORM CUENTA-HORIZONTE-60.
           MOVE WS-FECHA-65 TO WS-FECHA-HORIZONTE.
           PERFORM CLASIFICA-HORIZONTE.
           MOVE WS-HORIZONTE TO DET-HORIZONTE-65.
           PERFORM CUENTA-HORIZONTE-65.
           PERFORM DETERMINA-LEY.
           PERFORM UBICA-INICIO-SERVICIO.
           PERFORM UBICA-SEMANAS-PREVIAS.
           MOVE WS-DIA-HOY TO WS-DIA-SEMANAS.
           PERFORM CALCULA-SEMANAS.
           MOVE WS-SEMANAS-CALCULADAS TO WS-SEMANAS-HOY.
           MOVE WS-DIA-60 TO WS-DIA-SEMANAS.
           PERFORM CALCULA-SEMANAS.
           MOVE WS-SEMANAS-CALCULADAS TO WS-SEMANAS-60.
           MOVE WS-DIA-65 TO WS-DIA-SEMANAS.
           PERFORM CALCULA-SEMANAS.
           MOVE WS-SEMANAS-CALCULADAS TO WS-SEMANAS-65.
           MOVE WS-FECHA-60 TO WS-FECHA-MINIMO.
           PERFORM BUSCA-MINIMO-SEMANAS.
           MOVE WS-MINIMO-SEMANAS TO WS-MINIMO-60.
           MOVE WS-FECHA-65 TO WS-FECHA-MINIMO.
           PERFORM BUSCA-MINIMO-SEMANAS.
           MOVE WS-MINIMO-SEMANAS TO WS-MINIMO-65.
           PERFORM PROMEDIA-SALARIO.

           MOVE SDR-ID TO DET-ID.
           MOVE SPACES TO DET-NOMBRE.
           STRING SDR-APELLIDOS DELIMITED BY "  "
               " " DELIMITED BY SIZE
               SDR-NOMBRE DELIMITED BY "  "
               INTO DET-NOMBRE
           END-STRING.
           MOVE SDR-DEPTO TO DET-DEPTO.
           CALL "busca-puesto"
               USING SDR-PUESTO WS-TITULO-PUESTO WS-SAL-MIN-PUESTO
                   WS-SAL-MAX-PUESTO WS-RESULTADO-CAT
           END-CALL.
           IF WS-RESULTADO-CAT = "S"
               MOVE WS-TITULO-PUESTO TO DET-PUESTO
           ELSE
               MOVE SDR-PUESTO TO DET-PUESTO
           END-IF.
           MOVE SDR-NACIMIENTO TO DET-NACIMIENTO.
           MOVE WS-EDAD TO DET-EDAD.
           MOVE WS-FECHA-60 TO DET-FECHA-60.
           MOVE WS-FECHA-65 TO DET-FECHA-65.
           MOVE WS-LEY TO DET-LEY.
           MOVE WS-SEMANAS-HOY TO DET-SEMANAS-HOY.
           MOVE WS-SEMANAS-60 TO DET-SEMANAS-60.
           MOVE WS-SEMANAS-65 TO DET-SEMANAS-65.
           MOVE WS-MINIMO-60 TO DET-MINIMO.
           IF WS-SEMANAS-60 >= WS-MINIMO-60
               MOVE "60" TO DET-ALCANZA
           ELSE
               IF WS-SEMANAS-65 >= WS-MINIMO-65
                   MOVE "65" TO DET-ALCANZA
               ELSE
                   MOVE "NO" TO DET-ALCANZA
               END-IF
           END-IF.
           IF WS-HAY-SALARIO = "S"
               MOVE WS-SALARIO-PROMEDIO TO DET-SALARIO-PROMEDIO
           ELSE
               MOVE "  SIN HIST" TO DET-SALARIO-PROMEDIO-X
           END-IF.
           MOVE WS-OBSERVACION TO DET-OBSERVACION.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ACUMULA-EXPOSICION.
           PERFORM REGRESA-EMPLEADO.

      *    Los limites son la fecha de hoy mas 1, 3 y 5 anos.
           CLASIFICA-HORIZONTE.
           IF WS-FECHA-HORIZONTE <= WS-FECHA-HOY
               MOVE "YA" TO WS-HORIZONTE
           ELSE
               IF WS-FECHA-HORIZONTE <= WS-LIMITE-1
                   MOVE "1 ANO" TO WS-HORIZONTE
               ELSE
                   IF WS-FECHA-HORIZONTE <= WS-LIMITE-3
                       MOVE "3 ANOS" TO WS-HORIZONTE
                   ELSE
                       IF WS-FECHA-HORIZONTE <= WS-LIMITE-5
                           MOVE "5 ANOS" TO WS-HORIZONTE
                       ELSE
                           MOVE SPACES TO WS-HORIZONTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           CUENTA-HORIZONTE-60.
           EVALUATE WS-HORIZONTE
               WHEN "YA"
                   ADD 1 TO WS-TOTAL-60-YA
               WHEN "1 ANO"
                   ADD 1 TO WS-TOTAL-60-1
               WHEN "3 ANOS"
                   ADD 1 TO WS-TOTAL-60-3
               WHEN "5 ANOS"
                   ADD 1 TO WS-TOTAL-60-5
           END-EVALUATE.

           CUENTA-HORIZONTE-65.
           EVALUATE WS-HORIZONTE
               WHEN "YA"
                   ADD 1 TO WS-TOTAL-65-YA
               WHEN "1 ANO"
                   ADD 1 TO WS-TOTAL-65-1
               WHEN "3 ANOS"
                   ADD 1 TO WS-TOTAL-65-3
               WHEN "5 ANOS"
                   ADD 1 TO WS-TOTAL-65-5
           END-EVALUATE.

      *    NSS: posiciones 1-2 subdelegacion, 3-4 ano de afiliacion,
      *    5-6 ano de nacimiento. Los afiliados antes del 1 de julio
      *    de 1997 pueden elegir la ley 1973; con solo el ano, 1997
      *    queda por revisar.
           DETERMINA-LEY.
           IF SDR-NSS (3:2) IS NUMERIC
               MOVE SDR-NSS (3:2) TO WS-AA-AFILIACION
               IF WS-AA-AFILIACION > WS-AA-HOY
                   COMPUTE WS-ANO-AFILIACION = 1900 + WS-AA-AFILIACION
               ELSE
                   COMPUTE WS-ANO-AFILIACION = 2000 + WS-AA-AFILIACION
               END-IF
               IF WS-ANO-AFILIACION < 1997
                   MOVE "1973" TO WS-LEY
               ELSE
                   IF WS-ANO-AFILIACION = 1997
                       MOVE "73/97" TO WS-LEY
                   ELSE
                       MOVE "1997" TO WS-LEY
                   END-IF
               END-IF
           ELSE
               MOVE "S/NSS" TO WS-LEY
           END-IF.

      *    Inicio del servicio con nosotros: la fecha de alta; sin
      *    ella, el primer cambio de salario del historial.
           UBICA-INICIO-SERVICIO.
           MOVE ZEROES TO WS-DIA-INICIO WS-HIS-PRIMERO.
           IF SDR-ID IS NUMERIC
               MOVE SDR-ID (2:5) TO WS-NUMERO-HIS
               PERFORM VARYING WS-IX-HIS FROM 1 BY 1
                   UNTIL WS-IX-HIS > WS-TOTAL-HISTORIAL
                   OR WS-HIS-PRIMERO > ZEROES
                   IF WS-HIS-NUMERO (WS-IX-HIS) = WS-NUMERO-HIS
                       MOVE WS-IX-HIS TO WS-HIS-PRIMERO
                   END-IF
               END-PERFORM
           END-IF.
           IF SDR-ALTA IS NUMERIC
               MOVE SDR-ALTA TO WS-FECHA-VALIDA
               PERFORM CONVIERTE-FECHA-VALIDA
               MOVE WS-DIA-VALIDO TO WS-DIA-INICIO
           END-IF.
           IF WS-DIA-INICIO = ZEROES
               IF WS-HIS-PRIMERO > ZEROES
                   MOVE WS-HIS-DIA (WS-HIS-PRIMERO) TO WS-DIA-INICIO
               ELSE
                   MOVE "SIN ALTA" TO WS-OBSERVACION
               END-IF
           END-IF.

      *    Con reporte del IMSS: sus semanas mas lo cotizado aqui
      *    despues del corte (o despues del alta si entro despues).
      *    Sin reporte: solo lo cotizado aqui, y se marca.
           UBICA-SEMANAS-PREVIAS.
           MOVE ZEROES TO WS-SEM-ENCONTRADO WS-BASE-SEMANAS.
           MOVE WS-DIA-INICIO TO WS-DIA-DESDE-SEMANAS.
           PERFORM VARYING WS-IX-SEM FROM 1 BY 1
               UNTIL WS-IX-SEM > WS-TOTAL-SEMANAS
               OR WS-SEM-ENCONTRADO > ZEROES
               IF WS-SEM-ID (WS-IX-SEM) = SDR-ID
                   MOVE WS-IX-SEM TO WS-SEM-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-SEM-ENCONTRADO > ZEROES
               MOVE WS-SEM-SEMANAS (WS-SEM-ENCONTRADO)
                   TO WS-BASE-SEMANAS
               MOVE WS-SEM-CORTE (WS-SEM-ENCONTRADO) TO WS-FECHA-VALIDA
               PERFORM CONVIERTE-FECHA-VALIDA
               IF WS-DIA-VALIDO > WS-DIA-DESDE-SEMANAS
                   MOVE WS-DIA-VALIDO TO WS-DIA-DESDE-SEMANAS
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-SIN-REPORTE-IMSS
               IF WS-OBSERVACION = SPACES
                   MOVE "SIN IMSS" TO WS-OBSERVACION
               END-IF
           END-IF.

           CALCULA-SEMANAS.
           MOVE WS-BASE-SEMANAS TO WS-SEMANAS-CALCULADAS.
           IF WS-DIA-DESDE-SEMANAS > ZEROES
               AND WS-DIA-SEMANAS > WS-DIA-DESDE-SEMANAS
               COMPUTE WS-SEMANAS-CALCULADAS = WS-BASE-SEMANAS
                   + (WS-DIA-SEMANAS - WS-DIA-DESDE-SEMANAS) / 7
           END-IF.

      *    Ley 1973: 500 semanas. Ley 1997: 1250 hasta 2020; la
      *    reforma de 2020 las bajo a 750 en 2021 y suben 25 por ano
      *    hasta 1000 en 2031. La tabla de parametros manda cuando
      *    tiene la clave.
           BUSCA-MINIMO-SEMANAS.
           MOVE WS-FECHA-MINIMO TO WS-FECHA-CALCULO-PLG.
           IF WS-LEY = "1973"
               MOVE 500 TO WS-MINIMO-SEMANAS
               MOVE "SEM-MIN-L73" TO WS-CLAVE-PLG
           ELSE
               MOVE WS-FECHA-MINIMO (1:4) TO WS-ANO-MINIMO
               IF WS-ANO-MINIMO < 2021
                   MOVE 1250 TO WS-MINIMO-SEMANAS
               ELSE
                   IF WS-ANO-MINIMO > 2031
                       MOVE 1000 TO WS-MINIMO-SEMANAS
                   ELSE
                       COMPUTE WS-MINIMO-SEMANAS =
                           750 + 25 * (WS-ANO-MINIMO - 2021)
                   END-IF
               END-IF
               MOVE "SEM-MIN-L97" TO WS-CLAVE-PLG
           END-IF.
           CALL "busca-parametro-legal"
               USING WS-BIT-PROGRAMA WS-CLAVE-PLG WS-FECHA-CALCULO-PLG
                   WS-VALOR-PLG WS-RESULTADO-PLG
           END-CALL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-MINIMO-SEMANAS
           END-IF.

      *    Promedio mensual ponderado por dias de las ultimas 250
      *    semanas (1750 dias) o desde el inicio del servicio si es
      *    mas reciente: antes del primer cambio rige su salario
      *    anterior y despues de cada cambio su salario nuevo.
           PROMEDIA-SALARIO.
           MOVE "N" TO WS-HAY-SALARIO.
           MOVE ZEROES TO WS-SALARIO-PROMEDIO WS-SUMA-SALARIO-DIAS.
           IF WS-HIS-PRIMERO > ZEROES
               COMPUTE WS-DIA-VENTANA = WS-DIA-HOY - 1750
               IF WS-DIA-INICIO > WS-DIA-VENTANA
                   MOVE WS-DIA-INICIO TO WS-DIA-VENTANA
               END-IF
               IF WS-DIA-VENTANA < WS-DIA-HOY
                   MOVE WS-DIA-VENTANA TO WS-DIA-TRAMO
                   MOVE WS-HIS-ANTERIOR (WS-HIS-PRIMERO)
                       TO WS-SALARIO-TRAMO
                   PERFORM APLICA-CAMBIO-SALARIO
                       VARYING WS-IX-HIS FROM WS-HIS-PRIMERO BY 1
                       UNTIL WS-IX-HIS > WS-TOTAL-HISTORIAL
                       OR WS-HIS-NUMERO (WS-IX-HIS) NOT = WS-NUMERO-HIS
                   COMPUTE WS-SUMA-SALARIO-DIAS = WS-SUMA-SALARIO-DIAS
                       + WS-SALARIO-TRAMO * (WS-DIA-HOY - WS-DIA-TRAMO)
                   COMPUTE WS-SALARIO-PROMEDIO ROUNDED =
                       WS-SUMA-SALARIO-DIAS
                       / (WS-DIA-HOY - WS-DIA-VENTANA)
                   MOVE "S" TO WS-HAY-SALARIO
               END-IF
           END-IF.

           APLICA-CAMBIO-SALARIO.
           IF WS-HIS-DIA (WS-IX-HIS) <= WS-DIA-TRAMO
               MOVE WS-HIS-NUEVO (WS-IX-HIS) TO WS-SALARIO-TRAMO
           ELSE
               IF WS-HIS-DIA (WS-IX-HIS) <= WS-DIA-HOY
                   COMPUTE WS-SUMA-SALARIO-DIAS = WS-SUMA-SALARIO-DIAS
                       + WS-SALARIO-TRAMO
                       * (WS-HIS-DIA (WS-IX-HIS) - WS-DIA-TRAMO)
                   MOVE WS-HIS-DIA (WS-IX-HIS) TO WS-DIA-TRAMO
                   MOVE WS-HIS-NUEVO (WS-IX-HIS) TO WS-SALARIO-TRAMO
               END-IF
           END-IF.

      *    Quien ya cumplio 60 cuenta en los tres horizontes.
           ACUMULA-EXPOSICION.
           MOVE SDR-DEPTO TO WS-DEPTO-EXP.
           MOVE SDR-PUESTO TO WS-PUESTO-EXP.
           PERFORM UBICA-EXPOSICION.
           IF WS-EXP-ENCONTRADO > ZEROES
               IF WS-FECHA-60 <= WS-LIMITE-1
                   ADD 1 TO WS-EXP-A1 (WS-EXP-ENCONTRADO)
               END-IF
               IF WS-FECHA-60 <= WS-LIMITE-3
                   ADD 1 TO WS-EXP-A3 (WS-EXP-ENCONTRADO)
               END-IF
               ADD 1 TO WS-EXP-A5 (WS-EXP-ENCONTRADO)
           END-IF.

           ESCRIBE-EXPOSICION.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EXPOSICION POR DEPARTAMENTO Y PUESTO (LLEGAN A 60)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS-EXP TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON-EXPOSICION
               VARYING WS-IX-EXP FROM 1 BY 1
               UNTIL WS-IX-EXP > WS-TOTAL-EXPOSICION.

           ESCRIBE-RENGLON-EXPOSICION.
           IF WS-EXP-A5 (WS-IX-EXP) > ZEROES
               MOVE WS-EXP-DEPTO (WS-IX-EXP) TO EXP-DEPTO
               CALL "busca-depto"
                   USING WS-EXP-DEPTO (WS-IX-EXP) WS-NOMBRE-DEPTO
                       WS-RESULTADO-CAT
               END-CALL
               IF WS-RESULTADO-CAT = "S"
                   MOVE WS-NOMBRE-DEPTO TO EXP-NOMBRE-DEPTO
               ELSE
                   MOVE "(sin catalogo)" TO EXP-NOMBRE-DEPTO
               END-IF
               MOVE WS-EXP-PUESTO (WS-IX-EXP) TO EXP-PUESTO
               CALL "busca-puesto"
                   USING WS-EXP-PUESTO (WS-IX-EXP) WS-TITULO-PUESTO
                       WS-SAL-MIN-PUESTO WS-SAL-MAX-PUESTO
                       WS-RESULTADO-CAT
               END-CALL
               IF WS-RESULTADO-CAT = "S"
                   MOVE WS-TITULO-PUESTO TO EXP-TITULO-PUESTO
               ELSE
                   MOVE SPACES TO EXP-TITULO-PUESTO
               END-IF
               MOVE WS-EXP-ACTIVOS (WS-IX-EXP) TO EXP-ACTIVOS
               CALL "busca-plantilla"
                   USING WS-EXP-DEPTO (WS-IX-EXP)
                       WS-EXP-PUESTO (WS-IX-EXP)
                       WS-AUTORIZADOS WS-RESULTADO-CAT
               END-CALL
               IF WS-RESULTADO-CAT = "S"
                   MOVE WS-AUTORIZADOS TO EXP-AUTORIZADOS
               ELSE
                   MOVE "   S/PPT" TO EXP-AUTORIZADOS-X
               END-IF
               MOVE WS-EXP-A1 (WS-IX-EXP) TO EXP-A1
               MOVE WS-EXP-A3 (WS-IX-EXP) TO EXP-A3
               MOVE WS-EXP-A5 (WS-IX-EXP) TO EXP-A5
               MOVE ZEROES TO WS-PORCENTAJE
               IF WS-EXP-ACTIVOS (WS-IX-EXP) > ZEROES
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-EXP-A5 (WS-IX-EXP) * 100
                       / WS-EXP-ACTIVOS (WS-IX-EXP)
               END-IF
               MOVE WS-PORCENTAJE TO EXP-PORCENTAJE
               MOVE WS-LINEA-EXPOSICION TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EMPLEADOS ACTIVOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ACTIVOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "YA CUMPLIERON 60:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-60-YA TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "CUMPLEN 60 EN 1 ANO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-60-1 TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "CUMPLEN 60 ENTRE 1 Y 3 ANOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-60-3 TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "CUMPLEN 60 ENTRE 3 Y 5 ANOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-60-5 TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "YA CUMPLIERON 65:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-65-YA TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "CUMPLEN 65 EN 1 ANO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-65-1 TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "CUMPLEN 65 ENTRE 1 Y 3 ANOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-65-3 TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "CUMPLEN 65 ENTRE 3 Y 5 ANOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-65-5 TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "EN LA PROYECCION SIN REPORTE DEL IMSS CAPTURADO:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-SIN-REPORTE-IMSS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "ACTIVOS SIN FECHA DE NACIMIENTO (NO PROYECTADOS):"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-SIN-NACIMIENTO TO TOT-VALOR.
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
       END PROGRAM proyecta-retiro.
