      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE DE CUADRE POR REGISTRO PATRONAL: RECORRE LAS
      *         CIFRAS DE LA CORRIDA (CIFRAS-NOMINA.dat), UBICA EL
      *         REGISTRO PATRONAL DE CADA EMPLEADO A LA FECHA
      *         CUADRE_PATRONALES_FECHA (EN BLANCO, HOY) CON
      *         busca-registro-patronal Y ACUMULA POR REGISTRO
      *         EMPLEADOS, BRUTO, ISR, IMSS Y NETO. AL FINAL COMPARA
      *         LA SUMA DE TODOS LOS REGISTROS CONTRA LA COLA DE
      *         TOTALES DE LA NOMINA (EMPLEADOS Y NETO) E IMPRIME
      *         CUADRA O DIFERENCIA. LOS EMPLEADOS CUYO SITIO NO TIENE
      *         REGISTRO SE LISTAN APARTE Y SE SUMAN EN SU PROPIO
      *         RENGLON PARA QUE EL CUADRE SEA COMPLETO. SI NO CUADRA
      *         TERMINA CON CODIGO 8.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cuadre-patronales.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CIFRAS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-CIFRAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CIF.

       SELECT REPORTE-CUADRE
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD REPORTE-CUADRE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CIFREG.
       COPY RPBREG.
       COPY RPTENC.

       01  WS-RUTA-CIFRAS PIC X(200).
       01  WS-FILE-STATUS-CIF PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  FIN-DE-CIFRAS PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-CUADRE PIC X(8).
       01  WS-HAY-TRAILER PIC X VALUE "N".
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).

       01  WS-DETALLES-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-SIN-REGISTRO PIC 9(6) VALUE ZEROES.
       01  WS-TRAILER-EMPLEADOS PIC 9(6) VALUE ZEROES.
       01  WS-TRAILER-NETO PIC S9(9)V99 VALUE ZEROES.
       01  WS-SUMA-EMPLEADOS PIC 9(6) VALUE ZEROES.
       01  WS-SUMA-BRUTO PIC S9(9)V99 VALUE ZEROES.
       01  WS-SUMA-ISR PIC S9(9)V99 VALUE ZEROES.
       01  WS-SUMA-IMSS PIC S9(9)V99 VALUE ZEROES.
       01  WS-SUMA-NETO PIC S9(9)V99 VALUE ZEROES.
       01  WS-DIFERENCIA-NETO PIC S9(9)V99 VALUE ZEROES.
       01  WS-DIFERENCIA-EMPLEADOS PIC S9(6) VALUE ZEROES.
       01  WS-CUADRA PIC X VALUE "S".

       01  WS-TOTAL-PATRONALES PIC 9(3) VALUE ZEROES.
       01  WS-IDX-PAT PIC 9(3).
       01  WS-POS-PAT PIC 9(3).
       01  WS-TABLA-PATRONALES.
           05 WS-PAT OCCURS 51 TIMES.
               10 WS-PAT-REGISTRO PIC X(11).
               10 WS-PAT-RAZON PIC X(40).
               10 WS-PAT-EMPLEADOS PIC 9(6).
               10 WS-PAT-BRUTO PIC S9(9)V99.
               10 WS-PAT-ISR PIC S9(9)V99.
               10 WS-PAT-IMSS PIC S9(9)V99.
               10 WS-PAT-NETO PIC S9(9)V99.

       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "REGISTRO    RAZON SOCIAL               ".
           05 FILLER PIC X(40) VALUE
               "   EMPL.          BRUTO            ISR  ".
           05 FILLER PIC X(40) VALUE
               "         IMSS           NETO            ".
       01  WS-LINEA-DETALLE.
           05 DET-REGISTRO PIC X(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-RAZON PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-EMPLEADOS PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-BRUTO PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ISR PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-IMSS PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NETO PIC -ZZZZZZZZ9.99.
       01  WS-LINEA-SIN-REGISTRO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SRE-SITIO PIC X(2).
           05 FILLER PIC X(1) VALUE "-".
           05 SRE-NUMERO PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SRE-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SRE-NETO PIC -ZZZZZZZZ9.99.
       01  WS-LINEA-CUADRE.
           05 CUA-ETIQUETA PIC X(30).
           05 CUA-EMPLEADOS PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CUA-NETO PIC -ZZZZZZZZ9.99.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "cuadre-patronales".
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
           OPEN INPUT CIFRAS-NOMINA.
           IF WS-FILE-STATUS-CIF NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el archivo de "
                   "cifras (" FUNCTION TRIM(WS-RUTA-CIFRAS)
                   "); corra primero registro-nomina."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-CUADRE.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   WS-RUTA-REPORTE
               CLOSE CIFRAS-NOMINA
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUADRE DE LA NOMINA POR REGISTRO PATRONAL AL "
                   DELIMITED BY SIZE
               WS-FECHA-CUADRE DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EMPLEADOS SIN REGISTRO PATRONAL:" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "1" TO FIN-DE-CIFRAS.
           PERFORM LEE-LINEA-CIFRAS.
           PERFORM ACUMULA-CIFRA UNTIL FIN-DE-CIFRAS = "0".
           CLOSE CIFRAS-NOMINA.
           IF WS-SIN-REGISTRO = ZEROES
               MOVE "    (ninguno)" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           PERFORM ESCRIBE-REGISTROS.
           PERFORM ESCRIBE-CUADRE.
           CLOSE REPORTE-CUADRE.
           DISPLAY "Detalles de cifras leidos: " WS-DETALLES-LEIDOS.
           DISPLAY "Registros patronales en la nomina: "
               WS-TOTAL-PATRONALES.
           DISPLAY "Empleados sin registro patronal: "
               WS-SIN-REGISTRO.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-DETALLES-LEIDOS TO WS-BIT-CONTADOR.
           IF WS-CUADRA = "S"
               DISPLAY "La suma por registro CUADRA con la nomina."
               MOVE "OK" TO WS-BIT-ESTADO
           ELSE
               DISPLAY "RECHAZADO: la suma por registro NO cuadra "
                   "con la nomina; revise el reporte."
               MOVE "RECHAZADO" TO WS-BIT-ESTADO
           END-IF.
           PERFORM REGISTRA-BITACORA.
           IF WS-CUADRA NOT = "S"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-CIFRAS FROM ENVIRONMENT
               "REGISTRO_NOMINA_CIFRAS_PATH".
           IF WS-RUTA-CIFRAS = SPACES
               MOVE "CIFRAS-NOMINA.dat" TO WS-RUTA-CIFRAS
           END-IF.
           ACCEPT WS-FECHA-CUADRE FROM ENVIRONMENT
               "CUADRE_PATRONALES_FECHA".
           IF WS-FECHA-CUADRE NOT NUMERIC
               MOVE WS-FECHA-HOY TO WS-FECHA-CUADRE
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "CUADRE_PATRONALES_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "CUADRE-PATRONALES" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

           LEE-LINEA-CIFRAS.
           READ CIFRAS-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-CIFRAS
               NOT AT END
                   MOVE LINEA-CIFRAS TO CIFRAS-REGISTRO
           END-READ.

           ACUMULA-CIFRA.
           IF CIF-TIPO = "D"
               ADD 1 TO WS-DETALLES-LEIDOS
               MOVE SPACES TO REGISTRO-PATRONAL-CONSULTA
               MOVE "E" TO RPB-ACCION
               MOVE CIF-SITIO TO RPB-SITIO
               MOVE CIF-NUMERO TO RPB-NUMERO
               MOVE WS-FECHA-CUADRE TO RPB-FECHA
               CALL "busca-registro-patronal"
                   USING REGISTRO-PATRONAL-CONSULTA
               END-CALL
               IF RPB-REGISTRO = SPACES
                   ADD 1 TO WS-SIN-REGISTRO
                   MOVE CIF-SITIO TO SRE-SITIO
                   MOVE CIF-NUMERO TO SRE-NUMERO
                   MOVE CIF-NOMBRE TO SRE-NOMBRE
                   MOVE CIF-NETO TO SRE-NETO
                   MOVE WS-LINEA-SIN-REGISTRO TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE "SIN REGISTRO" TO RPB-RAZON-SOCIAL
               END-IF
               PERFORM ACUMULA-REGISTRO
           ELSE
               IF CIF-TIPO = "T"
                   MOVE LINEA-CIFRAS TO CIFRAS-TOTALES-REGISTRO
                   MOVE "S" TO WS-HAY-TRAILER
                   MOVE CIF-TOT-EMPLEADOS TO WS-TRAILER-EMPLEADOS
                   MOVE CIF-TOT-NETO TO WS-TRAILER-NETO
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CIFRAS.

           ACUMULA-REGISTRO.
           MOVE ZEROES TO WS-POS-PAT.
           PERFORM VARYING WS-IDX-PAT FROM 1 BY 1
               UNTIL WS-IDX-PAT > WS-TOTAL-PATRONALES
               OR WS-POS-PAT > ZEROES
               IF WS-PAT-REGISTRO (WS-IDX-PAT) = RPB-REGISTRO
                   MOVE WS-IDX-PAT TO WS-POS-PAT
               END-IF
           END-PERFORM.
           IF WS-POS-PAT = ZEROES
               AND WS-TOTAL-PATRONALES < 51
               ADD 1 TO WS-TOTAL-PATRONALES
               MOVE WS-TOTAL-PATRONALES TO WS-POS-PAT
               MOVE RPB-REGISTRO TO WS-PAT-REGISTRO (WS-POS-PAT)
               MOVE RPB-RAZON-SOCIAL TO WS-PAT-RAZON (WS-POS-PAT)
               MOVE ZEROES TO WS-PAT-EMPLEADOS (WS-POS-PAT)
                   WS-PAT-BRUTO (WS-POS-PAT) WS-PAT-ISR (WS-POS-PAT)
                   WS-PAT-IMSS (WS-POS-PAT) WS-PAT-NETO (WS-POS-PAT)
           END-IF.
           IF WS-POS-PAT > ZEROES
               ADD 1 TO WS-PAT-EMPLEADOS (WS-POS-PAT)
               ADD CIF-BRUTO TO WS-PAT-BRUTO (WS-POS-PAT)
               ADD CIF-ISR TO WS-PAT-ISR (WS-POS-PAT)
               ADD CIF-IMSS TO WS-PAT-IMSS (WS-POS-PAT)
               ADD CIF-NETO TO WS-PAT-NETO (WS-POS-PAT)
           END-IF.

           ESCRIBE-REGISTROS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON-REGISTRO
               VARYING WS-IDX-PAT FROM 1 BY 1
               UNTIL WS-IDX-PAT > WS-TOTAL-PATRONALES.
           MOVE "TOTAL" TO DET-REGISTRO.
           MOVE "SUMA DE TODOS LOS REGISTROS" TO DET-RAZON.
           MOVE WS-SUMA-EMPLEADOS TO DET-EMPLEADOS.
           MOVE WS-SUMA-BRUTO TO DET-BRUTO.
           MOVE WS-SUMA-ISR TO DET-ISR.
           MOVE WS-SUMA-IMSS TO DET-IMSS.
           MOVE WS-SUMA-NETO TO DET-NETO.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-RENGLON-REGISTRO.
           MOVE WS-PAT-REGISTRO (WS-IDX-PAT) TO DET-REGISTRO.
           MOVE WS-PAT-RAZON (WS-IDX-PAT) TO DET-RAZON.
           MOVE WS-PAT-EMPLEADOS (WS-IDX-PAT) TO DET-EMPLEADOS.
           MOVE WS-PAT-BRUTO (WS-IDX-PAT) TO DET-BRUTO.
           MOVE WS-PAT-ISR (WS-IDX-PAT) TO DET-ISR.
           MOVE WS-PAT-IMSS (WS-IDX-PAT) TO DET-IMSS.
           MOVE WS-PAT-NETO (WS-IDX-PAT) TO DET-NETO.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD WS-PAT-EMPLEADOS (WS-IDX-PAT) TO WS-SUMA-EMPLEADOS.
           ADD WS-PAT-BRUTO (WS-IDX-PAT) TO WS-SUMA-BRUTO.
           ADD WS-PAT-ISR (WS-IDX-PAT) TO WS-SUMA-ISR.
           ADD WS-PAT-IMSS (WS-IDX-PAT) TO WS-SUMA-IMSS.
           ADD WS-PAT-NETO (WS-IDX-PAT) TO WS-SUMA-NETO.

           ESCRIBE-CUADRE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-HAY-TRAILER NOT = "S"
               MOVE "N" TO WS-CUADRA
               MOVE "LAS CIFRAS NO TRAEN COLA DE TOTALES; NO CUADRA."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE "SUMA POR REGISTRO:" TO CUA-ETIQUETA
               MOVE WS-SUMA-EMPLEADOS TO CUA-EMPLEADOS
               MOVE WS-SUMA-NETO TO CUA-NETO
               MOVE WS-LINEA-CUADRE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "TOTALES DE LA NOMINA:" TO CUA-ETIQUETA
               MOVE WS-TRAILER-EMPLEADOS TO CUA-EMPLEADOS
               MOVE WS-TRAILER-NETO TO CUA-NETO
               MOVE WS-LINEA-CUADRE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               COMPUTE WS-DIFERENCIA-EMPLEADOS =
                   WS-SUMA-EMPLEADOS - WS-TRAILER-EMPLEADOS
               COMPUTE WS-DIFERENCIA-NETO =
                   WS-SUMA-NETO - WS-TRAILER-NETO
               IF WS-DIFERENCIA-EMPLEADOS = ZEROES
                   AND WS-DIFERENCIA-NETO = ZEROES
                   AND WS-SUMA-EMPLEADOS = WS-DETALLES-LEIDOS
                   MOVE "S" TO WS-CUADRA
                   MOVE "CUADRA" TO LINEA-REPORTE
               ELSE
                   MOVE "N" TO WS-CUADRA
                   MOVE "DIFERENCIA:" TO CUA-ETIQUETA
                   MOVE WS-DIFERENCIA-EMPLEADOS TO CUA-EMPLEADOS
                   MOVE WS-DIFERENCIA-NETO TO CUA-NETO
                   MOVE WS-LINEA-CUADRE TO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE
           END-IF.

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
       END PROGRAM cuadre-patronales.
