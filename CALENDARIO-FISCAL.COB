      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CALENDARIO DIARIO DE OBLIGACIONES FISCALES POR SITIO:
      *         PARA CADA OBLIGACION DEL CATALOGO
      *         OBLIGACIONES-FISCALES.txt (mantiene-fiscales) CALCULA
      *         LOS VENCIMIENTOS DE SUS PERIODOS SEGUN SU REGLA (MEN,
      *         BIM, ANU, QUI; UN VENCIMIENTO EN SABADO, DOMINGO O
      *         FESTIVO DE CALENDARIO-FESTIVOS.txt SE CORRE AL
      *         SIGUIENTE DIA HABIL), BUSCA SI SU PROGRAMA TERMINO
      *         BIEN EN BITACORA-CORRIDAS.log DENTRO DEL PERIODO
      *         ("GENERADA") Y SI HAY CONFIRMACION DE PRESENTACION O
      *         PAGO EN CUMPLIMIENTO-FISCAL.txt (FISREG.cpy), E IMPRIME
      *         POR SITIO, EN ORDEN DE VENCIMIENTO, LAS VENCIDAS SIN
      *         CONFIRMAR (HASTA UN ANO ATRAS), LAS QUE VENCEN DENTRO
      *         DE LOS DIAS DE AVISO (CALENDARIO_FISCAL_AVISO_DIAS, 7
      *         POR OMISION) Y LAS CUMPLIDAS DEL ULTIMO MES. TERMINA
      *         CON RETURN-CODE 4 SI HAY ALGUNA VENCIDA.
      *
      *         Una corrida cuenta para el periodo si termino "OK"
      *         desde 5 dias antes del cierre del periodo y hasta 5
      *         dias antes del cierre del siguiente (la nomina se
      *         adelanta cuando el cierre cae en dia inhabil).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calendario-fiscal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CATALOGO-OBLIGACIONES
       ASSIGN TO DYNAMIC WS-RUTA-CATALOGO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAT.

       SELECT CUMPLIMIENTO-FISCAL
       ASSIGN TO DYNAMIC WS-RUTA-CUMPLIMIENTO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CUM.

       SELECT CATALOGO-SITIOS
       ASSIGN TO DYNAMIC WS-RUTA-SITIOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SIT.

       SELECT BITACORA-CORRIDAS
       ASSIGN TO DYNAMIC WS-RUTA-BITACORA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-BIT.

       SELECT CALENDARIO-FESTIVOS
       ASSIGN TO DYNAMIC WS-RUTA-FESTIVOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FES.

       SELECT OBLIGACIONES-ORDEN ASSIGN TO "SORTWK28".

       SELECT REPORTE-FISCAL
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-OBLIGACIONES.
       01  LINEA-CATALOGO PIC X(150).

       FD CUMPLIMIENTO-FISCAL.
       01  LINEA-CUMPLIMIENTO PIC X(91).

       FD CATALOGO-SITIOS.
       01  LINEA-SITIO PIC X(50).

       FD BITACORA-CORRIDAS.
       01  LINEA-BITACORA PIC X(83).

       FD CALENDARIO-FESTIVOS.
       01  LINEA-CALENDARIO PIC X(50).

       SD  OBLIGACIONES-ORDEN.
       01  SD-REG-OBLIGACION.
           05 SD-SITIO PIC X(2).
           05 SD-VENCE PIC 9(8).
           05 SD-CLAVE PIC X(6).
           05 SD-PERIODO PIC X(8).
           05 SD-DESCRIPCION PIC X(30).
           05 SD-ESTADO PIC X(10).
           05 SD-DIAS PIC S9(5).
           05 SD-GENERADA PIC X(8).
           05 SD-PRESENTADA PIC X(8).
           05 SD-REFERENCIA PIC X(20).

       FD REPORTE-FISCAL.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FISREG.
       COPY BITREG.
       COPY RPTENC.

       01  WS-RUTA-CATALOGO PIC X(200).
       01  WS-FILE-STATUS-CAT PIC X(2).
       01  WS-RUTA-CUMPLIMIENTO PIC X(200).
       01  WS-FILE-STATUS-CUM PIC X(2).
       01  WS-RUTA-SITIOS PIC X(200).
       01  WS-FILE-STATUS-SIT PIC X(2).
       01  WS-RUTA-BITACORA PIC X(200).
       01  WS-FILE-STATUS-BIT PIC X(2).
       01  WS-RUTA-FESTIVOS PIC X(200).
       01  WS-FILE-STATUS-FES PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ARCHIVO PIC X.
       01  FIN-DE-ORDENADOS PIC X.

       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-HOY-NUM PIC 9(8).
       01  WS-FECHA-X PIC X(8).
       01  WS-AVISO-X PIC X(3).
       01  WS-AVISO-DIAS PIC 9(3) VALUE 7.
       01  WS-AVISO-EDITADO PIC ZZ9.
      *    Ventana del reporte: vencidas hasta un ano atras, cumplidas
      *    del ultimo mes y por vencer hasta los dias de aviso.
       01  WS-INT-HOY PIC 9(7).
       01  WS-LIMITE-AVISO PIC 9(8).
       01  WS-LIMITE-ATRAS PIC 9(8).
       01  WS-LIMITE-CUMPLIDAS PIC 9(8).
       01  WS-DIAS-ANTICIPO PIC 9(2) VALUE 5.

       01  WS-TABLA-OBLIGACIONES.
           05 WS-OBL-RENGLON OCCURS 50 TIMES.
               10 WS-OBL-CLAVE PIC X(6).
               10 WS-OBL-DESCRIPCION PIC X(40).
               10 WS-OBL-REGLA PIC X(3).
               10 WS-OBL-DIA PIC 9(2).
               10 WS-OBL-MES PIC 9(2).
               10 WS-OBL-SITIO PIC X(2).
               10 WS-OBL-PROGRAMA PIC X(20).
               10 WS-OBL-INICIO PIC X(8).
       01  WS-TOTAL-OBLIGACIONES PIC 9(2) VALUE ZEROES.
       01  WS-IX-OBL PIC 9(2).
       01  WS-CLAVE-X PIC X(10).
       01  WS-REGLA-X PIC X(5).
       01  WS-DIA-X PIC X(5).
       01  WS-MES-X PIC X(5).
       01  WS-SITIO-X PIC X(5).
       01  WS-INICIO-X PIC X(10).

       01  WS-TABLA-SITIOS.
           05 WS-SIT-RENGLON OCCURS 50 TIMES.
               10 WS-SIT-CLAVE PIC X(2).
               10 WS-SIT-ESTADO PIC X(15).
       01  WS-TOTAL-SITIOS PIC 9(2) VALUE ZEROES.
       01  WS-IX-SIT PIC 9(2).
       01  WS-SIT-CLAVE-X PIC X(3).
       01  WS-SITIO-ACTUAL PIC X(2).

       01  WS-TABLA-CUMPLIMIENTO.
           05 WS-CUM-LINEA OCCURS 9999 TIMES PIC X(91).
       01  WS-TOTAL-CUMPLIMIENTO PIC 9(4) VALUE ZEROES.
       01  WS-IX-CUM PIC 9(4).
       01  WS-CUM-ENCONTRADA PIC 9(4).

      *    Corridas terminadas bien de los programas del catalogo.
       01  WS-TABLA-CORRIDAS.
           05 WS-COR-RENGLON OCCURS 9999 TIMES.
               10 WS-COR-PROGRAMA PIC X(20).
               10 WS-COR-FECHA PIC 9(8).
       01  WS-TOTAL-CORRIDAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-COR PIC 9(4).
       01  WS-COR-DEL-CATALOGO PIC X.

       01  WS-TABLA-FESTIVOS.
           05 WS-FES-FECHA OCCURS 200 TIMES PIC X(8).
       01  WS-TOTAL-FESTIVOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-FES PIC 9(3).
       01  WS-FECHA-FES-X PIC X(10).
       01  WS-DESCRIPCION-FES PIC X(30).

      *    Meses corridos (ano * 12 + mes - 1) para recorrer desde
      *    trece meses atras hasta dos adelante.
       01  WS-MES-HOY PIC 9(6).
       01  WS-MES-RECORRIDO PIC 9(6).
       01  WS-MES-CALC PIC 9(6).
       01  WS-MES-GUARDADO PIC 9(6).
       01  WS-MES-DESDE PIC 9(6).
       01  WS-MES-HASTA PIC 9(6).
       01  WS-DIA-CALC PIC 9(2).
       01  WS-RESTO PIC 9(2).
       01  WS-FECHA-CALC PIC 9(8).
       01  WS-CAL-FECHA-NUM PIC 9(8).
       01  WS-CAL-FECHA REDEFINES WS-CAL-FECHA-NUM.
           05 WS-CAL-ANIO PIC 9(4).
           05 WS-CAL-MES PIC 9(2).
           05 WS-CAL-DIA PIC 9(2).
       01  WS-MES-DEL-RECORRIDO PIC 9(2).
       01  WS-ANIO-DEL-RECORRIDO PIC 9(4).
       01  WS-DIA-SEMANA PIC 9.
       01  WS-ES-HABIL PIC X.

      *    Ocurrencia en turno: periodo, cierre, cierre del periodo
      *    siguiente y vencimiento ya corrido a dia habil.
       01  WS-OC-PERIODO PIC X(8).
       01  WS-OC-CIERRE PIC 9(8).
       01  WS-OC-SIGUIENTE PIC 9(8).
       01  WS-OC-VENCE PIC 9(8).
       01  WS-GEN-DESDE PIC 9(8).
       01  WS-GEN-HASTA PIC 9(8).
       01  WS-GEN-FECHA PIC 9(8).

       01  WS-TOTAL-VENCIDAS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-POR-VENCER PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-CUMPLIDAS PIC 9(5) VALUE ZEROES.

       01  WS-TITULO-RPT PIC X(60) VALUE
           "CALENDARIO DE OBLIGACIONES FISCALES POR SITIO".
       01  WS-LINEA-SITIO.
           05 FILLER PIC X(7) VALUE "SITIO: ".
           05 SIT-CLAVE PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 SIT-ESTADO PIC X(15).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(9) VALUE "VENCE".
           05 FILLER PIC X(6) VALUE " DIAS".
           05 FILLER PIC X(7) VALUE "CLAVE".
           05 FILLER PIC X(31) VALUE "OBLIGACION".
           05 FILLER PIC X(9) VALUE "PERIODO".
           05 FILLER PIC X(11) VALUE "ESTADO".
           05 FILLER PIC X(9) VALUE "GENERADA".
           05 FILLER PIC X(9) VALUE "PRESENT.".
           05 FILLER PIC X(20) VALUE "REFERENCIA".
       01  WS-LINEA-DETALLE.
           05 DET-VENCE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-DIAS PIC -ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DET-CLAVE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-DESCRIPCION PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DET-PERIODO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ESTADO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DET-GENERADA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-PRESENTADA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-REFERENCIA PIC X(20).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(40).
           05 TOT-VALOR PIC ZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "calendario-fiscal".
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
           PERFORM CARGA-CATALOGO.
           IF WS-TOTAL-OBLIGACIONES = ZEROES
               DISPLAY "RECHAZADO: catalogo de obligaciones vacio o "
                   "inexistente: " FUNCTION TRIM(WS-RUTA-CATALOGO)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGA-SITIOS.
           PERFORM CARGA-CUMPLIMIENTO.
           PERFORM CARGA-CORRIDAS.
           PERFORM CARGA-FESTIVOS.
           OPEN OUTPUT REPORTE-FISCAL.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.
           SORT OBLIGACIONES-ORDEN
               ON ASCENDING KEY SD-SITIO SD-VENCE SD-CLAVE
               INPUT PROCEDURE IS SELECCIONA-OCURRENCIAS
               OUTPUT PROCEDURE IS IMPRIME-OCURRENCIAS.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-FISCAL.
           DISPLAY "Obligaciones vencidas: " WS-TOTAL-VENCIDAS
               "  Por vencer: " WS-TOTAL-POR-VENCER
               "  Cumplidas: " WS-TOTAL-CUMPLIDAS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-VENCIDAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           IF WS-TOTAL-VENCIDAS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-FECHA-X FROM ENVIRONMENT "CALENDARIO_FISCAL_FECHA".
           IF WS-FECHA-X IS NUMERIC
               MOVE WS-FECHA-X TO WS-FECHA-HOY
           END-IF.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           ACCEPT WS-AVISO-X FROM ENVIRONMENT
               "CALENDARIO_FISCAL_AVISO_DIAS".
           IF WS-AVISO-X NOT = SPACES
               COMPUTE WS-AVISO-DIAS = FUNCTION NUMVAL(WS-AVISO-X)
           END-IF.
           COMPUTE WS-INT-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM).
           COMPUTE WS-LIMITE-AVISO =
               FUNCTION DATE-OF-INTEGER(WS-INT-HOY + WS-AVISO-DIAS).
           COMPUTE WS-LIMITE-ATRAS =
               FUNCTION DATE-OF-INTEGER(WS-INT-HOY - 366).
           COMPUTE WS-LIMITE-CUMPLIDAS =
               FUNCTION DATE-OF-INTEGER(WS-INT-HOY - 31).
           MOVE WS-FECHA-HOY-NUM TO WS-CAL-FECHA-NUM.
           COMPUTE WS-MES-HOY = WS-CAL-ANIO * 12 + WS-CAL-MES - 1.
           COMPUTE WS-MES-DESDE = WS-MES-HOY - 13.
           COMPUTE WS-MES-HASTA = WS-MES-HOY + 2.
           ACCEPT WS-RUTA-CATALOGO FROM ENVIRONMENT
               "OBLIGACIONES_FISCALES_PATH".
           IF WS-RUTA-CATALOGO = SPACES
               MOVE "OBLIGACIONES-FISCALES.txt" TO WS-RUTA-CATALOGO
           END-IF.
           ACCEPT WS-RUTA-CUMPLIMIENTO FROM ENVIRONMENT
               "CUMPLIMIENTO_FISCAL_PATH".
           IF WS-RUTA-CUMPLIMIENTO = SPACES
               MOVE "CUMPLIMIENTO-FISCAL.txt" TO WS-RUTA-CUMPLIMIENTO
           END-IF.
           ACCEPT WS-RUTA-SITIOS FROM ENVIRONMENT
               "CATALOGO_SITIOS_PATH".
           IF WS-RUTA-SITIOS = SPACES
               MOVE "CATALOGO-SITIOS.txt" TO WS-RUTA-SITIOS
           END-IF.
           ACCEPT WS-RUTA-BITACORA FROM ENVIRONMENT
               "BITACORA_CORRIDAS_PATH".
           IF WS-RUTA-BITACORA = SPACES
               MOVE "BITACORA-CORRIDAS.log" TO WS-RUTA-BITACORA
           END-IF.
           ACCEPT WS-RUTA-FESTIVOS FROM ENVIRONMENT
               "CALENDARIO_FESTIVOS_PATH".
           IF WS-RUTA-FESTIVOS = SPACES
               MOVE "CALENDARIO-FESTIVOS.txt" TO WS-RUTA-FESTIVOS
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "CALENDARIO_FISCAL_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "CALENDARIO-FISCAL" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

           CARGA-CATALOGO.
           OPEN INPUT CATALOGO-OBLIGACIONES.
           IF WS-FILE-STATUS-CAT = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-CATALOGO
               PERFORM AGREGA-OBLIGACION UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE CATALOGO-OBLIGACIONES
           END-IF.

           LEE-LINEA-CATALOGO.
           READ CATALOGO-OBLIGACIONES
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

           AGREGA-OBLIGACION.
           IF LINEA-CATALOGO NOT = SPACES
               AND WS-TOTAL-OBLIGACIONES < 50
               ADD 1 TO WS-TOTAL-OBLIGACIONES
               MOVE SPACES TO WS-CLAVE-X WS-REGLA-X WS-DIA-X WS-MES-X
                   WS-SITIO-X WS-INICIO-X
               UNSTRING LINEA-CATALOGO DELIMITED BY ","
                   INTO WS-CLAVE-X
                       WS-OBL-DESCRIPCION (WS-TOTAL-OBLIGACIONES)
                       WS-REGLA-X WS-DIA-X WS-MES-X WS-SITIO-X
                       WS-OBL-PROGRAMA (WS-TOTAL-OBLIGACIONES)
                       WS-INICIO-X
               END-UNSTRING
               MOVE WS-CLAVE-X (1:6)
                   TO WS-OBL-CLAVE (WS-TOTAL-OBLIGACIONES)
               MOVE WS-REGLA-X (1:3)
                   TO WS-OBL-REGLA (WS-TOTAL-OBLIGACIONES)
               COMPUTE WS-OBL-DIA (WS-TOTAL-OBLIGACIONES) =
                   FUNCTION NUMVAL(WS-DIA-X)
               COMPUTE WS-OBL-MES (WS-TOTAL-OBLIGACIONES) =
                   FUNCTION NUMVAL(WS-MES-X)
               MOVE WS-SITIO-X (1:2)
                   TO WS-OBL-SITIO (WS-TOTAL-OBLIGACIONES)
               MOVE WS-INICIO-X (1:8)
                   TO WS-OBL-INICIO (WS-TOTAL-OBLIGACIONES)
           END-IF.
           PERFORM LEE-LINEA-CATALOGO.

      *    Sin catalogo de sitios las obligaciones de todos los sitios
      *    se reportan para la plaza "00".
           CARGA-SITIOS.
           OPEN INPUT CATALOGO-SITIOS.
           IF WS-FILE-STATUS-SIT = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-SITIO
               PERFORM AGREGA-SITIO UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE CATALOGO-SITIOS
           END-IF.
           IF WS-TOTAL-SITIOS = ZEROES
               MOVE 1 TO WS-TOTAL-SITIOS
               MOVE "00" TO WS-SIT-CLAVE (1)
               MOVE SPACES TO WS-SIT-ESTADO (1)
           END-IF.

           LEE-LINEA-SITIO.
           READ CATALOGO-SITIOS
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

           AGREGA-SITIO.
           IF LINEA-SITIO NOT = SPACES
               AND WS-TOTAL-SITIOS < 50
               ADD 1 TO WS-TOTAL-SITIOS
               MOVE SPACES TO WS-SIT-CLAVE-X
               UNSTRING LINEA-SITIO DELIMITED BY ","
                   INTO WS-SIT-CLAVE-X WS-SIT-ESTADO (WS-TOTAL-SITIOS)
               END-UNSTRING
               MOVE WS-SIT-CLAVE-X (1:2)
                   TO WS-SIT-CLAVE (WS-TOTAL-SITIOS)
           END-IF.
           PERFORM LEE-LINEA-SITIO.

           CARGA-CUMPLIMIENTO.
           OPEN INPUT CUMPLIMIENTO-FISCAL.
           IF WS-FILE-STATUS-CUM = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-CUMPLIMIENTO
               PERFORM AGREGA-CUMPLIMIENTO UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE CUMPLIMIENTO-FISCAL
           END-IF.

           LEE-LINEA-CUMPLIMIENTO.
           READ CUMPLIMIENTO-FISCAL
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

           AGREGA-CUMPLIMIENTO.
           IF LINEA-CUMPLIMIENTO NOT = SPACES
               AND WS-TOTAL-CUMPLIMIENTO < 9999
               MOVE LINEA-CUMPLIMIENTO TO CUMPLIMIENTO-REGISTRO
               IF CUM-ESTADO = "V"
                   ADD 1 TO WS-TOTAL-CUMPLIMIENTO
                   MOVE LINEA-CUMPLIMIENTO
                       TO WS-CUM-LINEA (WS-TOTAL-CUMPLIMIENTO)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CUMPLIMIENTO.

      *    Solo interesan los FIN "OK" de los programas del catalogo
      *    dentro del ultimo ano (mas un mes para los periodos viejos).
           CARGA-CORRIDAS.
           OPEN INPUT BITACORA-CORRIDAS.
           IF WS-FILE-STATUS-BIT NOT = "00"
               DISPLAY "Aviso: sin bitacora de corridas; ninguna "
                   "obligacion aparece como generada."
           ELSE
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-BITACORA
               PERFORM AGREGA-CORRIDA UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE BITACORA-CORRIDAS
           END-IF.

           LEE-LINEA-BITACORA.
           READ BITACORA-CORRIDAS
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-BITACORA TO WS-LINEA-BITACORA
           END-READ.

           AGREGA-CORRIDA.
           IF BIT-EVENTO = "FIN"
               AND BIT-ESTADO = "OK"
               AND BIT-SELLO (1:8) IS NUMERIC
               AND BIT-SELLO (1:8) >= WS-LIMITE-ATRAS
               MOVE "N" TO WS-COR-DEL-CATALOGO
               PERFORM VARYING WS-IX-OBL FROM 1 BY 1
                   UNTIL WS-IX-OBL > WS-TOTAL-OBLIGACIONES
                   IF WS-OBL-PROGRAMA (WS-IX-OBL) NOT = SPACES
                       AND WS-OBL-PROGRAMA (WS-IX-OBL) = BIT-PROGRAMA
                       MOVE "S" TO WS-COR-DEL-CATALOGO
                   END-IF
               END-PERFORM
               IF WS-COR-DEL-CATALOGO = "S"
                   AND WS-TOTAL-CORRIDAS < 9999
                   ADD 1 TO WS-TOTAL-CORRIDAS
                   MOVE BIT-PROGRAMA
                       TO WS-COR-PROGRAMA (WS-TOTAL-CORRIDAS)
                   MOVE BIT-SELLO (1:8)
                       TO WS-COR-FECHA (WS-TOTAL-CORRIDAS)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-BITACORA.

           CARGA-FESTIVOS.
           OPEN INPUT CALENDARIO-FESTIVOS.
           IF WS-FILE-STATUS-FES = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-CALENDARIO
               PERFORM AGREGA-FESTIVO UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE CALENDARIO-FESTIVOS
           END-IF.

           LEE-LINEA-CALENDARIO.
           READ CALENDARIO-FESTIVOS
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

           AGREGA-FESTIVO.
           IF LINEA-CALENDARIO NOT = SPACES
               AND WS-TOTAL-FESTIVOS < 200
               MOVE SPACES TO WS-FECHA-FES-X WS-DESCRIPCION-FES
               UNSTRING LINEA-CALENDARIO DELIMITED BY ","
                   INTO WS-FECHA-FES-X WS-DESCRIPCION-FES
               END-UNSTRING
               IF WS-FECHA-FES-X (1:8) IS NUMERIC
                   ADD 1 TO WS-TOTAL-FESTIVOS
                   MOVE WS-FECHA-FES-X (1:8)
                       TO WS-FES-FECHA (WS-TOTAL-FESTIVOS)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CALENDARIO.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TITULO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-AVISO-DIAS TO WS-AVISO-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "VENCIDAS SIN CONFIRMAR, POR VENCER EN "
               WS-AVISO-EDITADO " DIAS Y CUMPLIDAS DEL ULTIMO MES."
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

      *    Cada obligacion se recorre mes por mes desde trece meses
      *    atras (una anual de diciembre vence hasta febrero) hasta
      *    dos meses adelante.
           SELECCIONA-OCURRENCIAS.
           PERFORM RECORRE-OBLIGACION
               VARYING WS-IX-OBL FROM 1 BY 1
               UNTIL WS-IX-OBL > WS-TOTAL-OBLIGACIONES.

           RECORRE-OBLIGACION.
           PERFORM GENERA-OCURRENCIAS-MES
               VARYING WS-MES-RECORRIDO FROM WS-MES-DESDE BY 1
               UNTIL WS-MES-RECORRIDO > WS-MES-HASTA.

           GENERA-OCURRENCIAS-MES.
           MOVE WS-MES-RECORRIDO TO WS-MES-CALC.
           PERFORM DESCOMPONE-MES.
           MOVE WS-CAL-ANIO TO WS-ANIO-DEL-RECORRIDO.
           MOVE WS-CAL-MES TO WS-MES-DEL-RECORRIDO.
           EVALUATE WS-OBL-REGLA (WS-IX-OBL)
               WHEN "MEN"
                   PERFORM OCURRENCIA-MENSUAL
               WHEN "BIM"
                   IF FUNCTION MOD(WS-MES-DEL-RECORRIDO, 2) = 0
                       PERFORM OCURRENCIA-MENSUAL
                   END-IF
               WHEN "ANU"
                   IF WS-MES-DEL-RECORRIDO = 12
                       PERFORM OCURRENCIA-ANUAL
                   END-IF
               WHEN "QUI"
                   PERFORM OCURRENCIAS-QUINCENALES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Mensual y bimestral: el periodo cierra el ultimo dia del
      *    mes recorrido y vence el "dia" del mes siguiente.
           OCURRENCIA-MENSUAL.
           MOVE SPACES TO WS-OC-PERIODO.
           MOVE WS-ANIO-DEL-RECORRIDO TO WS-OC-PERIODO (1:4).
           MOVE WS-MES-DEL-RECORRIDO TO WS-OC-PERIODO (5:2).
           MOVE WS-MES-RECORRIDO TO WS-MES-CALC.
           PERFORM FIN-DE-MES.
           MOVE WS-FECHA-CALC TO WS-OC-CIERRE.
           IF WS-OBL-REGLA (WS-IX-OBL) = "BIM"
               COMPUTE WS-MES-CALC = WS-MES-RECORRIDO + 2
           ELSE
               COMPUTE WS-MES-CALC = WS-MES-RECORRIDO + 1
           END-IF.
           PERFORM FIN-DE-MES.
           MOVE WS-FECHA-CALC TO WS-OC-SIGUIENTE.
           COMPUTE WS-MES-CALC = WS-MES-RECORRIDO + 1.
           MOVE WS-OBL-DIA (WS-IX-OBL) TO WS-DIA-CALC.
           PERFORM DIA-DEL-MES.
           MOVE WS-FECHA-CALC TO WS-OC-VENCE.
           PERFORM PROCESA-OCURRENCIA.

      *    Anual: el ejercicio cierra el 31 de diciembre y vence el
      *    "dia" del "mes" del ano siguiente.
           OCURRENCIA-ANUAL.
           MOVE SPACES TO WS-OC-PERIODO.
           MOVE WS-ANIO-DEL-RECORRIDO TO WS-OC-PERIODO (1:4).
           MOVE WS-MES-RECORRIDO TO WS-MES-CALC.
           PERFORM FIN-DE-MES.
           MOVE WS-FECHA-CALC TO WS-OC-CIERRE.
           COMPUTE WS-MES-CALC = WS-MES-RECORRIDO + 12.
           PERFORM FIN-DE-MES.
           MOVE WS-FECHA-CALC TO WS-OC-SIGUIENTE.
           COMPUTE WS-MES-CALC =
               WS-MES-RECORRIDO + WS-OBL-MES (WS-IX-OBL).
           MOVE WS-OBL-DIA (WS-IX-OBL) TO WS-DIA-CALC.
           PERFORM DIA-DEL-MES.
           MOVE WS-FECHA-CALC TO WS-OC-VENCE.
           PERFORM PROCESA-OCURRENCIA.

      *    Quincenal: cierres el 15 y el ultimo del mes; vence "dia"
      *    dias despues de cada cierre.
           OCURRENCIAS-QUINCENALES.
           MOVE SPACES TO WS-OC-PERIODO.
           MOVE WS-ANIO-DEL-RECORRIDO TO WS-OC-PERIODO (1:4).
           MOVE WS-MES-DEL-RECORRIDO TO WS-OC-PERIODO (5:2).
           MOVE "Q1" TO WS-OC-PERIODO (7:2).
           MOVE WS-MES-RECORRIDO TO WS-MES-CALC.
           MOVE 15 TO WS-DIA-CALC.
           PERFORM DIA-DEL-MES.
           MOVE WS-FECHA-CALC TO WS-OC-CIERRE.
           PERFORM FIN-DE-MES.
           MOVE WS-FECHA-CALC TO WS-OC-SIGUIENTE.
           PERFORM VENCE-DESPUES-DE-CIERRE.
           PERFORM PROCESA-OCURRENCIA.
           MOVE "Q2" TO WS-OC-PERIODO (7:2).
           MOVE WS-OC-SIGUIENTE TO WS-OC-CIERRE.
           COMPUTE WS-MES-CALC = WS-MES-RECORRIDO + 1.
           MOVE 15 TO WS-DIA-CALC.
           PERFORM DIA-DEL-MES.
           MOVE WS-FECHA-CALC TO WS-OC-SIGUIENTE.
           PERFORM VENCE-DESPUES-DE-CIERRE.
           PERFORM PROCESA-OCURRENCIA.

           VENCE-DESPUES-DE-CIERRE.
           COMPUTE WS-OC-VENCE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-OC-CIERRE)
               + WS-OBL-DIA (WS-IX-OBL)).

      *    Mes corrido a ano y mes.
           DESCOMPONE-MES.
           DIVIDE WS-MES-CALC BY 12 GIVING WS-CAL-ANIO
               REMAINDER WS-RESTO.
           COMPUTE WS-CAL-MES = WS-RESTO + 1.
           MOVE 1 TO WS-CAL-DIA.

      *    Ultimo dia del mes corrido WS-MES-CALC.
           FIN-DE-MES.
           MOVE WS-MES-CALC TO WS-MES-GUARDADO.
           ADD 1 TO WS-MES-CALC.
           PERFORM DESCOMPONE-MES.
           MOVE WS-MES-GUARDADO TO WS-MES-CALC.
           COMPUTE WS-FECHA-CALC = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CAL-FECHA-NUM) - 1).

      *    Dia WS-DIA-CALC del mes corrido WS-MES-CALC; un dia que el
      *    mes no tiene se recorta a su ultimo dia.
           DIA-DEL-MES.
           PERFORM FIN-DE-MES.
           MOVE WS-FECHA-CALC TO WS-CAL-FECHA-NUM.
           IF WS-DIA-CALC > ZEROES AND WS-DIA-CALC < WS-CAL-DIA
               MOVE WS-DIA-CALC TO WS-CAL-DIA
           END-IF.
           MOVE WS-CAL-FECHA-NUM TO WS-FECHA-CALC.

           PROCESA-OCURRENCIA.
           PERFORM CORRE-A-DIA-HABIL.
           IF WS-OC-VENCE <= WS-LIMITE-AVISO
               AND WS-OC-VENCE >= WS-LIMITE-ATRAS
               AND (WS-OBL-INICIO (WS-IX-OBL) = SPACES
               OR WS-OC-VENCE >= WS-OBL-INICIO (WS-IX-OBL))
               PERFORM BUSCA-GENERACION
               IF WS-OBL-SITIO (WS-IX-OBL) = "*"
                   PERFORM EVALUA-SITIO
                       VARYING WS-IX-SIT FROM 1 BY 1
                       UNTIL WS-IX-SIT > WS-TOTAL-SITIOS
               ELSE
                   MOVE ZEROES TO WS-IX-SIT
                   PERFORM EVALUA-OCURRENCIA-SITIO
               END-IF
           END-IF.

      *    Sabado (6), domingo (0) o festivo pasan al dia siguiente.
           CORRE-A-DIA-HABIL.
           MOVE "N" TO WS-ES-HABIL.
           PERFORM REVISA-DIA-HABIL UNTIL WS-ES-HABIL = "S".

           REVISA-DIA-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(WS-OC-VENCE), 7).
           MOVE "S" TO WS-ES-HABIL.
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO WS-ES-HABIL
           END-IF.
           PERFORM VARYING WS-IX-FES FROM 1 BY 1
               UNTIL WS-IX-FES > WS-TOTAL-FESTIVOS
               IF WS-FES-FECHA (WS-IX-FES) = WS-OC-VENCE
                   MOVE "N" TO WS-ES-HABIL
               END-IF
           END-PERFORM.
           IF WS-ES-HABIL = "N"
               COMPUTE WS-OC-VENCE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-OC-VENCE) + 1)
           END-IF.

      *    La corrida mas reciente del programa dentro del periodo.
           BUSCA-GENERACION.
           MOVE ZEROES TO WS-GEN-FECHA.
           IF WS-OBL-PROGRAMA (WS-IX-OBL) NOT = SPACES
               COMPUTE WS-GEN-DESDE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-OC-CIERRE)
                   - WS-DIAS-ANTICIPO)
               COMPUTE WS-GEN-HASTA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-OC-SIGUIENTE)
                   - WS-DIAS-ANTICIPO)
               PERFORM VARYING WS-IX-COR FROM 1 BY 1
                   UNTIL WS-IX-COR > WS-TOTAL-CORRIDAS
                   IF WS-COR-PROGRAMA (WS-IX-COR)
                       = WS-OBL-PROGRAMA (WS-IX-OBL)
                       AND WS-COR-FECHA (WS-IX-COR) >= WS-GEN-DESDE
                       AND WS-COR-FECHA (WS-IX-COR) < WS-GEN-HASTA
                       AND WS-COR-FECHA (WS-IX-COR) > WS-GEN-FECHA
                       MOVE WS-COR-FECHA (WS-IX-COR) TO WS-GEN-FECHA
                   END-IF
               END-PERFORM
           END-IF.

           EVALUA-SITIO.
           PERFORM EVALUA-OCURRENCIA-SITIO.

           EVALUA-OCURRENCIA-SITIO.
           IF WS-IX-SIT = ZEROES
               MOVE WS-OBL-SITIO (WS-IX-OBL) TO WS-SITIO-ACTUAL
           ELSE
               MOVE WS-SIT-CLAVE (WS-IX-SIT) TO WS-SITIO-ACTUAL
           END-IF.
           PERFORM BUSCA-CONFIRMACION.
           MOVE SPACES TO SD-REG-OBLIGACION.
           IF WS-CUM-ENCONTRADA > ZEROES
               IF WS-OC-VENCE >= WS-LIMITE-CUMPLIDAS
                   MOVE "CUMPLIDA" TO SD-ESTADO
                   MOVE CUM-FECHA-PRESENTADA TO SD-PRESENTADA
                   MOVE CUM-REFERENCIA TO SD-REFERENCIA
               END-IF
           ELSE
               IF WS-OC-VENCE < WS-FECHA-HOY-NUM
                   MOVE "VENCIDA" TO SD-ESTADO
               ELSE
                   MOVE "POR VENCER" TO SD-ESTADO
               END-IF
           END-IF.
           IF SD-ESTADO NOT = SPACES
               MOVE WS-SITIO-ACTUAL TO SD-SITIO
               MOVE WS-OC-VENCE TO SD-VENCE
               MOVE WS-OBL-CLAVE (WS-IX-OBL) TO SD-CLAVE
               MOVE WS-OC-PERIODO TO SD-PERIODO
               MOVE WS-OBL-DESCRIPCION (WS-IX-OBL) TO SD-DESCRIPCION
               COMPUTE SD-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-OC-VENCE) - WS-INT-HOY
               IF WS-OBL-PROGRAMA (WS-IX-OBL) = SPACES
                   MOVE "MANUAL" TO SD-GENERADA
               ELSE
                   IF WS-GEN-FECHA = ZEROES
                       MOVE "NO" TO SD-GENERADA
                   ELSE
                       MOVE WS-GEN-FECHA TO SD-GENERADA
                   END-IF
               END-IF
               RELEASE SD-REG-OBLIGACION
           END-IF.

           BUSCA-CONFIRMACION.
           MOVE ZEROES TO WS-CUM-ENCONTRADA.
           PERFORM VARYING WS-IX-CUM FROM 1 BY 1
               UNTIL WS-IX-CUM > WS-TOTAL-CUMPLIMIENTO
               OR WS-CUM-ENCONTRADA > ZEROES
               MOVE WS-CUM-LINEA (WS-IX-CUM) TO CUMPLIMIENTO-REGISTRO
               IF CUM-CLAVE = WS-OBL-CLAVE (WS-IX-OBL)
                   AND CUM-SITIO = WS-SITIO-ACTUAL
                   AND CUM-PERIODO = WS-OC-PERIODO
                   MOVE WS-IX-CUM TO WS-CUM-ENCONTRADA
               END-IF
           END-PERFORM.

           IMPRIME-OCURRENCIAS.
           MOVE SPACES TO WS-SITIO-ACTUAL.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "  Sin obligaciones vencidas ni por vencer."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM IMPRIME-OCURRENCIA UNTIL FIN-DE-ORDENADOS = "0"
           END-IF.

           REGRESA-ORDENADO.
           RETURN OBLIGACIONES-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           IMPRIME-OCURRENCIA.
           IF SD-SITIO NOT = WS-SITIO-ACTUAL
               PERFORM CORTE-DE-SITIO
           END-IF.
           EVALUATE SD-ESTADO
               WHEN "VENCIDA"
                   ADD 1 TO WS-TOTAL-VENCIDAS
               WHEN "CUMPLIDA"
                   ADD 1 TO WS-TOTAL-CUMPLIDAS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-POR-VENCER
           END-EVALUATE.
           MOVE SD-VENCE TO DET-VENCE.
           MOVE SD-DIAS TO DET-DIAS.
           MOVE SD-CLAVE TO DET-CLAVE.
           MOVE SD-DESCRIPCION TO DET-DESCRIPCION.
           MOVE SD-PERIODO TO DET-PERIODO.
           MOVE SD-ESTADO TO DET-ESTADO.
           MOVE SD-GENERADA TO DET-GENERADA.
           MOVE SD-PRESENTADA TO DET-PRESENTADA.
           MOVE SD-REFERENCIA TO DET-REFERENCIA.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM REGRESA-ORDENADO.

           CORTE-DE-SITIO.
           MOVE SD-SITIO TO WS-SITIO-ACTUAL.
           MOVE SD-SITIO TO SIT-CLAVE.
           MOVE SPACES TO SIT-ESTADO.
           PERFORM VARYING WS-IX-SIT FROM 1 BY 1
               UNTIL WS-IX-SIT > WS-TOTAL-SITIOS
               IF WS-SIT-CLAVE (WS-IX-SIT) = SD-SITIO
                   MOVE WS-SIT-ESTADO (WS-IX-SIT) TO SIT-ESTADO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-SITIO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "OBLIGACIONES VENCIDAS SIN CONFIRMAR:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-VENCIDAS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "POR VENCER:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-POR-VENCER TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "CUMPLIDAS EN EL ULTIMO MES:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-CUMPLIDAS TO TOT-VALOR.
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

       END PROGRAM calendario-fiscal.
