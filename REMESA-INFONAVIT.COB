      * Purpose:ARMAR EL REPORTE DE REMESA BIMESTRAL DE INFONAVIT A
      *         PARTIR DEL DETALLE QUE registro-nomina DEJA EN
      *         INFONAVIT-RETENIDO.txt (periodo,numero,credito,
      *         importe,sitio): TOTALIZA LO RETENIDO POR NUMERO DE
      *         CREDITO EN LOS DOS PERIODOS DEL BIMESTRE
      *         (REMESA_INFONAVIT_PER1/PER2; EN BLANCO ENTRA TODO EL
      *         ARCHIVO) Y DEJA EL GRAN TOTAL PARA CUADRAR CONTRA LA
      *         EMISION DEL INSTITUTO ANTES DE PAGAR. CON CATALOGO DE
      *         REGISTROS PATRONALES CADA CREDITO CAE EN EL REGISTRO DEL
      *         EMPLEADO A REMESA_INFONAVIT_FECHA (AAAAMMDD; SIN ELLA,
      *         LA DEL DIA) VIA busca-registro-patronal: EL REPORTE VA
      *         POR REGISTRO CON SU SUBTOTAL Y CADA REGISTRO SALE
      *         ADEMAS EN SU PROPIO ARCHIVO DE REMESA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       SELECT REMESA-REGISTRO
       ASSIGN TO DYNAMIC WS-RUTA-REMESA-REG
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RRG.

       DATA DIVISION.
       FILE SECTION.
       FD INFONAVIT-RETENIDO.
       FD REMESA-RPT.
       01  LINEA-REMESA PIC X(80).

       FD REMESA-REGISTRO.
       01  LINEA-REMESA-REG PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPBREG.

       01  WS-RUTA-RETENIDO PIC X(200).
       01  WS-RUTA-REMESA PIC X(200).
       01  WS-FILE-STATUS-IRE PIC X(2).
           05 IRE-CREDITO PIC X(10).
           05 FILLER PIC X(1).
           05 IRE-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 IRE-SITIO PIC X(2).

       01  WS-TABLA-REMESA.
           05 WS-REM-RENGLON OCCURS 999 TIMES.
               10 WS-REM-NUMERO PIC 9(5).
               10 WS-REM-PERIODOS PIC 9(3).
               10 WS-REM-TOTAL PIC S9(9)V99.
               10 WS-REM-REGISTRO PIC X(11).
       01  WS-TOTAL-REMESA PIC 9(3) VALUE ZEROES.
       01  WS-IX-REM PIC 9(3).
       01  WS-REM-ENCONTRADO PIC 9(3).
       01  WS-GRAN-TOTAL PIC S9(11)V99 VALUE ZEROES.
       01  WS-RENGLONES-LEIDOS PIC 9(6) VALUE ZEROES.

      *    Creditos y retenido por registro patronal; un solo renglon
      *    con el registro en blanco es la remesa de siempre.
       01  WS-TABLA-PATRONALES.
           05 WS-PAT-RENGLON OCCURS 50 TIMES.
               10 WS-PAT-REGISTRO PIC X(11).
               10 WS-PAT-CREDITOS PIC 9(3).
               10 WS-PAT-TOTAL PIC S9(11)V99.
       01  WS-TOTAL-PATRONALES PIC 9(2) VALUE ZEROES.
       01  WS-IX-PAT PIC 9(2).
       01  WS-PAT-ENCONTRADO PIC 9(2).
       01  WS-FECHA-REGISTRO PIC X(8).
       01  WS-RUTA-REMESA-REG PIC X(200).
       01  WS-FILE-STATUS-RRG PIC X(2).
       01  WS-REMESA-REG-ABIERTA PIC X VALUE "N".

       01  WS-LINEA-TITULO-REM.
           05 FILLER PIC X(32) VALUE
               "REMESA BIMESTRAL INFONAVIT  DE: ".
           05 REM-PERIODOS PIC ZZ9.
           05 FILLER PIC X(11) VALUE " RETENIDO: ".
           05 REM-TOTAL PIC -ZZZZZZZZ9.99.
       01  WS-LINEA-REGISTRO-REM.
           05 FILLER PIC X(18) VALUE "REGISTRO PATRONAL ".
           05 RRG-REGISTRO PIC X(11).
           05 FILLER PIC X VALUE SPACE.
           05 RRG-RAZON-SOCIAL PIC X(40).
       01  WS-LINEA-SUBTOTAL-REM.
           05 FILLER PIC X(26) VALUE "TOTAL DEL REGISTRO:       ".
           05 RRG-TOTAL PIC -ZZZZZZZZZZ9.99.
       01  WS-LINEA-TOTAL-REM.
           05 FILLER PIC X(26) VALUE "TOTAL DE LA REMESA:       ".
           05 REM-GRAN-TOTAL PIC -ZZZZZZZZZZ9.99.
           DISPLAY "Creditos en la remesa: " WS-TOTAL-REMESA.
           DISPLAY "Total de la remesa: " WS-GRAN-TOTAL.
           DISPLAY "Reporte de remesa: " WS-RUTA-REMESA.
           IF WS-TOTAL-PATRONALES > 1
               OR WS-PAT-REGISTRO (1) NOT = SPACES
               PERFORM MUESTRA-TOTAL-REGISTRO
                   VARYING WS-IX-PAT FROM 1 BY 1
                   UNTIL WS-IX-PAT > WS-TOTAL-PATRONALES
           END-IF.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-REMESA TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
               DISPLAY "Aviso: sin REMESA_INFONAVIT_PER1/PER2; la "
                   "remesa toma todo el archivo de retenciones."
           END-IF.
           ACCEPT WS-FECHA-REGISTRO FROM ENVIRONMENT
               "REMESA_INFONAVIT_FECHA".
           IF WS-FECHA-REGISTRO NOT NUMERIC
               ACCEPT WS-FECHA-REGISTRO FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-RUTA-RETENIDO FROM ENVIRONMENT
               "INFONAVIT_RETENIDO_PATH".
           IF WS-RUTA-RETENIDO = SPACES
               MOVE IRE-NUMERO TO WS-REM-NUMERO (WS-REM-ENCONTRADO)
               MOVE ZEROES TO WS-REM-PERIODOS (WS-REM-ENCONTRADO)
               MOVE ZEROES TO WS-REM-TOTAL (WS-REM-ENCONTRADO)
               PERFORM RESUELVE-REGISTRO-CREDITO
           END-IF.
           IF WS-REM-ENCONTRADO > ZEROES
               ADD 1 TO WS-REM-PERIODOS (WS-REM-ENCONTRADO)
               ADD IRE-IMPORTE TO WS-REM-TOTAL (WS-REM-ENCONTRADO)
               ADD IRE-IMPORTE TO WS-GRAN-TOTAL
               PERFORM BUSCA-PATRONAL-CREDITO
               IF WS-PAT-ENCONTRADO > ZEROES
                   ADD IRE-IMPORTE TO WS-PAT-TOTAL (WS-PAT-ENCONTRADO)
               END-IF
           END-IF.

      *    El credito va en el registro patronal del empleado que lo
      *    tiene; los renglones anteriores al sitio en el detalle se
      *    leen como de la plaza.
           RESUELVE-REGISTRO-CREDITO.
           MOVE "E" TO RPB-ACCION.
           MOVE IRE-SITIO TO RPB-SITIO.
           MOVE IRE-NUMERO TO RPB-NUMERO.
           MOVE WS-FECHA-REGISTRO TO RPB-FECHA.
           CALL "busca-registro-patronal"
               USING REGISTRO-PATRONAL-CONSULTA.
           MOVE RPB-REGISTRO TO WS-REM-REGISTRO (WS-REM-ENCONTRADO).
           PERFORM BUSCA-PATRONAL-CREDITO.
           IF WS-PAT-ENCONTRADO = ZEROES
               AND WS-TOTAL-PATRONALES < 50
               ADD 1 TO WS-TOTAL-PATRONALES
               MOVE WS-TOTAL-PATRONALES TO WS-PAT-ENCONTRADO
               MOVE RPB-REGISTRO TO WS-PAT-REGISTRO (WS-PAT-ENCONTRADO)
               MOVE ZEROES TO WS-PAT-CREDITOS (WS-PAT-ENCONTRADO)
               MOVE ZEROES TO WS-PAT-TOTAL (WS-PAT-ENCONTRADO)
           END-IF.
           IF WS-PAT-ENCONTRADO > ZEROES
               ADD 1 TO WS-PAT-CREDITOS (WS-PAT-ENCONTRADO)
           END-IF.

           BUSCA-PATRONAL-CREDITO.
           MOVE ZEROES TO WS-PAT-ENCONTRADO.
           PERFORM VARYING WS-IX-PAT FROM 1 BY 1
               UNTIL WS-IX-PAT > WS-TOTAL-PATRONALES
               OR WS-PAT-ENCONTRADO > ZEROES
               IF WS-PAT-REGISTRO (WS-IX-PAT) =
                   WS-REM-REGISTRO (WS-REM-ENCONTRADO)
                   MOVE WS-IX-PAT TO WS-PAT-ENCONTRADO
               END-IF
           END-PERFORM.

           ESCRIBE-REMESA.
           OPEN OUTPUT REMESA-RPT.
           IF WS-FILE-STATUS-RPT NOT = "00"
           MOVE WS-PERIODO-2 TO TIT-PER2.
           MOVE WS-LINEA-TITULO-REM TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           IF WS-TOTAL-PATRONALES = 1
               AND WS-PAT-REGISTRO (1) = SPACES
               PERFORM ESCRIBE-RENGLON-REMESA
                   VARYING WS-IX-REM FROM 1 BY 1
                   UNTIL WS-IX-REM > WS-TOTAL-REMESA
           ELSE
               PERFORM ESCRIBE-SECCION-REGISTRO
                   VARYING WS-IX-PAT FROM 1 BY 1
                   UNTIL WS-IX-PAT > WS-TOTAL-PATRONALES
           END-IF.
           MOVE WS-GRAN-TOTAL TO REM-GRAN-TOTAL.
           MOVE WS-LINEA-TOTAL-REM TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           MOVE WS-REM-PERIODOS (WS-IX-REM) TO REM-PERIODOS.
           MOVE WS-REM-TOTAL (WS-IX-REM) TO REM-TOTAL.
           MOVE WS-LINEA-DETALLE-REM TO LINEA-REMESA.
           PERFORM ESCRIBE-LINEA-SECCION.

      *    Seccion de un registro patronal: sus creditos y su
      *    subtotal, repetidos en la remesa propia del registro; los
      *    creditos sin registro solo van en el reporte consolidado.
           ESCRIBE-SECCION-REGISTRO.
           MOVE "R" TO RPB-ACCION.
           MOVE WS-PAT-REGISTRO (WS-IX-PAT) TO RPB-REGISTRO.
           CALL "busca-registro-patronal"
               USING REGISTRO-PATRONAL-CONSULTA.
           MOVE WS-PAT-REGISTRO (WS-IX-PAT) TO RRG-REGISTRO.
           IF WS-PAT-REGISTRO (WS-IX-PAT) = SPACES
               MOVE "SIN REGISTRO PATRONAL" TO RRG-RAZON-SOCIAL
           ELSE
               MOVE RPB-RAZON-SOCIAL TO RRG-RAZON-SOCIAL
               CALL "arma-ruta-registro"
                   USING WS-RUTA-REMESA WS-PAT-REGISTRO (WS-IX-PAT)
                       WS-RUTA-REMESA-REG
               OPEN OUTPUT REMESA-REGISTRO
               IF WS-FILE-STATUS-RRG = "00"
                   MOVE "S" TO WS-REMESA-REG-ABIERTA
                   MOVE WS-LINEA-TITULO-REM TO LINEA-REMESA-REG
                   WRITE LINEA-REMESA-REG
               ELSE
                   DISPLAY "No se pudo crear la remesa del registro "
                       WS-PAT-REGISTRO (WS-IX-PAT) ": "
                       FUNCTION TRIM(WS-RUTA-REMESA-REG)
               END-IF
           END-IF.
           MOVE WS-LINEA-REGISTRO-REM TO LINEA-REMESA.
           PERFORM ESCRIBE-LINEA-SECCION.
           PERFORM ESCRIBE-CREDITO-REGISTRO
               VARYING WS-IX-REM FROM 1 BY 1
               UNTIL WS-IX-REM > WS-TOTAL-REMESA.
           MOVE WS-PAT-TOTAL (WS-IX-PAT) TO RRG-TOTAL.
           MOVE WS-LINEA-SUBTOTAL-REM TO LINEA-REMESA.
           PERFORM ESCRIBE-LINEA-SECCION.
           IF WS-REMESA-REG-ABIERTA = "S"
               CLOSE REMESA-REGISTRO
               MOVE "N" TO WS-REMESA-REG-ABIERTA
           END-IF.

           ESCRIBE-CREDITO-REGISTRO.
           IF WS-REM-REGISTRO (WS-IX-REM) = WS-PAT-REGISTRO (WS-IX-PAT)
               PERFORM ESCRIBE-RENGLON-REMESA
           END-IF.

           ESCRIBE-LINEA-SECCION.
           WRITE LINEA-REMESA.
           IF WS-REMESA-REG-ABIERTA = "S"
               MOVE LINEA-REMESA TO LINEA-REMESA-REG
               WRITE LINEA-REMESA-REG
           END-IF.

           MUESTRA-TOTAL-REGISTRO.
           IF WS-PAT-REGISTRO (WS-IX-PAT) = SPACES
               DISPLAY "  Sin registro patronal: "
                   WS-PAT-CREDITOS (WS-IX-PAT) " creditos, "
                   WS-PAT-TOTAL (WS-IX-PAT)
           ELSE
               CALL "arma-ruta-registro"
                   USING WS-RUTA-REMESA WS-PAT-REGISTRO (WS-IX-PAT)
                       WS-RUTA-REMESA-REG
               DISPLAY "  Registro " WS-PAT-REGISTRO (WS-IX-PAT) ": "
                   WS-PAT-CREDITOS (WS-IX-PAT) " creditos, "
                   WS-PAT-TOTAL (WS-IX-PAT) " en "
                   FUNCTION TRIM(WS-RUTA-REMESA-REG)
           END-IF.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
