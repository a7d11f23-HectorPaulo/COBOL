      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:COMPARADOR DE CORRIDA PARALELA PARA CAMBIOS A LA
      *         NOMINA: TOMA DOS ARCHIVOS DE CIFRAS (LAYOUT CIFREG.cpy)
      *         DEL MISMO PERIODO, EL DE PRODUCCION Y EL DE LA VERSION
      *         CANDIDATA (UN registro-nomina NUEVO O UNA TARIFA DE ISR
      *         NUEVA), LOS CRUZA POR CIF-NUMERO Y CIF-SITIO Y REPORTA
      *         CADA CAMPO QUE CAMBIO POR EMPLEADO, UN RESUMEN POR
      *         COLUMNA (CUANTOS EMPLEADOS SE MOVIERON, CUANTO EN TOTAL
      *         Y LA MAYOR DIFERENCIA), LOS EMPLEADOS QUE SOLO ESTAN EN
      *         UNO DE LOS DOS ARCHIVOS Y UN VEREDICTO PASA/NO PASA
      *         CONTRA LA TARJETA DE TOLERANCIAS. A DIFERENCIA DE
      *         varianza-nomina (UN PERIODO CONTRA EL ANTERIOR) AQUI
      *         CUALQUIER DIFERENCIA FUERA DE TOLERANCIA ES UN CAMBIO
      *         NO ESPERADO. EL REPORTE ES LA EVIDENCIA DE VISTO BUENO
      *         DEL CAMBIO; NO PASA TERMINA CON CODIGO 4 Y DOS PERIODOS
      *         DISTINTOS SE RECHAZAN CON CODIGO 8.
      *
      *         Tarjeta (TOLERANCIAS-PARALELO.txt), un renglon por
      *         columna: columna,tolerancia-por-empleado,tolerancia-
      *         total (en pesos, u horas para HORAS-NORM/HORAS-EXTRA).
      *         Una tolerancia por empleado "*" marca la columna como
      *         LIBRE: es la que el cambio debe mover y se reporta pero
      *         no reprueba. Las columnas NOMBRE, DEPTO y REGIMEN solo
      *         admiten "*". El renglon SOLO-UNO,n fija cuantos
      *         empleados pueden estar en un solo archivo. Lo que no
      *         viene en la tarjeta tiene tolerancia cero.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. compara-paralelo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CIFRAS-PRODUCCION
       ASSIGN TO DYNAMIC WS-RUTA-PRODUCCION
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PRD.

       SELECT CIFRAS-CANDIDATA
       ASSIGN TO DYNAMIC WS-RUTA-CANDIDATA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAN.

       SELECT TOLERANCIAS
       ASSIGN TO DYNAMIC WS-RUTA-TOLERANCIAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TOL.

       SELECT PARALELO-RPT
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD CIFRAS-PRODUCCION.
       01  LINEA-PRODUCCION PIC X(194).

       FD CIFRAS-CANDIDATA.
       01  LINEA-CANDIDATA PIC X(194).

       FD TOLERANCIAS.
       01  LINEA-TOLERANCIA PIC X(80).

       FD PARALELO-RPT.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CIFREG.
       COPY RPTENC.

       01  WS-RUTA-PRODUCCION PIC X(200).
       01  WS-FILE-STATUS-PRD PIC X(2).
       01  WS-RUTA-CANDIDATA PIC X(200).
       01  WS-FILE-STATUS-CAN PIC X(2).
       01  WS-RUTA-TOLERANCIAS PIC X(200).
       01  WS-FILE-STATUS-TOL PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ARCHIVO PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-CON-TARJETA PIC X VALUE "N".

      *    Renglones T de los dos archivos: deben ser el mismo periodo.
       01  WS-PERIODO-PRODUCCION PIC X(6) VALUE SPACES.
       01  WS-CLASE-PRODUCCION PIC X(1) VALUE SPACES.
       01  WS-PERIODO-CANDIDATA PIC X(6) VALUE SPACES.
       01  WS-CLASE-CANDIDATA PIC X(1) VALUE SPACES.

      *    Columnas comparadas: las tres de texto primero y despues
      *    los importes y horas en el orden en que los deja
      *    EXTRAE-VALORES (columna - 3 = posicion en WS-VALOR).
       01  WS-LISTA-COLUMNAS.
           05 FILLER PIC X(13) VALUE "NOMBRE      T".
           05 FILLER PIC X(13) VALUE "DEPTO       T".
           05 FILLER PIC X(13) VALUE "REGIMEN     T".
           05 FILLER PIC X(13) VALUE "BRUTO       I".
           05 FILLER PIC X(13) VALUE "ISR         I".
           05 FILLER PIC X(13) VALUE "IMSS        I".
           05 FILLER PIC X(13) VALUE "OTRAS       I".
           05 FILLER PIC X(13) VALUE "NETO        I".
           05 FILLER PIC X(13) VALUE "HORAS-NORM  H".
           05 FILLER PIC X(13) VALUE "HORAS-EXTRA H".
           05 FILLER PIC X(13) VALUE "INFONAVIT   I".
           05 FILLER PIC X(13) VALUE "PENSION     I".
           05 FILLER PIC X(13) VALUE "FONDO       I".
           05 FILLER PIC X(13) VALUE "PRIMA-DOM   I".
           05 FILLER PIC X(13) VALUE "FESTIVO     I".
           05 FILLER PIC X(13) VALUE "FALTAS      I".
           05 FILLER PIC X(13) VALUE "SGMM        I".
           05 FILLER PIC X(13) VALUE "DESTAJO     I".
           05 FILLER PIC X(13) VALUE "SINDICAL    I".
       01  WS-NOMBRES-COLUMNAS REDEFINES WS-LISTA-COLUMNAS.
           05 WS-NCO-RENGLON OCCURS 19 TIMES.
               10 WS-NCO-NOMBRE PIC X(12).
               10 WS-NCO-TIPO PIC X(1).

      *    Tolerancias de la tarjeta y acumulados de la comparacion.
       01  WS-TABLA-COLUMNAS.
           05 WS-COL-RENGLON OCCURS 19 TIMES.
               10 WS-COL-LIBRE PIC X.
               10 WS-COL-TOL-EMPLEADO PIC 9(7)V99.
               10 WS-COL-TOL-TOTAL PIC 9(9)V99.
               10 WS-COL-EMPLEADOS PIC 9(6).
               10 WS-COL-FUERA PIC 9(6).
               10 WS-COL-SUMA PIC S9(11)V99.
               10 WS-COL-MAXIMO PIC 9(9)V99.
               10 WS-COL-RESULTADO PIC X(10).
       01  WS-IX-COL PIC 9(2).
       01  WS-IX-VAL PIC 9(2).
       01  WS-COL-ENCONTRADA PIC 9(2).
       01  WS-TOLERANCIA-SOLO-UNO PIC 9(5) VALUE ZEROES.

       01  WS-COLUMNA-X PIC X(20).
       01  WS-TOL-EMPLEADO-X PIC X(20).
       01  WS-TOL-TOTAL-X PIC X(20).

      *    Importes y horas del renglon leido, en el orden de columnas.
       01  WS-VALORES-LEIDOS.
           05 WS-VALOR PIC S9(7)V99 OCCURS 16 TIMES.

      *    Cifras de produccion, cargadas completas para cruzar.
       01  WS-TABLA-PRODUCCION.
           05 WS-PRD-RENGLON OCCURS 9999 TIMES.
               10 WS-PRD-NUMERO PIC 9(5).
               10 WS-PRD-SITIO PIC X(2).
               10 WS-PRD-NOMBRE PIC X(30).
               10 WS-PRD-DEPTO PIC 9(3).
               10 WS-PRD-REGIMEN PIC X(3).
               10 WS-PRD-VALORES.
                   15 WS-PRD-VALOR PIC S9(7)V99 OCCURS 16 TIMES.
               10 WS-PRD-USADO PIC X.
       01  WS-TOTAL-PRODUCCION PIC 9(4) VALUE ZEROES.
       01  WS-IX-PRD PIC 9(4).
       01  WS-PRD-ENCONTRADO PIC 9(4).

      *    Empleados de la candidata que no estan en produccion; se
      *    listan despues del resumen.
       01  WS-TABLA-SOLO-CANDIDATA.
           05 WS-SOC-RENGLON OCCURS 500 TIMES.
               10 WS-SOC-NUMERO PIC 9(5).
               10 WS-SOC-SITIO PIC X(2).
               10 WS-SOC-NOMBRE PIC X(30).
               10 WS-SOC-NETO PIC S9(7)V99.
       01  WS-TOTAL-SOLO-CANDIDATA PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-SOLO-PRODUCCION PIC 9(5) VALUE ZEROES.
       01  WS-IX-SOC PIC 9(5).

       01  WS-TOTAL-CANDIDATA PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-COMPARADOS PIC 9(6) VALUE ZEROES.
       01  WS-EMPLEADOS-CON-CAMBIO PIC 9(6) VALUE ZEROES.
       01  WS-EMPLEADO-CAMBIO PIC X.
       01  WS-TOTAL-DIFERENCIAS PIC 9(7) VALUE ZEROES.
       01  WS-COLUMNAS-FALLADAS PIC 9(2) VALUE ZEROES.
       01  WS-VEREDICTO PIC X(7).

       01  WS-DIFERENCIA PIC S9(7)V99.
       01  WS-DIFERENCIA-ABS PIC 9(7)V99.
       01  WS-SUMA-ABS PIC 9(11)V99.
       01  WS-EDITADO PIC -(9)9.99.
       01  WS-DEPTO-X PIC X(3).

       01  WS-TITULO-RPT.
           05 FILLER PIC X(48) VALUE
               "COMPARACION DE CORRIDA PARALELA DE NOMINA - PER ".
           05 TIT-PERIODO PIC X(6).
           05 FILLER PIC X(7) VALUE " CLASE ".
           05 TIT-CLASE PIC X(1).
       01  WS-LINEA-RUTA.
           05 RUT-ETIQUETA PIC X(14).
           05 RUT-RUTA PIC X(118).

       01  WS-LINEA-COLUMNAS-DIF.
           05 FILLER PIC X(9) VALUE "SI NUMERO".
           05 FILLER PIC X(26) VALUE " NOMBRE".
           05 FILLER PIC X(13) VALUE " COLUMNA".
           05 FILLER PIC X(31) VALUE " PRODUCCION".
           05 FILLER PIC X(31) VALUE " CANDIDATA".
           05 FILLER PIC X(15) VALUE "     DIFERENCIA".
           05 FILLER PIC X(7) VALUE " MARCA".
       01  WS-LINEA-DIFERENCIA.
           05 DIF-SITIO PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 DIF-NUMERO PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 DIF-NOMBRE PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 DIF-COLUMNA PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 DIF-PRODUCCION PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DIF-CANDIDATA PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DIF-DIFERENCIA PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 DIF-MARCA PIC X(6).

       01  WS-LINEA-COLUMNAS-RES.
           05 FILLER PIC X(12) VALUE "COLUMNA".
           05 FILLER PIC X(8) VALUE " EMPLEAD".
           05 FILLER PIC X(7) VALUE "  FUERA".
           05 FILLER PIC X(17) VALUE "     SUMA DIFER.".
           05 FILLER PIC X(14) VALUE "   MAYOR DIF.".
           05 FILLER PIC X(14) VALUE "   TOL. EMPL.".
           05 FILLER PIC X(16) VALUE "     TOL. TOTAL".
           05 FILLER PIC X(11) VALUE " RESULTADO".
       01  WS-LINEA-RESUMEN.
           05 RES-COLUMNA PIC X(12).
           05 RES-EMPLEADOS PIC Z(7)9.
           05 RES-FUERA PIC Z(6)9.
           05 RES-SUMA PIC -(13)9.99.
           05 RES-MAXIMO PIC Z(10)9.99.
           05 RES-TOL-EMPLEADO PIC X(14).
           05 RES-TOL-TOTAL PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 RES-RESULTADO PIC X(10).

       01  WS-LINEA-SOLO-UNO.
           05 SOL-SITIO PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 SOL-NUMERO PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 SOL-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 SOL-ARCHIVO PIC X(20).
           05 FILLER PIC X(6) VALUE " NETO ".
           05 SOL-NETO PIC -(7)9.99.

       01  WS-LINEA-CONTEO.
           05 CON-CONCEPTO PIC X(40).
           05 CON-VALOR PIC Z(6)9.

       01  WS-LINEA-VEREDICTO.
           05 FILLER PIC X(11) VALUE "VEREDICTO: ".
           05 VER-VEREDICTO PIC X(7).
           05 FILLER PIC X(3) VALUE " - ".
           05 VER-COLUMNAS PIC Z9.
           05 FILLER PIC X(41) VALUE
               " COLUMNA(S) FUERA DE TOLERANCIA; SOLO EN ".
           05 FILLER PIC X(12) VALUE "UN ARCHIVO: ".
           05 VER-SOLO-UNO PIC Z(4)9.
           05 FILLER PIC X(12) VALUE " (PERMITIDO ".
           05 VER-SOLO-PERMITIDO PIC Z(4)9.
           05 FILLER PIC X(1) VALUE ")".

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "compara-paralelo".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM RESUELVE-PARAMETROS.
           PERFORM CARGA-TOLERANCIAS.
           PERFORM CARGA-PRODUCCION.
           PERFORM REVISA-PERIODO-CANDIDATA.
           IF WS-PERIODO-PRODUCCION NOT = WS-PERIODO-CANDIDATA
               OR WS-CLASE-PRODUCCION NOT = WS-CLASE-CANDIDATA
               DISPLAY "RECHAZADO: los archivos no son del mismo "
                   "periodo (produccion " WS-PERIODO-PRODUCCION " "
                   WS-CLASE-PRODUCCION ", candidata "
                   WS-PERIODO-CANDIDATA " " WS-CLASE-CANDIDATA ")."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PARALELO-RPT.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.
           PERFORM COMPARA-CANDIDATA.
           PERFORM ESCRIBE-RESUMEN.
           PERFORM ESCRIBE-SOLO-UNO.
           PERFORM ESCRIBE-VEREDICTO.
           CLOSE PARALELO-RPT.
           DISPLAY "Empleados comparados: " WS-TOTAL-COMPARADOS.
           DISPLAY "Empleados con algun cambio: "
               WS-EMPLEADOS-CON-CAMBIO.
           DISPLAY "Solo en produccion: " WS-TOTAL-SOLO-PRODUCCION.
           DISPLAY "Solo en la candidata: " WS-TOTAL-SOLO-CANDIDATA.
           DISPLAY "Veredicto: " WS-VEREDICTO.
           DISPLAY "Reporte de la corrida paralela: "
               FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-COMPARADOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           IF WS-VEREDICTO NOT = "PASA"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-RUTA-PRODUCCION FROM ENVIRONMENT
               "PARALELO_PRODUCCION_PATH".
           IF WS-RUTA-PRODUCCION = SPACES
               MOVE "CIFRAS-NOMINA.dat" TO WS-RUTA-PRODUCCION
           END-IF.
           ACCEPT WS-RUTA-CANDIDATA FROM ENVIRONMENT
               "PARALELO_CANDIDATA_PATH".
           IF WS-RUTA-CANDIDATA = SPACES
               MOVE "CIFRAS-NOMINA-CANDIDATA.dat" TO WS-RUTA-CANDIDATA
           END-IF.
           ACCEPT WS-RUTA-TOLERANCIAS FROM ENVIRONMENT
               "PARALELO_TOLERANCIAS_PATH".
           IF WS-RUTA-TOLERANCIAS = SPACES
               MOVE "TOLERANCIAS-PARALELO.txt" TO WS-RUTA-TOLERANCIAS
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "PARALELO_REPORTE_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "PARALELO-NOMINA" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

      *    Sin tarjeta la comparacion es estricta: toda columna con
      *    tolerancia cero y ningun empleado en un solo archivo.
           CARGA-TOLERANCIAS.
           INITIALIZE WS-TABLA-COLUMNAS.
           PERFORM INICIA-COLUMNA
               VARYING WS-IX-COL FROM 1 BY 1 UNTIL WS-IX-COL > 19.
           OPEN INPUT TOLERANCIAS.
           IF WS-FILE-STATUS-TOL NOT = "00"
               DISPLAY "Aviso: sin tarjeta de tolerancias ("
                   FUNCTION TRIM(WS-RUTA-TOLERANCIAS)
                   "); se compara con tolerancia cero."
           ELSE
               MOVE "S" TO WS-CON-TARJETA
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-TOLERANCIA UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE TOLERANCIAS
           END-IF.

           INICIA-COLUMNA.
           MOVE "N" TO WS-COL-LIBRE (WS-IX-COL).

           LEE-TOLERANCIA.
           READ TOLERANCIAS
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   PERFORM AGREGA-TOLERANCIA
           END-READ.

           AGREGA-TOLERANCIA.
           IF LINEA-TOLERANCIA NOT = SPACES
               MOVE SPACES TO WS-COLUMNA-X WS-TOL-EMPLEADO-X
                   WS-TOL-TOTAL-X
               UNSTRING LINEA-TOLERANCIA DELIMITED BY ","
                   INTO WS-COLUMNA-X WS-TOL-EMPLEADO-X WS-TOL-TOTAL-X
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COLUMNA-X))
                   TO WS-COLUMNA-X
               IF WS-COLUMNA-X = "SOLO-UNO"
                   COMPUTE WS-TOLERANCIA-SOLO-UNO =
                       FUNCTION NUMVAL(WS-TOL-EMPLEADO-X)
               ELSE
                   PERFORM APLICA-TOLERANCIA
               END-IF
           END-IF.

           APLICA-TOLERANCIA.
           MOVE ZEROES TO WS-COL-ENCONTRADA.
           PERFORM VARYING WS-IX-COL FROM 1 BY 1
               UNTIL WS-IX-COL > 19 OR WS-COL-ENCONTRADA > ZEROES
               IF WS-NCO-NOMBRE (WS-IX-COL) = WS-COLUMNA-X (1:12)
                   MOVE WS-IX-COL TO WS-COL-ENCONTRADA
               END-IF
           END-PERFORM.
           IF WS-COL-ENCONTRADA = ZEROES
               DISPLAY "Aviso: columna desconocida en la tarjeta: "
                   FUNCTION TRIM(WS-COLUMNA-X)
           ELSE
               IF FUNCTION TRIM(WS-TOL-EMPLEADO-X) = "*"
                   MOVE "S" TO WS-COL-LIBRE (WS-COL-ENCONTRADA)
               ELSE
                   IF WS-TOL-EMPLEADO-X NOT = SPACES
                       COMPUTE WS-COL-TOL-EMPLEADO (WS-COL-ENCONTRADA)
                           = FUNCTION NUMVAL(WS-TOL-EMPLEADO-X)
                   END-IF
                   IF WS-TOL-TOTAL-X NOT = SPACES
                       COMPUTE WS-COL-TOL-TOTAL (WS-COL-ENCONTRADA)
                           = FUNCTION NUMVAL(WS-TOL-TOTAL-X)
                   END-IF
               END-IF
           END-IF.

           CARGA-PRODUCCION.
           OPEN INPUT CIFRAS-PRODUCCION.
           IF WS-FILE-STATUS-PRD NOT = "00"
               DISPLAY "RECHAZADO: no se pudieron abrir las cifras de "
                   "produccion: " FUNCTION TRIM(WS-RUTA-PRODUCCION)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-ARCHIVO.
           PERFORM LEE-PRODUCCION UNTIL FIN-DE-ARCHIVO = "0".
           CLOSE CIFRAS-PRODUCCION.

           LEE-PRODUCCION.
           READ CIFRAS-PRODUCCION
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-PRODUCCION TO CIFRAS-REGISTRO
                   PERFORM AGREGA-PRODUCCION
           END-READ.

           AGREGA-PRODUCCION.
           IF CIF-TIPO = "T"
               MOVE CIFRAS-REGISTRO TO CIFRAS-TOTALES-REGISTRO
               MOVE CIF-TOT-PERIODO TO WS-PERIODO-PRODUCCION
               MOVE CIF-TOT-CLASE TO WS-CLASE-PRODUCCION
           END-IF.
           IF CIF-TIPO = "D"
               AND WS-TOTAL-PRODUCCION < 9999
               ADD 1 TO WS-TOTAL-PRODUCCION
               MOVE CIF-NUMERO TO WS-PRD-NUMERO (WS-TOTAL-PRODUCCION)
               MOVE CIF-SITIO TO WS-PRD-SITIO (WS-TOTAL-PRODUCCION)
               MOVE CIF-NOMBRE TO WS-PRD-NOMBRE (WS-TOTAL-PRODUCCION)
               MOVE CIF-DEPTO TO WS-PRD-DEPTO (WS-TOTAL-PRODUCCION)
               MOVE CIF-REGIMEN TO WS-PRD-REGIMEN (WS-TOTAL-PRODUCCION)
               PERFORM EXTRAE-VALORES
               MOVE WS-VALORES-LEIDOS
                   TO WS-PRD-VALORES (WS-TOTAL-PRODUCCION)
               MOVE "N" TO WS-PRD-USADO (WS-TOTAL-PRODUCCION)
           END-IF.

      *    Primera pasada a la candidata solo por su renglon T, para
      *    rechazar antes de escribir nada si no es el mismo periodo.
           REVISA-PERIODO-CANDIDATA.
           OPEN INPUT CIFRAS-CANDIDATA.
           IF WS-FILE-STATUS-CAN NOT = "00"
               DISPLAY "RECHAZADO: no se pudieron abrir las cifras de "
                   "la candidata: " FUNCTION TRIM(WS-RUTA-CANDIDATA)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-ARCHIVO.
           PERFORM LEE-PERIODO-CANDIDATA UNTIL FIN-DE-ARCHIVO = "0".
           CLOSE CIFRAS-CANDIDATA.

           LEE-PERIODO-CANDIDATA.
           READ CIFRAS-CANDIDATA
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   IF LINEA-CANDIDATA (1:1) = "T"
                       MOVE LINEA-CANDIDATA TO CIFRAS-TOTALES-REGISTRO
                       MOVE CIF-TOT-PERIODO TO WS-PERIODO-CANDIDATA
                       MOVE CIF-TOT-CLASE TO WS-CLASE-CANDIDATA
                   END-IF
           END-READ.

           EXTRAE-VALORES.
           MOVE CIF-BRUTO TO WS-VALOR (1).
           MOVE CIF-ISR TO WS-VALOR (2).
           MOVE CIF-IMSS TO WS-VALOR (3).
           MOVE CIF-OTRAS TO WS-VALOR (4).
           MOVE CIF-NETO TO WS-VALOR (5).
           MOVE CIF-HORAS-NORM TO WS-VALOR (6).
           MOVE CIF-HORAS-EXTRA TO WS-VALOR (7).
           MOVE CIF-INFONAVIT TO WS-VALOR (8).
           MOVE CIF-PENSION TO WS-VALOR (9).
           MOVE CIF-FONDO TO WS-VALOR (10).
           MOVE CIF-PRIMA-DOM TO WS-VALOR (11).
           MOVE CIF-FESTIVO TO WS-VALOR (12).
           MOVE CIF-FALTAS TO WS-VALOR (13).
           MOVE CIF-SGMM TO WS-VALOR (14).
           MOVE CIF-DESTAJO TO WS-VALOR (15).
           MOVE CIF-SINDICAL TO WS-VALOR (16).

           COMPARA-CANDIDATA.
           OPEN INPUT CIFRAS-CANDIDATA.
           MOVE "1" TO FIN-DE-ARCHIVO.
           PERFORM LEE-CANDIDATA UNTIL FIN-DE-ARCHIVO = "0".
           CLOSE CIFRAS-CANDIDATA.
           PERFORM CUENTA-SOLO-PRODUCCION
               VARYING WS-IX-PRD FROM 1 BY 1
               UNTIL WS-IX-PRD > WS-TOTAL-PRODUCCION.

           LEE-CANDIDATA.
           READ CIFRAS-CANDIDATA
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-CANDIDATA TO CIFRAS-REGISTRO
                   IF CIF-TIPO = "D"
                       PERFORM COMPARA-EMPLEADO
                   END-IF
           END-READ.

           COMPARA-EMPLEADO.
           ADD 1 TO WS-TOTAL-CANDIDATA.
           MOVE ZEROES TO WS-PRD-ENCONTRADO.
           PERFORM VARYING WS-IX-PRD FROM 1 BY 1
               UNTIL WS-IX-PRD > WS-TOTAL-PRODUCCION
               OR WS-PRD-ENCONTRADO > ZEROES
               IF WS-PRD-NUMERO (WS-IX-PRD) = CIF-NUMERO
                   AND WS-PRD-SITIO (WS-IX-PRD) = CIF-SITIO
                   AND WS-PRD-USADO (WS-IX-PRD) = "N"
                   MOVE WS-IX-PRD TO WS-PRD-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-PRD-ENCONTRADO = ZEROES
               ADD 1 TO WS-TOTAL-SOLO-CANDIDATA
               IF WS-TOTAL-SOLO-CANDIDATA NOT > 500
                   MOVE CIF-NUMERO
                       TO WS-SOC-NUMERO (WS-TOTAL-SOLO-CANDIDATA)
                   MOVE CIF-SITIO
                       TO WS-SOC-SITIO (WS-TOTAL-SOLO-CANDIDATA)
                   MOVE CIF-NOMBRE
                       TO WS-SOC-NOMBRE (WS-TOTAL-SOLO-CANDIDATA)
                   MOVE CIF-NETO
                       TO WS-SOC-NETO (WS-TOTAL-SOLO-CANDIDATA)
               END-IF
           ELSE
               MOVE "S" TO WS-PRD-USADO (WS-PRD-ENCONTRADO)
               ADD 1 TO WS-TOTAL-COMPARADOS
               MOVE "N" TO WS-EMPLEADO-CAMBIO
               PERFORM EXTRAE-VALORES
               PERFORM COMPARA-TEXTOS
               PERFORM COMPARA-VALOR
                   VARYING WS-IX-VAL FROM 1 BY 1 UNTIL WS-IX-VAL > 16
               IF WS-EMPLEADO-CAMBIO = "S"
                   ADD 1 TO WS-EMPLEADOS-CON-CAMBIO
               END-IF
           END-IF.

           COMPARA-TEXTOS.
           IF CIF-NOMBRE NOT = WS-PRD-NOMBRE (WS-PRD-ENCONTRADO)
               MOVE 1 TO WS-IX-COL
               MOVE WS-PRD-NOMBRE (WS-PRD-ENCONTRADO) TO DIF-PRODUCCION
               MOVE CIF-NOMBRE TO DIF-CANDIDATA
               PERFORM REGISTRA-DIFERENCIA-TEXTO
           END-IF.
           IF CIF-DEPTO NOT = WS-PRD-DEPTO (WS-PRD-ENCONTRADO)
               MOVE 2 TO WS-IX-COL
               MOVE WS-PRD-DEPTO (WS-PRD-ENCONTRADO) TO WS-DEPTO-X
               MOVE WS-DEPTO-X TO DIF-PRODUCCION
               MOVE CIF-DEPTO TO WS-DEPTO-X
               MOVE WS-DEPTO-X TO DIF-CANDIDATA
               PERFORM REGISTRA-DIFERENCIA-TEXTO
           END-IF.
           IF CIF-REGIMEN NOT = WS-PRD-REGIMEN (WS-PRD-ENCONTRADO)
               MOVE 3 TO WS-IX-COL
               MOVE WS-PRD-REGIMEN (WS-PRD-ENCONTRADO)
                   TO DIF-PRODUCCION
               MOVE CIF-REGIMEN TO DIF-CANDIDATA
               PERFORM REGISTRA-DIFERENCIA-TEXTO
           END-IF.

      *    Un campo de texto distinto siempre queda fuera, salvo que
      *    la tarjeta marque la columna como libre.
           REGISTRA-DIFERENCIA-TEXTO.
           MOVE SPACES TO DIF-DIFERENCIA.
           ADD 1 TO WS-COL-EMPLEADOS (WS-IX-COL).
           IF WS-COL-LIBRE (WS-IX-COL) = "S"
               MOVE "LIBRE" TO DIF-MARCA
           ELSE
               MOVE "FUERA" TO DIF-MARCA
               ADD 1 TO WS-COL-FUERA (WS-IX-COL)
           END-IF.
           PERFORM ESCRIBE-DIFERENCIA.

           COMPARA-VALOR.
           COMPUTE WS-DIFERENCIA = WS-VALOR (WS-IX-VAL)
               - WS-PRD-VALOR (WS-PRD-ENCONTRADO, WS-IX-VAL).
           IF WS-DIFERENCIA NOT = ZEROES
               COMPUTE WS-IX-COL = WS-IX-VAL + 3
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ABS
               ADD 1 TO WS-COL-EMPLEADOS (WS-IX-COL)
               ADD WS-DIFERENCIA TO WS-COL-SUMA (WS-IX-COL)
               IF WS-DIFERENCIA-ABS > WS-COL-MAXIMO (WS-IX-COL)
                   MOVE WS-DIFERENCIA-ABS TO WS-COL-MAXIMO (WS-IX-COL)
               END-IF
               MOVE WS-PRD-VALOR (WS-PRD-ENCONTRADO, WS-IX-VAL)
                   TO WS-EDITADO
               MOVE WS-EDITADO TO DIF-PRODUCCION
               MOVE WS-VALOR (WS-IX-VAL) TO WS-EDITADO
               MOVE WS-EDITADO TO DIF-CANDIDATA
               MOVE WS-DIFERENCIA TO WS-EDITADO
               MOVE WS-EDITADO TO DIF-DIFERENCIA
               IF WS-COL-LIBRE (WS-IX-COL) = "S"
                   MOVE "LIBRE" TO DIF-MARCA
               ELSE
                   IF WS-DIFERENCIA-ABS >
                       WS-COL-TOL-EMPLEADO (WS-IX-COL)
                       MOVE "FUERA" TO DIF-MARCA
                       ADD 1 TO WS-COL-FUERA (WS-IX-COL)
                   ELSE
                       MOVE "DENTRO" TO DIF-MARCA
                   END-IF
               END-IF
               PERFORM ESCRIBE-DIFERENCIA
           END-IF.

           ESCRIBE-DIFERENCIA.
           MOVE "S" TO WS-EMPLEADO-CAMBIO.
           ADD 1 TO WS-TOTAL-DIFERENCIAS.
           MOVE CIF-SITIO TO DIF-SITIO.
           MOVE CIF-NUMERO TO DIF-NUMERO.
           MOVE WS-PRD-NOMBRE (WS-PRD-ENCONTRADO) TO DIF-NOMBRE.
           MOVE WS-NCO-NOMBRE (WS-IX-COL) TO DIF-COLUMNA.
           MOVE WS-LINEA-DIFERENCIA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           CUENTA-SOLO-PRODUCCION.
           IF WS-PRD-USADO (WS-IX-PRD) = "N"
               ADD 1 TO WS-TOTAL-SOLO-PRODUCCION
           END-IF.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-PERIODO-PRODUCCION TO TIT-PERIODO.
           MOVE WS-CLASE-PRODUCCION TO TIT-CLASE.
           MOVE WS-TITULO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PRODUCCION:" TO RUT-ETIQUETA.
           MOVE WS-RUTA-PRODUCCION TO RUT-RUTA.
           MOVE WS-LINEA-RUTA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CANDIDATA:" TO RUT-ETIQUETA.
           MOVE WS-RUTA-CANDIDATA TO RUT-RUTA.
           MOVE WS-LINEA-RUTA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOLERANCIAS:" TO RUT-ETIQUETA.
           IF WS-CON-TARJETA = "S"
               MOVE WS-RUTA-TOLERANCIAS TO RUT-RUTA
           ELSE
               MOVE "(SIN TARJETA: TOLERANCIA CERO)" TO RUT-RUTA
           END-IF.
           MOVE WS-LINEA-RUTA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DIFERENCIAS POR EMPLEADO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS-DIF TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Una columna reprueba si algun empleado quedo fuera de su
      *    tolerancia o si el movimiento total de la columna rebasa
      *    la tolerancia total; las libres nunca reprueban.
           ESCRIBE-RESUMEN.
           IF WS-TOTAL-DIFERENCIAS = ZEROES
               MOVE "(SIN DIFERENCIAS)" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN POR COLUMNA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS-RES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON-RESUMEN
               VARYING WS-IX-COL FROM 1 BY 1 UNTIL WS-IX-COL > 19.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EMPLEADOS EN PRODUCCION:" TO CON-CONCEPTO.
           MOVE WS-TOTAL-PRODUCCION TO CON-VALOR.
           PERFORM ESCRIBE-CONTEO.
           MOVE "EMPLEADOS EN LA CANDIDATA:" TO CON-CONCEPTO.
           MOVE WS-TOTAL-CANDIDATA TO CON-VALOR.
           PERFORM ESCRIBE-CONTEO.
           MOVE "EMPLEADOS COMPARADOS:" TO CON-CONCEPTO.
           MOVE WS-TOTAL-COMPARADOS TO CON-VALOR.
           PERFORM ESCRIBE-CONTEO.
           MOVE "EMPLEADOS CON ALGUN CAMBIO:" TO CON-CONCEPTO.
           MOVE WS-EMPLEADOS-CON-CAMBIO TO CON-VALOR.
           PERFORM ESCRIBE-CONTEO.

           ESCRIBE-RENGLON-RESUMEN.
           MOVE WS-NCO-NOMBRE (WS-IX-COL) TO RES-COLUMNA.
           MOVE WS-COL-EMPLEADOS (WS-IX-COL) TO RES-EMPLEADOS.
           MOVE WS-COL-FUERA (WS-IX-COL) TO RES-FUERA.
           MOVE WS-COL-SUMA (WS-IX-COL) TO RES-SUMA.
           MOVE WS-COL-MAXIMO (WS-IX-COL) TO RES-MAXIMO.
           MOVE SPACES TO RES-TOL-EMPLEADO RES-TOL-TOTAL.
           IF WS-COL-SUMA (WS-IX-COL) < ZEROES
               COMPUTE WS-SUMA-ABS = ZEROES - WS-COL-SUMA (WS-IX-COL)
           ELSE
               MOVE WS-COL-SUMA (WS-IX-COL) TO WS-SUMA-ABS
           END-IF.
           IF WS-COL-LIBRE (WS-IX-COL) = "S"
               MOVE "         LIBRE" TO RES-TOL-EMPLEADO
               MOVE "LIBRE" TO WS-COL-RESULTADO (WS-IX-COL)
           ELSE
               IF WS-NCO-TIPO (WS-IX-COL) NOT = "T"
                   MOVE WS-COL-TOL-EMPLEADO (WS-IX-COL) TO WS-EDITADO
                   MOVE WS-EDITADO TO RES-TOL-EMPLEADO
                   MOVE WS-COL-TOL-TOTAL (WS-IX-COL) TO WS-EDITADO
                   MOVE WS-EDITADO TO RES-TOL-TOTAL (3:14)
               END-IF
               IF WS-COL-FUERA (WS-IX-COL) > ZEROES
                   OR (WS-NCO-TIPO (WS-IX-COL) NOT = "T"
                   AND WS-SUMA-ABS > WS-COL-TOL-TOTAL (WS-IX-COL))
                   MOVE "FALLA" TO WS-COL-RESULTADO (WS-IX-COL)
                   ADD 1 TO WS-COLUMNAS-FALLADAS
               ELSE
                   IF WS-COL-EMPLEADOS (WS-IX-COL) = ZEROES
                       MOVE "SIN CAMBIO" TO WS-COL-RESULTADO (WS-IX-COL)
                   ELSE
                       MOVE "DENTRO" TO WS-COL-RESULTADO (WS-IX-COL)
                   END-IF
               END-IF
           END-IF.
           MOVE WS-COL-RESULTADO (WS-IX-COL) TO RES-RESULTADO.
           MOVE WS-LINEA-RESUMEN TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-CONTEO.
           MOVE WS-LINEA-CONTEO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-SOLO-UNO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EMPLEADOS EN UN SOLO ARCHIVO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-TOTAL-SOLO-PRODUCCION = ZEROES
               AND WS-TOTAL-SOLO-CANDIDATA = ZEROES
               MOVE "(NINGUNO)" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           PERFORM ESCRIBE-SOLO-PRODUCCION
               VARYING WS-IX-PRD FROM 1 BY 1
               UNTIL WS-IX-PRD > WS-TOTAL-PRODUCCION.
           PERFORM ESCRIBE-SOLO-CANDIDATA
               VARYING WS-IX-SOC FROM 1 BY 1
               UNTIL WS-IX-SOC > WS-TOTAL-SOLO-CANDIDATA
               OR WS-IX-SOC > 500.
           IF WS-TOTAL-SOLO-CANDIDATA > 500
               MOVE "(HAY MAS SOLO EN LA CANDIDATA; VEA EL CONTEO)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           ESCRIBE-SOLO-PRODUCCION.
           IF WS-PRD-USADO (WS-IX-PRD) = "N"
               MOVE WS-PRD-SITIO (WS-IX-PRD) TO SOL-SITIO
               MOVE WS-PRD-NUMERO (WS-IX-PRD) TO SOL-NUMERO
               MOVE WS-PRD-NOMBRE (WS-IX-PRD) TO SOL-NOMBRE
               MOVE "SOLO EN PRODUCCION" TO SOL-ARCHIVO
               MOVE WS-PRD-VALOR (WS-IX-PRD, 5) TO SOL-NETO
               MOVE WS-LINEA-SOLO-UNO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           ESCRIBE-SOLO-CANDIDATA.
           MOVE WS-SOC-SITIO (WS-IX-SOC) TO SOL-SITIO.
           MOVE WS-SOC-NUMERO (WS-IX-SOC) TO SOL-NUMERO.
           MOVE WS-SOC-NOMBRE (WS-IX-SOC) TO SOL-NOMBRE.
           MOVE "SOLO EN CANDIDATA" TO SOL-ARCHIVO.
           MOVE WS-SOC-NETO (WS-IX-SOC) TO SOL-NETO.
           MOVE WS-LINEA-SOLO-UNO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-VEREDICTO.
           IF WS-COLUMNAS-FALLADAS = ZEROES
               AND WS-TOTAL-SOLO-PRODUCCION + WS-TOTAL-SOLO-CANDIDATA
                   NOT > WS-TOLERANCIA-SOLO-UNO
               MOVE "PASA" TO WS-VEREDICTO
           ELSE
               MOVE "NO PASA" TO WS-VEREDICTO
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-VEREDICTO TO VER-VEREDICTO.
           MOVE WS-COLUMNAS-FALLADAS TO VER-COLUMNAS.
           COMPUTE VER-SOLO-UNO =
               WS-TOTAL-SOLO-PRODUCCION + WS-TOTAL-SOLO-CANDIDATA.
           MOVE WS-TOLERANCIA-SOLO-UNO TO VER-SOLO-PERMITIDO.
           MOVE WS-LINEA-VEREDICTO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

       END PROGRAM compara-paralelo.
