      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:ALERTA DE PRESCRIPCION DE ACTAS ADMINISTRATIVAS: DEL
      *         REGISTRO DISCIPLINARIO (DISCIPLINA.txt, DISREG.cpy)
      *         TOMA LAS ACTAS TODAVIA ABIERTAS Y CALCULA EL LIMITE
      *         PARA SANCIONAR (UN MES DESDE QUE LA EMPRESA CONOCIO LA
      *         FALTA, COMO EN mantiene-disciplina). LAS LISTA DE LA
      *         MAS URGENTE A LA MENOS, CON LOS DIAS QUE LES QUEDAN Y
      *         MARCADAS "PRESCRITA" (YA VENCIO) O "POR VENCER" (VENCE
      *         DENTRO DE DISCIPLINA_AVISO_DIAS, 7 SI NO SE INDICA).
      *         VA COMO PASO DIARIO DEL PLAN DE cadena-nocturna PARA
      *         QUE NINGUN ACTA SE QUEDE SIN RESOLVER POR OLVIDO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alerta-actas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT DISCIPLINA
       ASSIGN TO DYNAMIC WS-RUTA-DISCIPLINA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DIS.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT ACTAS-ORDEN ASSIGN TO "SORTWK23".

       SELECT REPORTE-ACTAS
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD DISCIPLINA.
       01  LINEA-DISCIPLINA PIC X(189).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       SD  ACTAS-ORDEN.
       01  SD-REG-ACTA.
           05 SD-LIMITE PIC 9(8).
           05 SD-EMPLEADO-ID PIC X(6).
           05 SD-FOLIO PIC 9(6).
           05 SD-NOMBRE PIC X(30).
           05 SD-CONOCIMIENTO PIC X(8).
           05 SD-DIAS-RESTANTES PIC S9(5).
           05 SD-DESCRIPCION PIC X(60).

       FD REPORTE-ACTAS.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY DISREG.
       COPY RPTENC.

       01  WS-RUTA-DISCIPLINA PIC X(200).
       01  WS-FILE-STATUS-DIS PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  FIN-DE-ORDENADOS PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-HOY-NUM PIC 9(8).
       01  WS-AVISO-X PIC X(3).
       01  WS-AVISO-DIAS PIC 9(3).
       01  WS-AVISO-EDITADO PIC ZZ9.

      *    Plazo para sancionar: el mismo dia del mes siguiente a la
      *    fecha de conocimiento (el ultimo dia de ese mes si no lo
      *    tiene).
       01  WS-CONOCE-NUM PIC 9(8).
       01  WS-CONOCE-PARTES REDEFINES WS-CONOCE-NUM.
           05 WS-CONOCE-ANIO PIC 9(4).
           05 WS-CONOCE-MES PIC 9(2).
           05 WS-CONOCE-DIA PIC 9(2).
       01  WS-LIMITE-NUM PIC 9(8).
       01  WS-LIMITE-PARTES REDEFINES WS-LIMITE-NUM.
           05 WS-LIMITE-ANIO PIC 9(4).
           05 WS-LIMITE-MES PIC 9(2).
           05 WS-LIMITE-DIA PIC 9(2).
       01  WS-FIN-MES-NUM PIC 9(8).
       01  WS-FIN-MES-PARTES REDEFINES WS-FIN-MES-NUM.
           05 WS-FIN-MES-ANIO PIC 9(4).
           05 WS-FIN-MES-MES PIC 9(2).
           05 WS-FIN-MES-DIA PIC 9(2).

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-ABIERTAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-PRESCRITAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-POR-VENCER PIC 9(6) VALUE ZEROES.

       01  WS-TITULO-RPT PIC X(60) VALUE
           "ACTAS ADMINISTRATIVAS ABIERTAS Y SU PRESCRIPCION".
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "LIMITE".
           05 FILLER PIC X(11) VALUE "SITUACION".
           05 FILLER PIC X(6) VALUE " DIAS".
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(31) VALUE "NOMBRE".
           05 FILLER PIC X(7) VALUE "FOLIO".
           05 FILLER PIC X(9) VALUE "CONOCIDA".
           05 FILLER PIC X(11) VALUE "DESCRIPCION".
       01  WS-LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-LIMITE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-SITUACION PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DIAS PIC -(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-EMPLEADO-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FOLIO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CONOCIMIENTO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DESCRIPCION PIC X(50).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "alerta-actas".
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
           OPEN INPUT DISCIPLINA.
           IF WS-FILE-STATUS-DIS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el registro "
                   "disciplinario: " FUNCTION TRIM(WS-RUTA-DISCIPLINA)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               CLOSE DISCIPLINA
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-ACTAS.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE DISCIPLINA EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.

           SORT ACTAS-ORDEN
               ON ASCENDING KEY SD-LIMITE SD-EMPLEADO-ID SD-FOLIO
               INPUT PROCEDURE IS SELECCIONA-ACTAS
               OUTPUT PROCEDURE IS IMPRIME-ACTAS.

           CLOSE DISCIPLINA.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-ACTAS.
           DISPLAY "Actas abiertas: " WS-TOTAL-ABIERTAS
               "  Prescritas: " WS-TOTAL-PRESCRITAS
               "  Por vencer: " WS-TOTAL-POR-VENCER.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-ABIERTAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           ACCEPT WS-AVISO-X FROM ENVIRONMENT "DISCIPLINA_AVISO_DIAS".
           IF WS-AVISO-X = SPACES
               MOVE 7 TO WS-AVISO-DIAS
           ELSE
               COMPUTE WS-AVISO-DIAS = FUNCTION NUMVAL(WS-AVISO-X)
           END-IF.
           ACCEPT WS-RUTA-DISCIPLINA FROM ENVIRONMENT "DISCIPLINA_PATH".
           IF WS-RUTA-DISCIPLINA = SPACES
               MOVE "DISCIPLINA.txt" TO WS-RUTA-DISCIPLINA
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "ALERTA_ACTAS_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "ALERTA-ACTAS" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TITULO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-AVISO-DIAS TO WS-AVISO-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "UN MES PARA SANCIONAR DESDE QUE SE CONOCE LA FALTA; "
               "AVISO " WS-AVISO-EDITADO " DIAS ANTES DEL LIMITE."
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           SELECCIONA-ACTAS.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-DISCIPLINA.
           PERFORM LIBERA-ACTA UNTIL FIN-DE-ENTRADA = "0".

           LEE-DISCIPLINA.
           READ DISCIPLINA
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-DISCIPLINA TO DISCIPLINA-REGISTRO
           END-READ.

           LIBERA-ACTA.
           IF LINEA-DISCIPLINA NOT = SPACES
               ADD 1 TO WS-TOTAL-LEIDOS
               IF DIS-TIPO = "C"
                   AND DIS-STATUS = "A"
                   AND DIS-FECHA-CONOCIMIENTO IS NUMERIC
                   MOVE DIS-FECHA-CONOCIMIENTO TO WS-CONOCE-NUM
                   PERFORM CALCULA-LIMITE
                   MOVE WS-LIMITE-NUM TO SD-LIMITE
                   MOVE DIS-EMPLEADO-ID TO SD-EMPLEADO-ID
                   MOVE DIS-FOLIO TO SD-FOLIO
                   MOVE DIS-FECHA-CONOCIMIENTO TO SD-CONOCIMIENTO
                   MOVE DIS-DESCRIPCION TO SD-DESCRIPCION
                   COMPUTE SD-DIAS-RESTANTES =
                       FUNCTION INTEGER-OF-DATE(WS-LIMITE-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM)
                   MOVE SPACES TO SD-NOMBRE
                   MOVE DIS-EMPLEADO-ID TO EMPLEADOS-ID
                   READ EMPLEADOS-ARCHIVO
                       KEY IS EMPLEADOS-ID
                       INVALID KEY
                           MOVE "(NO ESTA EN EL DIRECTORIO)"
                               TO SD-NOMBRE
                       NOT INVALID KEY
                           STRING FUNCTION TRIM(EMPLEADOS-NOMBRE) " "
                               FUNCTION TRIM(EMPLEADOS-APELLIDOS)
                               DELIMITED BY SIZE INTO SD-NOMBRE
                           END-STRING
                   END-READ
                   RELEASE SD-REG-ACTA
               END-IF
           END-IF.
           PERFORM LEE-DISCIPLINA.

           CALCULA-LIMITE.
           MOVE WS-CONOCE-NUM TO WS-LIMITE-NUM.
           IF WS-CONOCE-MES = 12
               ADD 1 TO WS-LIMITE-ANIO
               MOVE 1 TO WS-LIMITE-MES
           ELSE
               ADD 1 TO WS-LIMITE-MES
           END-IF.
           MOVE WS-LIMITE-NUM TO WS-FIN-MES-NUM.
           MOVE 1 TO WS-FIN-MES-DIA.
           IF WS-FIN-MES-MES = 12
               ADD 1 TO WS-FIN-MES-ANIO
               MOVE 1 TO WS-FIN-MES-MES
           ELSE
               ADD 1 TO WS-FIN-MES-MES
           END-IF.
           COMPUTE WS-FIN-MES-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FIN-MES-NUM) - 1).
           IF WS-LIMITE-DIA > WS-FIN-MES-DIA
               MOVE WS-FIN-MES-DIA TO WS-LIMITE-DIA
           END-IF.

           IMPRIME-ACTAS.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE "  Sin actas administrativas abiertas."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM IMPRIME-ACTA UNTIL FIN-DE-ORDENADOS = "0"
           END-IF.

           REGRESA-ORDENADO.
           RETURN ACTAS-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           IMPRIME-ACTA.
           ADD 1 TO WS-TOTAL-ABIERTAS.
           MOVE SD-LIMITE TO DET-LIMITE.
           MOVE SD-DIAS-RESTANTES TO DET-DIAS.
           MOVE SD-EMPLEADO-ID TO DET-EMPLEADO-ID.
           MOVE SD-NOMBRE TO DET-NOMBRE.
           MOVE SD-FOLIO TO DET-FOLIO.
           MOVE SD-CONOCIMIENTO TO DET-CONOCIMIENTO.
           MOVE SD-DESCRIPCION TO DET-DESCRIPCION.
           IF SD-DIAS-RESTANTES < ZEROES
               MOVE "PRESCRITA" TO DET-SITUACION
               ADD 1 TO WS-TOTAL-PRESCRITAS
           ELSE
               IF SD-DIAS-RESTANTES <= WS-AVISO-DIAS
                   MOVE "POR VENCER" TO DET-SITUACION
                   ADD 1 TO WS-TOTAL-POR-VENCER
               ELSE
                   MOVE "EN PLAZO" TO DET-SITUACION
               END-IF
           END-IF.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM REGRESA-ORDENADO.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "REGISTROS DISCIPLINARIOS LEIDOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-LEIDOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ACTAS ABIERTAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ABIERTAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "YA PRESCRITAS (RESOLVER COMO PRESCRITAS):"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-PRESCRITAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "POR VENCER DENTRO DEL AVISO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-POR-VENCER TO TOT-VALOR.
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

       END PROGRAM alerta-actas.
