      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:AVISO DE PERMISOS Y LICENCIAS POR TERMINAR: DEL
      *         REGISTRO DE PERMISOS (PERMISOS.txt, PMSREG.cpy) TOMA
      *         LOS AUTORIZADOS CUYA FECHA DE FIN CAE ENTRE HOY Y
      *         PERMISOS_HORIZONTE_DIAS ADELANTE (7 SI NO SE INDICA,
      *         O SEA ESTA SEMANA) Y LOS LISTA DEL QUE TERMINA PRIMERO
      *         AL ULTIMO, CON EL MOTIVO DEL CATALOGO (busca-motivo),
      *         SI ES CON O SIN GOCE Y EL DIA EN QUE EL EMPLEADO DEBE
      *         PRESENTARSE, PARA QUE EL JEFE Y NOMINA ESPEREN SU
      *         REGRESO. VA COMO PASO DIARIO DEL PLAN DE
      *         cadena-nocturna.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-permisos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PERMISOS
       ASSIGN TO DYNAMIC WS-RUTA-PERMISOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PMS.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT PERMISOS-ORDEN ASSIGN TO "SORTWK24".

       SELECT REPORTE-PERMISOS
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD PERMISOS.
       01  LINEA-PERMISO PIC X(104).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       SD  PERMISOS-ORDEN.
       01  SD-REG-PERMISO.
           05 SD-FIN PIC 9(8).
           05 SD-EMPLEADO-ID PIC X(6).
           05 SD-FOLIO PIC 9(6).
           05 SD-NOMBRE PIC X(30).
           05 SD-MOTIVO PIC X(3).
           05 SD-GOCE PIC X(1).
           05 SD-INICIO PIC X(8).
           05 SD-DIAS PIC 9(3).
           05 SD-DIAS-RESTANTES PIC 9(3).
           05 SD-REGRESO PIC 9(8).

       FD REPORTE-PERMISOS.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PMSREG.
       COPY RPTENC.

       01  WS-RUTA-PERMISOS PIC X(200).
       01  WS-FILE-STATUS-PMS PIC X(2).
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
       01  WS-HOY-ENTERO PIC 9(7).
       01  WS-FIN-ENTERO PIC 9(7).
       01  WS-HORIZONTE-X PIC X(3).
       01  WS-HORIZONTE-DIAS PIC 9(3).
       01  WS-HORIZONTE-EDITADO PIC ZZ9.
       01  WS-LIMITE-NUM PIC 9(8).

       01  WS-MOT-CLAVE PIC X(3).
       01  WS-MOT-DESCRIPCION PIC X(30).
       01  WS-MOT-GOCE PIC X.
       01  WS-MOT-DIAS-MAXIMO PIC 9(3).
       01  WS-MOT-RESULTADO PIC X.

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-POR-TERMINAR PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-GOCE PIC 9(6) VALUE ZEROES.

       01  WS-TITULO-RPT PIC X(60) VALUE
           "PERMISOS Y LICENCIAS QUE TERMINAN".
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "TERMINA".
           05 FILLER PIC X(6) VALUE "FALTA".
           05 FILLER PIC X(9) VALUE "REGRESA".
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(31) VALUE "NOMBRE".
           05 FILLER PIC X(7) VALUE "FOLIO".
           05 FILLER PIC X(31) VALUE "MOTIVO".
           05 FILLER PIC X(9) VALUE "GOCE".
           05 FILLER PIC X(9) VALUE "INICIO".
           05 FILLER PIC X(4) VALUE "DIAS".
       01  WS-LINEA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FIN PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DIAS-RESTANTES PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-REGRESO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-EMPLEADO-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FOLIO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-MOTIVO PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-GOCE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-INICIO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DIAS PIC ZZ9.
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-permisos".
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
           OPEN INPUT PERMISOS.
           IF WS-FILE-STATUS-PMS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el registro de "
                   "permisos: " FUNCTION TRIM(WS-RUTA-PERMISOS)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               CLOSE PERMISOS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-PERMISOS.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE PERMISOS EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.

           SORT PERMISOS-ORDEN
               ON ASCENDING KEY SD-FIN SD-EMPLEADO-ID SD-FOLIO
               INPUT PROCEDURE IS SELECCIONA-PERMISOS
               OUTPUT PROCEDURE IS IMPRIME-PERMISOS.

           CLOSE PERMISOS.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-PERMISOS.
           DISPLAY "Permisos por terminar: " WS-TOTAL-POR-TERMINAR
               "  Sin goce: " WS-TOTAL-SIN-GOCE.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-POR-TERMINAR TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM).
           ACCEPT WS-HORIZONTE-X FROM ENVIRONMENT
               "PERMISOS_HORIZONTE_DIAS".
           IF WS-HORIZONTE-X = SPACES
               MOVE 7 TO WS-HORIZONTE-DIAS
           ELSE
               COMPUTE WS-HORIZONTE-DIAS =
                   FUNCTION NUMVAL(WS-HORIZONTE-X)
           END-IF.
           COMPUTE WS-LIMITE-NUM = FUNCTION DATE-OF-INTEGER
               (WS-HOY-ENTERO + WS-HORIZONTE-DIAS).
           ACCEPT WS-RUTA-PERMISOS FROM ENVIRONMENT "PERMISOS_PATH".
           IF WS-RUTA-PERMISOS = SPACES
               MOVE "PERMISOS.txt" TO WS-RUTA-PERMISOS
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "PERMISOS_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-PERMISOS" TO WS-GEN-BASE-NOMBRE
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
           MOVE WS-HORIZONTE-DIAS TO WS-HORIZONTE-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "AUTORIZADOS QUE TERMINAN DEL " WS-FECHA-HOY
               " AL " WS-LIMITE-NUM " (" WS-HORIZONTE-EDITADO
               " DIAS)." DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           SELECCIONA-PERMISOS.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-PERMISO.
           PERFORM LIBERA-PERMISO UNTIL FIN-DE-ENTRADA = "0".

           LEE-PERMISO.
           READ PERMISOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-PERMISO TO PERMISO-REGISTRO
           END-READ.

           LIBERA-PERMISO.
           IF LINEA-PERMISO NOT = SPACES
               ADD 1 TO WS-TOTAL-LEIDOS
               IF PMS-STATUS = "A"
                   AND PMS-FECHA-FIN IS NUMERIC
                   AND PMS-FECHA-FIN >= WS-FECHA-HOY
                   AND FUNCTION NUMVAL(PMS-FECHA-FIN) <= WS-LIMITE-NUM
                   PERFORM PREPARA-PERMISO
                   RELEASE SD-REG-PERMISO
               END-IF
           END-IF.
           PERFORM LEE-PERMISO.

           PREPARA-PERMISO.
           MOVE PMS-FECHA-FIN TO SD-FIN.
           MOVE PMS-EMPLEADO-ID TO SD-EMPLEADO-ID.
           MOVE PMS-FOLIO TO SD-FOLIO.
           MOVE PMS-MOTIVO TO SD-MOTIVO.
           MOVE PMS-GOCE TO SD-GOCE.
           MOVE PMS-FECHA-INICIO TO SD-INICIO.
           MOVE PMS-DIAS TO SD-DIAS.
           COMPUTE WS-FIN-ENTERO = FUNCTION INTEGER-OF-DATE(SD-FIN).
           COMPUTE SD-DIAS-RESTANTES = WS-FIN-ENTERO - WS-HOY-ENTERO.
           COMPUTE SD-REGRESO =
               FUNCTION DATE-OF-INTEGER(WS-FIN-ENTERO + 1).
           MOVE SPACES TO SD-NOMBRE.
           MOVE PMS-EMPLEADO-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   MOVE "(NO ESTA EN EL DIRECTORIO)" TO SD-NOMBRE
               NOT INVALID KEY
                   STRING FUNCTION TRIM(EMPLEADOS-NOMBRE) " "
                       FUNCTION TRIM(EMPLEADOS-APELLIDOS)
                       DELIMITED BY SIZE INTO SD-NOMBRE
                   END-STRING
           END-READ.

           IMPRIME-PERMISOS.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE "  Ningun permiso o licencia termina en el plazo."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM IMPRIME-PERMISO UNTIL FIN-DE-ORDENADOS = "0"
           END-IF.

           REGRESA-ORDENADO.
           RETURN PERMISOS-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           IMPRIME-PERMISO.
           ADD 1 TO WS-TOTAL-POR-TERMINAR.
           MOVE SD-FIN TO DET-FIN.
           MOVE SD-DIAS-RESTANTES TO DET-DIAS-RESTANTES.
           MOVE SD-REGRESO TO DET-REGRESO.
           MOVE SD-EMPLEADO-ID TO DET-EMPLEADO-ID.
           MOVE SD-NOMBRE TO DET-NOMBRE.
           MOVE SD-FOLIO TO DET-FOLIO.
           MOVE SD-INICIO TO DET-INICIO.
           MOVE SD-DIAS TO DET-DIAS.
           MOVE SD-MOTIVO TO WS-MOT-CLAVE.
           CALL "busca-motivo"
               USING WS-MOT-CLAVE WS-MOT-DESCRIPCION WS-MOT-GOCE
                   WS-MOT-DIAS-MAXIMO WS-MOT-RESULTADO
           END-CALL.
           IF WS-MOT-RESULTADO = "S"
               MOVE WS-MOT-DESCRIPCION TO DET-MOTIVO
           ELSE
               MOVE SPACES TO DET-MOTIVO
               STRING SD-MOTIVO " (NO ESTA EN EL CATALOGO)"
                   DELIMITED BY SIZE INTO DET-MOTIVO
               END-STRING
           END-IF.
           IF SD-GOCE = "N"
               MOVE "SIN GOCE" TO DET-GOCE
               ADD 1 TO WS-TOTAL-SIN-GOCE
           ELSE
               MOVE "CON GOCE" TO DET-GOCE
           END-IF.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM REGRESA-ORDENADO.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "REGISTROS DE PERMISOS LEIDOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-LEIDOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PERMISOS Y LICENCIAS POR TERMINAR:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-POR-TERMINAR TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DE ELLOS SIN GOCE (REGRESAN A NOMINA):"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-SIN-GOCE TO TOT-VALOR.
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

       END PROGRAM reporte-permisos.
