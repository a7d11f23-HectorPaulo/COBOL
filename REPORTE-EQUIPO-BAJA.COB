      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE DEL EQUIPO Y EPP NO DEVUELTO POR LOS
      *         EMPLEADOS TERMINADOS: DEL REGISTRO DE EQUIPO ASIGNADO
      *         (EQUIPO-ASIGNADO.txt, EQPREG.cpy) TOMA LOS ARTICULOS
      *         QUE SIGUEN ASIGNADOS A UN EMPLEADOS-ID CON
      *         EMPLEADOS-STATUS "T" Y LOS LISTA POR EMPLEADO, CON SU
      *         FECHA DE BAJA, SERIE Y VALOR; SUBTOTAL POR EMPLEADO Y
      *         VALOR TOTAL POR RECUPERAR. LO QUE AQUI APARECE ES LO
      *         QUE constancia-no-adeudo COBRA EN EL FINIQUITO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-equipo-baja.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EQUIPO-ASIGNADO
       ASSIGN TO DYNAMIC WS-RUTA-EQUIPO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EQP.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT BAJA-ORDEN ASSIGN TO "SORTWK22".

       SELECT REPORTE-EQUIPO-BAJA
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD EQUIPO-ASIGNADO.
       01  LINEA-EQUIPO PIC X(116).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       SD  BAJA-ORDEN.
       01  SD-REG-BAJA.
           05 SD-EMPLEADO-ID PIC X(6).
           05 SD-ARTICULO PIC X(10).
           05 SD-SERIE PIC X(20).
           05 SD-NOMBRE PIC X(40).
           05 SD-FECHA-BAJA PIC X(8).
           05 SD-DESCRIPCION PIC X(30).
           05 SD-ENTREGA PIC X(8).
           05 SD-VALOR PIC 9(7)V99.

       FD REPORTE-EQUIPO-BAJA.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EQPREG.
       COPY RPTENC.

       01  WS-RUTA-EQUIPO PIC X(200).
       01  WS-FILE-STATUS-EQP PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  FIN-DE-ORDENADOS PIC X.
       01  WS-FECHA-HOY PIC X(8).

       01  WS-ID-ACTUAL PIC X(6).
       01  WS-GRP-PIEZAS PIC 9(5).
       01  WS-GRP-VALOR PIC 9(9)V99.

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-EMPLEADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-PIEZAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-VALOR PIC 9(9)V99 VALUE ZEROES.

       01  WS-TITULO-RPT PIC X(60) VALUE
           "EQUIPO NO DEVUELTO POR EMPLEADOS TERMINADOS".
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "ARTICULO".
           05 FILLER PIC X(31) VALUE "DESCRIPCION".
           05 FILLER PIC X(21) VALUE "SERIE".
           05 FILLER PIC X(9) VALUE "ENTREGA".
           05 FILLER PIC X(11) VALUE "      VALOR".
       01  WS-LINEA-GRUPO.
           05 FILLER PIC X(9) VALUE "EMPLEADO ".
           05 GRP-EMPLEADO-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GRP-NOMBRE PIC X(40).
           05 FILLER PIC X(11) VALUE "  BAJA EL: ".
           05 GRP-FECHA-BAJA PIC X(8).
       01  WS-LINEA-DETALLE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 DET-ARTICULO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DESCRIPCION PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-SERIE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ENTREGA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-VALOR PIC ZZZZ,ZZ9.99.
       01  WS-LINEA-RESUMEN.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PIEZAS: ".
           05 RES-PIEZAS PIC ZZZZ9.
           05 FILLER PIC X(23) VALUE "  VALOR POR RECUPERAR: ".
           05 RES-VALOR PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.
       01  WS-LINEA-TOTAL-IMPORTE.
           05 TOT-IMP-ETIQUETA PIC X(50).
           05 TOT-IMP-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-equipo-baja".
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
           OPEN INPUT EQUIPO-ASIGNADO.
           IF WS-FILE-STATUS-EQP NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el registro de "
                   "equipo: " FUNCTION TRIM(WS-RUTA-EQUIPO)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               CLOSE EQUIPO-ASIGNADO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-EQUIPO-BAJA.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE EQUIPO-ASIGNADO EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.

           SORT BAJA-ORDEN
               ON ASCENDING KEY SD-EMPLEADO-ID SD-ARTICULO SD-SERIE
               INPUT PROCEDURE IS SELECCIONA-EQUIPO
               OUTPUT PROCEDURE IS IMPRIME-GRUPOS.

           CLOSE EQUIPO-ASIGNADO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-EQUIPO-BAJA.
           DISPLAY "Articulos leidos: " WS-TOTAL-LEIDOS.
           DISPLAY "Empleados terminados con equipo: "
               WS-TOTAL-EMPLEADOS "  Piezas: " WS-TOTAL-PIEZAS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-PIEZAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-EQUIPO FROM ENVIRONMENT
               "EQUIPO_ASIGNADO_PATH".
           IF WS-RUTA-EQUIPO = SPACES
               MOVE "EQUIPO-ASIGNADO.txt" TO WS-RUTA-EQUIPO
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "EQUIPO_BAJA_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-EQUIPO-BAJA" TO WS-GEN-BASE-NOMBRE
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
           MOVE "ARTICULOS TODAVIA ASIGNADOS A EMPLEADOS CON STATUS T."
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           SELECCIONA-EQUIPO.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-EQUIPO.
           PERFORM LIBERA-EQUIPO UNTIL FIN-DE-ENTRADA = "0".

           LEE-EQUIPO.
           READ EQUIPO-ASIGNADO
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-EQUIPO TO EQUIPO-REGISTRO
           END-READ.

           LIBERA-EQUIPO.
           IF LINEA-EQUIPO NOT = SPACES
               ADD 1 TO WS-TOTAL-LEIDOS
               IF EQP-STATUS = "A"
                   MOVE EQP-EMPLEADO-ID TO EMPLEADOS-ID
                   READ EMPLEADOS-ARCHIVO
                       KEY IS EMPLEADOS-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EMPLEADOS-STATUS = "T"
                               PERFORM LIBERA-RENGLON
                           END-IF
                   END-READ
               END-IF
           END-IF.
           PERFORM LEE-EQUIPO.

           LIBERA-RENGLON.
           MOVE EQP-EMPLEADO-ID TO SD-EMPLEADO-ID.
           MOVE EQP-ARTICULO TO SD-ARTICULO.
           MOVE EQP-SERIE TO SD-SERIE.
           MOVE SPACES TO SD-NOMBRE.
           STRING FUNCTION TRIM(EMPLEADOS-NOMBRE) " "
               FUNCTION TRIM(EMPLEADOS-APELLIDOS)
               DELIMITED BY SIZE INTO SD-NOMBRE
           END-STRING.
           MOVE EMPLEADOS-FECHA-BAJA TO SD-FECHA-BAJA.
           MOVE EQP-DESCRIPCION TO SD-DESCRIPCION.
           MOVE EQP-FECHA-ENTREGA TO SD-ENTREGA.
           MOVE EQP-VALOR TO SD-VALOR.
           RELEASE SD-REG-BAJA.

      *    Corte de control por empleado.
           IMPRIME-GRUPOS.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE "  Sin equipo pendiente de empleados terminados."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM INICIA-GRUPO
               PERFORM IMPRIME-ARTICULO
                   UNTIL FIN-DE-ORDENADOS = "0"
               PERFORM ESCRIBE-RESUMEN-GRUPO
           END-IF.

           REGRESA-ORDENADO.
           RETURN BAJA-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           INICIA-GRUPO.
           MOVE SD-EMPLEADO-ID TO WS-ID-ACTUAL.
           MOVE ZEROES TO WS-GRP-PIEZAS WS-GRP-VALOR.
           ADD 1 TO WS-TOTAL-EMPLEADOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SD-EMPLEADO-ID TO GRP-EMPLEADO-ID.
           MOVE SD-NOMBRE TO GRP-NOMBRE.
           MOVE SD-FECHA-BAJA TO GRP-FECHA-BAJA.
           MOVE WS-LINEA-GRUPO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           IMPRIME-ARTICULO.
           IF SD-EMPLEADO-ID NOT = WS-ID-ACTUAL
               PERFORM ESCRIBE-RESUMEN-GRUPO
               PERFORM INICIA-GRUPO
           END-IF.
           MOVE SD-ARTICULO TO DET-ARTICULO.
           MOVE SD-DESCRIPCION TO DET-DESCRIPCION.
           MOVE SD-SERIE TO DET-SERIE.
           MOVE SD-ENTREGA TO DET-ENTREGA.
           MOVE SD-VALOR TO DET-VALOR.
           ADD 1 TO WS-GRP-PIEZAS WS-TOTAL-PIEZAS.
           ADD SD-VALOR TO WS-GRP-VALOR WS-TOTAL-VALOR.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM REGRESA-ORDENADO.

           ESCRIBE-RESUMEN-GRUPO.
           MOVE WS-GRP-PIEZAS TO RES-PIEZAS.
           MOVE WS-GRP-VALOR TO RES-VALOR.
           MOVE WS-LINEA-RESUMEN TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ARTICULOS EN EL REGISTRO DE EQUIPO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-LEIDOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EMPLEADOS TERMINADOS CON EQUIPO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-EMPLEADOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PIEZAS NO DEVUELTAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-PIEZAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "VALOR POR RECUPERAR:" TO TOT-IMP-ETIQUETA.
           MOVE WS-TOTAL-VALOR TO TOT-IMP-VALOR.
           MOVE WS-LINEA-TOTAL-IMPORTE TO LINEA-REPORTE.
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

       END PROGRAM reporte-equipo-baja.
