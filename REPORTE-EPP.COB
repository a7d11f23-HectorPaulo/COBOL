      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE DEL EPP Y UNIFORMES POR REPONER, POR
      *         DEPARTAMENTO: DEL REGISTRO DE EQUIPO ASIGNADO
      *         (EQUIPO-ASIGNADO.txt, EQPREG.cpy) TOMA LOS ARTICULOS
      *         TIPO "E" TODAVIA ASIGNADOS CON CICLO DE REPOSICION,
      *         CALCULA SU VENCIMIENTO (FECHA DE ENTREGA MAS EL CICLO EN
      *         MESES) Y LISTA LOS YA VENCIDOS Y LOS QUE VENCEN DENTRO
      *         DEL HORIZONTE (EPP_HORIZONTE_DIAS, 30 DIAS SI NO SE
      *         INDICA). EL DEPARTAMENTO SALE DEL DIRECTORIO; LOS
      *         EMPLEADOS TERMINADOS O INACTIVOS NO SE LISTAN (SU
      *         EQUIPO LO VE reporte-equipo-baja). SUBTOTAL DE
      *         PIEZAS Y VALOR DE REPOSICION POR DEPARTAMENTO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-epp.
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

       SELECT EPP-ORDEN ASSIGN TO "SORTWK21".

       SELECT REPORTE-EPP
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD EQUIPO-ASIGNADO.
       01  LINEA-EQUIPO PIC X(116).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       SD  EPP-ORDEN.
       01  SD-REG-EPP.
           05 SD-DEPTO PIC 9(3).
           05 SD-VENCE PIC X(8).
           05 SD-EMPLEADO-ID PIC X(6).
           05 SD-NOMBRE PIC X(25).
           05 SD-ARTICULO PIC X(10).
           05 SD-DESCRIPCION PIC X(30).
           05 SD-SERIE PIC X(20).
           05 SD-ENTREGA PIC X(8).
           05 SD-VALOR PIC 9(7)V99.

       FD REPORTE-EPP.
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
       01  WS-FECHA-HOY-NUM PIC 9(8).
       01  WS-FECHA-LIMITE PIC 9(8).
       01  WS-HORIZONTE-X PIC X(4).
       01  WS-HORIZONTE-DIAS PIC 9(3).
       01  WS-HORIZONTE-EDITADO PIC ZZ9.

      *    Vencimiento: entrega mas el ciclo en meses, con el dia
      *    topado en 28 para que siempre sea una fecha valida.
       01  WS-ENTREGA-NUM PIC 9(8).
       01  WS-ENTREGA-PARTES REDEFINES WS-ENTREGA-NUM.
           05 WS-ENTREGA-ANIO PIC 9(4).
           05 WS-ENTREGA-MES PIC 9(2).
           05 WS-ENTREGA-DIA PIC 9(2).
       01  WS-VENCE-NUM PIC 9(8).
       01  WS-VENCE-PARTES REDEFINES WS-VENCE-NUM.
           05 WS-VENCE-ANIO PIC 9(4).
           05 WS-VENCE-MES PIC 9(2).
           05 WS-VENCE-DIA PIC 9(2).
       01  WS-MESES-TOTALES PIC 9(6).

       01  WS-CODIGO-DEPTO PIC 9(3).
       01  WS-NOMBRE-DEPTO-CAT PIC X(20).
       01  WS-RESULTADO-DEPTO PIC X.

       01  WS-DEPTO-ACTUAL PIC 9(3).
       01  WS-GRP-PIEZAS PIC 9(5).
       01  WS-GRP-VALOR PIC 9(9)V99.

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-PIEZAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-VENCIDAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-VALOR PIC 9(9)V99 VALUE ZEROES.

       01  WS-TITULO-RPT PIC X(60) VALUE
           "EPP Y UNIFORMES POR REPONER POR DEPARTAMENTO".
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(26) VALUE "NOMBRE".
           05 FILLER PIC X(11) VALUE "ARTICULO".
           05 FILLER PIC X(29) VALUE "DESCRIPCION".
           05 FILLER PIC X(17) VALUE "SERIE".
           05 FILLER PIC X(9) VALUE "ENTREGA".
           05 FILLER PIC X(9) VALUE "VENCE".
           05 FILLER PIC X(11) VALUE "      VALOR".
       01  WS-LINEA-GRUPO.
           05 FILLER PIC X(13) VALUE "DEPARTAMENTO ".
           05 GRP-DEPTO PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GRP-NOMBRE-DEPTO PIC X(20).
       01  WS-LINEA-DETALLE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-EMPLEADO-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOMBRE PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ARTICULO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DESCRIPCION PIC X(28).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-SERIE PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ENTREGA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-VENCE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-VALOR PIC ZZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-MARCA PIC X(7).
       01  WS-LINEA-RESUMEN.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PIEZAS: ".
           05 RES-PIEZAS PIC ZZZZ9.
           05 FILLER PIC X(23) VALUE "  VALOR DE REPOSICION: ".
           05 RES-VALOR PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.
       01  WS-LINEA-TOTAL-IMPORTE.
           05 TOT-IMP-ETIQUETA PIC X(50).
           05 TOT-IMP-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-epp".
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
           OPEN OUTPUT REPORTE-EPP.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE EQUIPO-ASIGNADO EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.

           SORT EPP-ORDEN
               ON ASCENDING KEY SD-DEPTO SD-VENCE SD-EMPLEADO-ID
               INPUT PROCEDURE IS SELECCIONA-EPP
               OUTPUT PROCEDURE IS IMPRIME-GRUPOS.

           CLOSE EQUIPO-ASIGNADO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-EPP.
           DISPLAY "Articulos leidos: " WS-TOTAL-LEIDOS.
           DISPLAY "Por reponer: " WS-TOTAL-PIEZAS
               "  Ya vencidas: " WS-TOTAL-VENCIDAS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-PIEZAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           ACCEPT WS-HORIZONTE-X FROM ENVIRONMENT "EPP_HORIZONTE_DIAS".
           IF WS-HORIZONTE-X = SPACES
               MOVE 30 TO WS-HORIZONTE-DIAS
           ELSE
               COMPUTE WS-HORIZONTE-DIAS =
                   FUNCTION NUMVAL(WS-HORIZONTE-X)
           END-IF.
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM)
                   + WS-HORIZONTE-DIAS).
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
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT "EPP_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-EPP" TO WS-GEN-BASE-NOMBRE
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
           STRING "VENCIDOS Y POR VENCER EN LOS PROXIMOS "
               WS-HORIZONTE-EDITADO " DIAS (HASTA EL "
               WS-FECHA-LIMITE ")."
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

           SELECCIONA-EPP.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-EQUIPO.
           PERFORM LIBERA-EPP UNTIL FIN-DE-ENTRADA = "0".

           LEE-EQUIPO.
           READ EQUIPO-ASIGNADO
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-EQUIPO TO EQUIPO-REGISTRO
           END-READ.

           LIBERA-EPP.
           IF LINEA-EQUIPO NOT = SPACES
               ADD 1 TO WS-TOTAL-LEIDOS
               IF EQP-STATUS = "A"
                   AND EQP-TIPO = "E"
                   AND EQP-CICLO-MESES IS NUMERIC
                   AND EQP-CICLO-MESES > ZEROES
                   AND EQP-FECHA-ENTREGA IS NUMERIC
                   PERFORM CALCULA-VENCIMIENTO
                   IF WS-VENCE-NUM <= WS-FECHA-LIMITE
                       PERFORM LIBERA-SI-ACTIVO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-EQUIPO.

           CALCULA-VENCIMIENTO.
           MOVE EQP-FECHA-ENTREGA TO WS-ENTREGA-NUM.
           COMPUTE WS-MESES-TOTALES = WS-ENTREGA-ANIO * 12
               + WS-ENTREGA-MES - 1 + EQP-CICLO-MESES.
           DIVIDE WS-MESES-TOTALES BY 12 GIVING WS-VENCE-ANIO
               REMAINDER WS-VENCE-MES.
           ADD 1 TO WS-VENCE-MES.
           MOVE WS-ENTREGA-DIA TO WS-VENCE-DIA.
           IF WS-VENCE-DIA > 28
               MOVE 28 TO WS-VENCE-DIA
           END-IF.

      *    Sin registro en el directorio se lista en el departamento
      *    cero para que no se pierda.
           LIBERA-SI-ACTIVO.
           MOVE EQP-EMPLEADO-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   MOVE ZEROES TO SD-DEPTO
                   MOVE "(NO ESTA EN EL DIRECTORIO)" TO SD-NOMBRE
                   PERFORM LIBERA-RENGLON
               NOT INVALID KEY
                   IF EMPLEADOS-STATUS NOT = "T"
                       AND EMPLEADOS-STATUS NOT = "I"
                       IF EMPLEADOS-DEPTO IS NUMERIC
                           MOVE EMPLEADOS-DEPTO TO SD-DEPTO
                       ELSE
                           MOVE ZEROES TO SD-DEPTO
                       END-IF
                       MOVE SPACES TO SD-NOMBRE
                       STRING FUNCTION TRIM(EMPLEADOS-NOMBRE) " "
                           FUNCTION TRIM(EMPLEADOS-APELLIDOS)
                           DELIMITED BY SIZE INTO SD-NOMBRE
                       END-STRING
                       PERFORM LIBERA-RENGLON
                   END-IF
           END-READ.

           LIBERA-RENGLON.
           MOVE WS-VENCE-NUM TO SD-VENCE.
           MOVE EQP-EMPLEADO-ID TO SD-EMPLEADO-ID.
           MOVE EQP-ARTICULO TO SD-ARTICULO.
           MOVE EQP-DESCRIPCION TO SD-DESCRIPCION.
           MOVE EQP-SERIE TO SD-SERIE.
           MOVE EQP-FECHA-ENTREGA TO SD-ENTREGA.
           MOVE EQP-VALOR TO SD-VALOR.
           RELEASE SD-REG-EPP.

      *    Corte de control por departamento.
           IMPRIME-GRUPOS.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE "  Sin EPP por reponer en el periodo."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM INICIA-GRUPO
               PERFORM IMPRIME-ARTICULO
                   UNTIL FIN-DE-ORDENADOS = "0"
               PERFORM ESCRIBE-RESUMEN-GRUPO
           END-IF.

           REGRESA-ORDENADO.
           RETURN EPP-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           INICIA-GRUPO.
           MOVE SD-DEPTO TO WS-DEPTO-ACTUAL.
           MOVE ZEROES TO WS-GRP-PIEZAS WS-GRP-VALOR.
           MOVE SD-DEPTO TO WS-CODIGO-DEPTO.
           CALL "busca-depto"
               USING WS-CODIGO-DEPTO WS-NOMBRE-DEPTO-CAT
                   WS-RESULTADO-DEPTO
           END-CALL.
           IF WS-RESULTADO-DEPTO NOT = "S"
               MOVE "(SIN CATALOGO)" TO WS-NOMBRE-DEPTO-CAT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SD-DEPTO TO GRP-DEPTO.
           MOVE WS-NOMBRE-DEPTO-CAT TO GRP-NOMBRE-DEPTO.
           MOVE WS-LINEA-GRUPO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           IMPRIME-ARTICULO.
           IF SD-DEPTO NOT = WS-DEPTO-ACTUAL
               PERFORM ESCRIBE-RESUMEN-GRUPO
               PERFORM INICIA-GRUPO
           END-IF.
           MOVE SD-EMPLEADO-ID TO DET-EMPLEADO-ID.
           MOVE SD-NOMBRE TO DET-NOMBRE.
           MOVE SD-ARTICULO TO DET-ARTICULO.
           MOVE SD-DESCRIPCION TO DET-DESCRIPCION.
           MOVE SD-SERIE TO DET-SERIE.
           MOVE SD-ENTREGA TO DET-ENTREGA.
           MOVE SD-VENCE TO DET-VENCE.
           MOVE SD-VALOR TO DET-VALOR.
           IF SD-VENCE <= WS-FECHA-HOY
               MOVE "VENCIDO" TO DET-MARCA
               ADD 1 TO WS-TOTAL-VENCIDAS
           ELSE
               MOVE SPACES TO DET-MARCA
           END-IF.
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
           MOVE "PIEZAS DE EPP POR REPONER:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-PIEZAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "YA VENCIDAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-VENCIDAS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "VALOR DE REPOSICION:" TO TOT-IMP-ETIQUETA.
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

       END PROGRAM reporte-epp.
