      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:ANTIGUEDAD DE LOS ANTICIPOS DE VIATICOS ABIERTOS, POR
      *         DEPARTAMENTO Y EMPLEADO: DE VIATICOS.txt (VIAREG.cpy)
      *         TOMA LOS ANTICIPOS ABIERTOS CON SALDO POR COMPROBAR
      *         (ANTICIPO MENOS GASTOS CON CFDI MENOS REINTEGROS) Y LOS
      *         REPARTE POR DIAS DESDE SU FECHA LIMITE: POR VENCER, 1 A
      *         30, 31 A 60, 61 A 90 Y MAS DE 90 DIAS VENCIDOS. EL
      *         DEPARTAMENTO SALE DEL DIRECTORIO (LOS QUE YA NO ESTAN
      *         VAN AL DEPARTAMENTO CERO). SUBTOTAL POR EMPLEADO CUANDO
      *         TIENE MAS DE UN ANTICIPO, POR DEPARTAMENTO Y GENERAL.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-viaticos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT VIATICOS
       ASSIGN TO DYNAMIC WS-RUTA-VIATICOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-VIA.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT VIATICOS-ORDEN ASSIGN TO "SORTWK29".

       SELECT REPORTE-VIATICOS
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD VIATICOS.
       01  LINEA-VIATICO PIC X(133).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       SD  VIATICOS-ORDEN.
       01  SD-REG-VIATICO.
           05 SD-DEPTO PIC 9(3).
           05 SD-EMPLEADO-ID PIC X(6).
           05 SD-LIMITE PIC X(8).
           05 SD-FOLIO PIC X(6).
           05 SD-NOMBRE PIC X(22).
           05 SD-ANTICIPO PIC 9(7)V99.
           05 SD-PENDIENTE PIC 9(7)V99.
           05 SD-CUBETA PIC 9(1).

       FD REPORTE-VIATICOS.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY VIAREG.
       COPY RPTENC.

       01  WS-RUTA-VIATICOS PIC X(200).
       01  WS-FILE-STATUS-VIA PIC X(2).
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
       01  WS-LIMITE-NUM PIC 9(8).
       01  WS-DIAS-VENCIDO PIC S9(5).
       01  WS-PENDIENTE PIC S9(7)V99.
       01  WS-IX-CUB PIC 9(1).

       01  WS-CODIGO-DEPTO PIC 9(3).
       01  WS-NOMBRE-DEPTO-CAT PIC X(20).
       01  WS-RESULTADO-DEPTO PIC X.

       01  WS-DEPTO-ACTUAL PIC 9(3).
       01  WS-EMPLEADO-ACTUAL PIC X(6).
       01  WS-EMP-ANTICIPOS PIC 9(4).

      *    Saldos por comprobar en las cinco cubetas de antiguedad,
      *    por empleado, por departamento y general.
       01  WS-CUBETAS-EMPLEADO.
           05 WS-EMP-ANTICIPO PIC 9(9)V99.
           05 WS-EMP-CUB OCCURS 5 TIMES PIC 9(9)V99.
       01  WS-CUBETAS-DEPTO.
           05 WS-DEP-ANTICIPO PIC 9(9)V99.
           05 WS-DEP-CUB OCCURS 5 TIMES PIC 9(9)V99.
       01  WS-CUBETAS-TOTAL.
           05 WS-TOT-ANTICIPO PIC 9(9)V99.
           05 WS-TOT-CUB OCCURS 5 TIMES PIC 9(9)V99.

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-ABIERTOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-SALDO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-VENCIDOS PIC 9(6) VALUE ZEROES.

       01  WS-TITULO-RPT PIC X(60) VALUE
           "ANTIGUEDAD DE ANTICIPOS DE VIATICOS ABIERTOS".
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(23) VALUE "NOMBRE".
           05 FILLER PIC X(7) VALUE "FOLIO".
           05 FILLER PIC X(9) VALUE "LIMITE".
           05 FILLER PIC X(10) VALUE "  ANTICIPO".
           05 FILLER PIC X(13) VALUE "   POR VENCER".
           05 FILLER PIC X(13) VALUE "    1-30 DIAS".
           05 FILLER PIC X(13) VALUE "   31-60 DIAS".
           05 FILLER PIC X(13) VALUE "   61-90 DIAS".
           05 FILLER PIC X(13) VALUE "    MAS DE 90".
       01  WS-LINEA-GRUPO.
           05 FILLER PIC X(13) VALUE "DEPARTAMENTO ".
           05 GRP-DEPTO PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GRP-NOMBRE-DEPTO PIC X(20).
       01  WS-LINEA-DETALLE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-EMPLEADO-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOMBRE PIC X(22).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FOLIO PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-LIMITE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ANTICIPO PIC ZZZ,ZZ9.99.
           05 DET-CUBETAS OCCURS 5 TIMES.
               10 FILLER PIC X(1) VALUE SPACE.
               10 DET-CUB PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01  WS-LINEA-SUBTOTAL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SUB-ETIQUETA PIC X(45).
           05 SUB-ANTICIPO PIC ZZZZ,ZZ9.99.
           05 SUB-CUBETAS OCCURS 5 TIMES.
               10 FILLER PIC X(1) VALUE SPACE.
               10 SUB-CUB PIC Z,ZZZ,ZZ9.99.
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-viaticos".
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
           OPEN INPUT VIATICOS.
           IF WS-FILE-STATUS-VIA NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir los anticipos de "
                   "viaticos: " FUNCTION TRIM(WS-RUTA-VIATICOS)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               CLOSE VIATICOS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-VIATICOS.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE VIATICOS EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.
           MOVE ZEROES TO WS-CUBETAS-TOTAL.

           SORT VIATICOS-ORDEN
               ON ASCENDING KEY SD-DEPTO SD-EMPLEADO-ID SD-LIMITE
                   SD-FOLIO
               INPUT PROCEDURE IS SELECCIONA-ANTICIPOS
               OUTPUT PROCEDURE IS IMPRIME-GRUPOS.

           CLOSE VIATICOS.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-VIATICOS.
           DISPLAY "Anticipos leidos: " WS-TOTAL-LEIDOS.
           DISPLAY "Abiertos con saldo por comprobar: "
               WS-TOTAL-ABIERTOS "  ya vencidos: " WS-TOTAL-VENCIDOS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-ABIERTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           ACCEPT WS-RUTA-VIATICOS FROM ENVIRONMENT "VIATICOS_PATH".
           IF WS-RUTA-VIATICOS = SPACES
               MOVE "VIATICOS.txt" TO WS-RUTA-VIATICOS
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT "VIATICOS_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-VIATICOS" TO WS-GEN-BASE-NOMBRE
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
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SALDO POR COMPROBAR POR DIAS VENCIDOS DESDE LA "
               "FECHA LIMITE, AL " WS-FECHA-HOY "."
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

           SELECCIONA-ANTICIPOS.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-VIATICO.
           PERFORM LIBERA-ANTICIPO UNTIL FIN-DE-ENTRADA = "0".

           LEE-VIATICO.
           READ VIATICOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-VIATICO TO VIATICO-REGISTRO
           END-READ.

           LIBERA-ANTICIPO.
           IF LINEA-VIATICO NOT = SPACES
               ADD 1 TO WS-TOTAL-LEIDOS
               IF VIA-STATUS = "A"
                   COMPUTE WS-PENDIENTE = VIA-IMPORTE-ANTICIPO
                       - VIA-COMPROBADO - VIA-REINTEGRADO
                   IF WS-PENDIENTE > ZEROES
                       PERFORM CALCULA-CUBETA
                       PERFORM LIBERA-CON-DEPTO
                   ELSE
                       ADD 1 TO WS-TOTAL-SIN-SALDO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-VIATICO.

      *    Cubeta 1 = todavia no vence (el dia limite incluido); 2 a 5
      *    = 1-30, 31-60, 61-90 y mas de 90 dias vencido. Una fecha
      *    limite danada se trata como la mas vieja.
           CALCULA-CUBETA.
           IF VIA-FECHA-LIMITE IS NUMERIC
               MOVE VIA-FECHA-LIMITE TO WS-LIMITE-NUM
               COMPUTE WS-DIAS-VENCIDO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-LIMITE-NUM)
           ELSE
               MOVE 999 TO WS-DIAS-VENCIDO
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIAS-VENCIDO <= 0
                   MOVE 1 TO SD-CUBETA
               WHEN WS-DIAS-VENCIDO <= 30
                   MOVE 2 TO SD-CUBETA
               WHEN WS-DIAS-VENCIDO <= 60
                   MOVE 3 TO SD-CUBETA
               WHEN WS-DIAS-VENCIDO <= 90
                   MOVE 4 TO SD-CUBETA
               WHEN OTHER
                   MOVE 5 TO SD-CUBETA
           END-EVALUATE.

      *    Sin registro en el directorio se lista en el departamento
      *    cero para que no se pierda; las bajas se listan, todavia
      *    deben el anticipo.
           LIBERA-CON-DEPTO.
           MOVE VIA-EMPLEADO-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   MOVE ZEROES TO SD-DEPTO
                   MOVE "(NO ESTA EN DIRECTORIO)" TO SD-NOMBRE
               NOT INVALID KEY
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
           END-READ.
           MOVE VIA-EMPLEADO-ID TO SD-EMPLEADO-ID.
           MOVE VIA-FECHA-LIMITE TO SD-LIMITE.
           MOVE VIA-FOLIO TO SD-FOLIO.
           MOVE VIA-IMPORTE-ANTICIPO TO SD-ANTICIPO.
           MOVE WS-PENDIENTE TO SD-PENDIENTE.
           RELEASE SD-REG-VIATICO.

      *    Corte de control por departamento y, dentro, por empleado.
           IMPRIME-GRUPOS.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE "  Sin anticipos abiertos por comprobar."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM INICIA-GRUPO
               PERFORM INICIA-EMPLEADO
               PERFORM IMPRIME-ANTICIPO
                   UNTIL FIN-DE-ORDENADOS = "0"
               PERFORM ESCRIBE-RESUMEN-EMPLEADO
               PERFORM ESCRIBE-RESUMEN-GRUPO
           END-IF.

           REGRESA-ORDENADO.
           RETURN VIATICOS-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           INICIA-GRUPO.
           MOVE SD-DEPTO TO WS-DEPTO-ACTUAL.
           MOVE ZEROES TO WS-CUBETAS-DEPTO.
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

           INICIA-EMPLEADO.
           MOVE SD-EMPLEADO-ID TO WS-EMPLEADO-ACTUAL.
           MOVE ZEROES TO WS-CUBETAS-EMPLEADO WS-EMP-ANTICIPOS.

           IMPRIME-ANTICIPO.
           IF SD-DEPTO NOT = WS-DEPTO-ACTUAL
               PERFORM ESCRIBE-RESUMEN-EMPLEADO
               PERFORM ESCRIBE-RESUMEN-GRUPO
               PERFORM INICIA-GRUPO
               PERFORM INICIA-EMPLEADO
           END-IF.
           IF SD-EMPLEADO-ID NOT = WS-EMPLEADO-ACTUAL
               PERFORM ESCRIBE-RESUMEN-EMPLEADO
               PERFORM INICIA-EMPLEADO
           END-IF.
           MOVE SD-EMPLEADO-ID TO DET-EMPLEADO-ID.
           MOVE SD-NOMBRE TO DET-NOMBRE.
           MOVE SD-FOLIO TO DET-FOLIO.
           MOVE SD-LIMITE TO DET-LIMITE.
           MOVE SD-ANTICIPO TO DET-ANTICIPO.
           PERFORM LIMPIA-CUBETA-DETALLE
               VARYING WS-IX-CUB FROM 1 BY 1 UNTIL WS-IX-CUB > 5.
           MOVE SD-PENDIENTE TO DET-CUB (SD-CUBETA).
           ADD 1 TO WS-EMP-ANTICIPOS WS-TOTAL-ABIERTOS.
           IF SD-CUBETA > 1
               ADD 1 TO WS-TOTAL-VENCIDOS
           END-IF.
           ADD SD-ANTICIPO TO WS-EMP-ANTICIPO WS-DEP-ANTICIPO
               WS-TOT-ANTICIPO.
           ADD SD-PENDIENTE TO WS-EMP-CUB (SD-CUBETA)
               WS-DEP-CUB (SD-CUBETA) WS-TOT-CUB (SD-CUBETA).
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM REGRESA-ORDENADO.

           LIMPIA-CUBETA-DETALLE.
           MOVE ZEROES TO DET-CUB (WS-IX-CUB).

           ESCRIBE-RESUMEN-EMPLEADO.
           IF WS-EMP-ANTICIPOS > 1
               MOVE SPACES TO SUB-ETIQUETA
               STRING "  TOTAL DEL EMPLEADO " WS-EMPLEADO-ACTUAL
                   DELIMITED BY SIZE INTO SUB-ETIQUETA
               END-STRING
               MOVE WS-EMP-ANTICIPO TO SUB-ANTICIPO
               PERFORM PASA-CUBETA-EMPLEADO
                   VARYING WS-IX-CUB FROM 1 BY 1 UNTIL WS-IX-CUB > 5
               MOVE WS-LINEA-SUBTOTAL TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           PASA-CUBETA-EMPLEADO.
           MOVE WS-EMP-CUB (WS-IX-CUB) TO SUB-CUB (WS-IX-CUB).

           ESCRIBE-RESUMEN-GRUPO.
           MOVE "TOTAL DEL DEPARTAMENTO" TO SUB-ETIQUETA.
           MOVE WS-DEP-ANTICIPO TO SUB-ANTICIPO.
           PERFORM PASA-CUBETA-DEPTO
               VARYING WS-IX-CUB FROM 1 BY 1 UNTIL WS-IX-CUB > 5.
           MOVE WS-LINEA-SUBTOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           PASA-CUBETA-DEPTO.
           MOVE WS-DEP-CUB (WS-IX-CUB) TO SUB-CUB (WS-IX-CUB).

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTAL GENERAL" TO SUB-ETIQUETA.
           MOVE WS-TOT-ANTICIPO TO SUB-ANTICIPO.
           PERFORM PASA-CUBETA-TOTAL
               VARYING WS-IX-CUB FROM 1 BY 1 UNTIL WS-IX-CUB > 5.
           MOVE WS-LINEA-SUBTOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ANTICIPOS EN EL ARCHIVO DE VIATICOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-LEIDOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ABIERTOS CON SALDO POR COMPROBAR:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ABIERTOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "YA VENCIDOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-VENCIDOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ABIERTOS YA COMPROBADOS, SIN CERRAR:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-SIN-SALDO TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           PASA-CUBETA-TOTAL.
           MOVE WS-TOT-CUB (WS-IX-CUB) TO SUB-CUB (WS-IX-CUB).

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

       END PROGRAM reporte-viaticos.
