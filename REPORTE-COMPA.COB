      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE DE COMPA-RATIO Y PENETRACION EN EL RANGO
      *         SALARIAL CONTRA EL CATALOGO DE PUESTOS (busca-puesto,
      *         EL MISMO QUE MANTIENE mantiene-puestos): PARA CADA
      *         ACTIVO DEL MAESTRO DE NOMINA CALCULA EL COMPA-RATIO
      *         (SALARIO ENTRE EL PUNTO MEDIO DEL RANGO DE SU
      *         WS-PUESTO-EMP) Y SU POSICION DENTRO DEL RANGO (0% EN
      *         EL MINIMO, 100% EN EL MAXIMO), Y MARCA CIRCULO VERDE
      *         (DEBAJO DEL MINIMO) O CIRCULO ROJO (ARRIBA DEL
      *         MAXIMO). POR DEPARTAMENTO RESUME EL COMPA-RATIO
      *         PROMEDIO Y EL COSTO MENSUAL Y ANUAL DE LLEVAR A TODOS
      *         AL MINIMO; AL FINAL LISTA SOLO LOS CIRCULOS VERDES Y
      *         ROJOS DE TODA LA EMPRESA PARA EL PRESUPUESTO ANUAL DE
      *         INCREMENTOS DE COMPENSACIONES.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-compa.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT NOMINA-MAESTRO
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT COMPA-ORDEN ASSIGN TO "SORTWK18".

       SELECT REPORTE-COMPA
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD NOMINA-MAESTRO.
           COPY NOMIDX.

       SD  COMPA-ORDEN.
       01  SD-REG-COMPA.
           05 SD-DEPTO PIC 9(3).
           05 SD-PUESTO PIC 9(2).
           05 SD-SITIO PIC X(2).
           05 SD-NUMERO PIC 9(5).
           05 SD-NOMBRE PIC X(30).
           05 SD-SALARIO PIC 9(7)V99.

       FD REPORTE-COMPA.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY NOMREG.
       COPY RPTENC.

       01  WS-RUTA-NOMINA PIC X(200).
       01  WS-FILE-STATUS-NOM PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  FIN-DE-ORDENADOS PIC X.
       01  WS-FECHA-HOY PIC X(8).

       01  WS-CODIGO-PUESTO PIC 9(2).
       01  WS-TITULO-PUESTO PIC X(10).
       01  WS-SAL-MIN-PUESTO PIC 9(7)V99.
       01  WS-SAL-MAX-PUESTO PIC 9(7)V99.
       01  WS-RESULTADO-PUESTO PIC X.
       01  WS-CODIGO-DEPTO PIC 9(3).
       01  WS-NOMBRE-DEPTO-CAT PIC X(20).
       01  WS-RESULTADO-DEPTO PIC X.

       01  WS-PUNTO-MEDIO PIC 9(7)V99.
       01  WS-COMPA-RATIO PIC 9(3)V999.
       01  WS-PENETRACION PIC S9(5)V9.
       01  WS-FALTANTE-MINIMO PIC 9(7)V99.

       01  WS-DEPTO-ACTUAL PIC 9(3).
       01  WS-DEP-CONTEO PIC 9(5).
       01  WS-DEP-CON-RANGO PIC 9(5).
       01  WS-DEP-SUMA-RATIO PIC 9(7)V999.
       01  WS-DEP-VERDES PIC 9(5).
       01  WS-DEP-ROJOS PIC 9(5).
       01  WS-DEP-COSTO PIC 9(9)V99.
       01  WS-PROMEDIO-RATIO PIC 9(3)V999.
       01  WS-COSTO-ANUAL PIC 9(11)V99.

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-CON-RANGO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-RANGO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SUMA-RATIO PIC 9(9)V999 VALUE ZEROES.
       01  WS-TOTAL-VERDES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-ROJOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-COSTO PIC 9(11)V99 VALUE ZEROES.

      *    Circulos verdes y rojos de toda la empresa para la lista
      *    final; se guardan ya formateados.
       01  WS-TABLA-CIRCULOS.
           05 WS-CIR-LINEA OCCURS 9999 TIMES PIC X(132).
       01  WS-TOTAL-CIRCULOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-CIR PIC 9(4).

       01  WS-TITULO-RPT PIC X(60) VALUE
           "COMPA-RATIO Y PENETRACION EN EL RANGO DEL PUESTO".
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(45) VALUE
               "SITIO/NUM NOMBRE                         PTO ".
           05 FILLER PIC X(45) VALUE
               "TITULO         SALARIO     MINIMO     MAXIMO ".
           05 FILLER PIC X(30) VALUE
               "COMPA  POSIC. CIRCULO".
       01  WS-LINEA-DETALLE.
           05 DET-SITIO PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NUMERO PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-PUESTO PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-TITULO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-SALARIO PIC ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-MINIMO PIC ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-MAXIMO PIC ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-RATIO PIC Z9.999.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-POSICION PIC -ZZZ9.9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CIRCULO PIC X(12).
       01  WS-LINEA-DEPTO.
           05 FILLER PIC X(13) VALUE "DEPARTAMENTO ".
           05 DEP-CODIGO PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DEP-NOMBRE PIC X(20).
       01  WS-LINEA-RESUMEN.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "EMPLEADOS: ".
           05 RES-CONTEO PIC ZZZZ9.
           05 FILLER PIC X(18) VALUE "  COMPA PROMEDIO: ".
           05 RES-RATIO PIC Z9.999.
           05 FILLER PIC X(10) VALUE "  VERDES: ".
           05 RES-VERDES PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "  ROJOS: ".
           05 RES-ROJOS PIC ZZZZ9.
       01  WS-LINEA-COSTO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
               "COSTO DE LLEVAR AL MINIMO: MENSUAL".
           05 COS-MENSUAL PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  ANUAL: ".
           05 COS-ANUAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-compa".
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
           IF WS-RUTA-NOMINA = SPACES
               DISPLAY "RECHAZADO: falta REGISTRO_NOMINA_ENTRADA_PATH "
                   "con el maestro de nomina."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NOMINA-MAESTRO.
           IF WS-FILE-STATUS-NOM NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el maestro de "
                   "nomina: " FUNCTION TRIM(WS-RUTA-NOMINA)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-COMPA.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE NOMINA-MAESTRO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.

           SORT COMPA-ORDEN
               ON ASCENDING KEY SD-DEPTO SD-PUESTO SD-SITIO SD-NUMERO
               INPUT PROCEDURE IS SELECCIONA-ACTIVOS
               OUTPUT PROCEDURE IS IMPRIME-DEPARTAMENTOS.

           CLOSE NOMINA-MAESTRO.
           PERFORM ESCRIBE-CIRCULOS.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-COMPA.
           DISPLAY "Activos revisados: " WS-TOTAL-LEIDOS.
           DISPLAY "Sin rango en el catalogo: " WS-TOTAL-SIN-RANGO.
           DISPLAY "Circulos verdes (debajo del minimo): "
               WS-TOTAL-VERDES.
           DISPLAY "Circulos rojos (arriba del maximo): "
               WS-TOTAL-ROJOS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-LEIDOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-NOMINA FROM ENVIRONMENT
               "REGISTRO_NOMINA_ENTRADA_PATH".
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT "COMPA_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-COMPA-RATIO" TO WS-GEN-BASE-NOMBRE
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
           MOVE "COMPA = SALARIO / PUNTO MEDIO DEL RANGO; POSICION = "
               TO LINEA-REPORTE.
           MOVE "(SALARIO - MINIMO) / (MAXIMO - MINIMO)."
               TO LINEA-REPORTE (53:39).
           WRITE LINEA-REPORTE.

           SELECCIONA-ACTIVOS.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-MAESTRO.
           PERFORM LIBERA-ACTIVO UNTIL FIN-DE-ENTRADA = "0".

           LEE-MAESTRO.
           READ NOMINA-MAESTRO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

           LIBERA-ACTIVO.
           IF WS-STATUS-EMP = 0
               AND WS-SALARIO-EMP > ZEROES
               ADD 1 TO WS-TOTAL-LEIDOS
               MOVE WS-DEPTO-EMP TO SD-DEPTO
               MOVE WS-PUESTO-EMP TO SD-PUESTO
               MOVE WS-SITIO-EMP TO SD-SITIO
               MOVE WS-NUMERO-EMP TO SD-NUMERO
               MOVE WS-NOMBRE-EMP TO SD-NOMBRE
               MOVE WS-SALARIO-EMP TO SD-SALARIO
               RELEASE SD-REG-COMPA
           END-IF.
           PERFORM LEE-MAESTRO.

      *    Corte de control por departamento.
           IMPRIME-DEPARTAMENTOS.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE "  Sin activos en el maestro." TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM INICIA-DEPARTAMENTO
               PERFORM IMPRIME-EMPLEADO UNTIL FIN-DE-ORDENADOS = "0"
               PERFORM ESCRIBE-RESUMEN-DEPTO
           END-IF.

           REGRESA-ORDENADO.
           RETURN COMPA-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           INICIA-DEPARTAMENTO.
           MOVE SD-DEPTO TO WS-DEPTO-ACTUAL.
           MOVE ZEROES TO WS-DEP-CONTEO WS-DEP-CON-RANGO
               WS-DEP-SUMA-RATIO WS-DEP-VERDES WS-DEP-ROJOS
               WS-DEP-COSTO.
           MOVE WS-DEPTO-ACTUAL TO WS-CODIGO-DEPTO.
           CALL "busca-depto"
               USING WS-CODIGO-DEPTO WS-NOMBRE-DEPTO-CAT
                   WS-RESULTADO-DEPTO
           END-CALL.
           MOVE WS-DEPTO-ACTUAL TO DEP-CODIGO.
           MOVE WS-NOMBRE-DEPTO-CAT TO DEP-NOMBRE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-DEPTO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           IMPRIME-EMPLEADO.
           IF SD-DEPTO NOT = WS-DEPTO-ACTUAL
               PERFORM ESCRIBE-RESUMEN-DEPTO
               PERFORM INICIA-DEPARTAMENTO
           END-IF.
           ADD 1 TO WS-DEP-CONTEO.
           MOVE SD-PUESTO TO WS-CODIGO-PUESTO.
           CALL "busca-puesto"
               USING WS-CODIGO-PUESTO WS-TITULO-PUESTO
                   WS-SAL-MIN-PUESTO WS-SAL-MAX-PUESTO
                   WS-RESULTADO-PUESTO
           END-CALL.
           MOVE SD-SITIO TO DET-SITIO.
           MOVE SD-NUMERO TO DET-NUMERO.
           MOVE SD-NOMBRE TO DET-NOMBRE.
           MOVE SD-PUESTO TO DET-PUESTO.
           MOVE WS-TITULO-PUESTO TO DET-TITULO.
           MOVE SD-SALARIO TO DET-SALARIO.
           MOVE WS-SAL-MIN-PUESTO TO DET-MINIMO.
           MOVE WS-SAL-MAX-PUESTO TO DET-MAXIMO.
           IF WS-RESULTADO-PUESTO NOT = "S"
               OR WS-SAL-MAX-PUESTO NOT > WS-SAL-MIN-PUESTO
               MOVE ZEROES TO DET-RATIO DET-POSICION
               MOVE "SIN RANGO" TO DET-CIRCULO
               ADD 1 TO WS-TOTAL-SIN-RANGO
           ELSE
               PERFORM CALCULA-COMPA
           END-IF.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF DET-CIRCULO = "VERDE" OR DET-CIRCULO = "ROJO"
               IF WS-TOTAL-CIRCULOS < 9999
                   ADD 1 TO WS-TOTAL-CIRCULOS
                   MOVE WS-LINEA-DETALLE
                       TO WS-CIR-LINEA (WS-TOTAL-CIRCULOS)
               END-IF
           END-IF.
           PERFORM REGRESA-ORDENADO.

      *    Debajo del minimo el faltante se suma al costo de nivelar;
      *    arriba del maximo solo se marca (no hay ahorro que sumar).
           CALCULA-COMPA.
           COMPUTE WS-PUNTO-MEDIO ROUNDED =
               (WS-SAL-MIN-PUESTO + WS-SAL-MAX-PUESTO) / 2.
           COMPUTE WS-COMPA-RATIO ROUNDED =
               SD-SALARIO / WS-PUNTO-MEDIO.
           COMPUTE WS-PENETRACION ROUNDED =
               (SD-SALARIO - WS-SAL-MIN-PUESTO) * 100
               / (WS-SAL-MAX-PUESTO - WS-SAL-MIN-PUESTO).
           MOVE WS-COMPA-RATIO TO DET-RATIO.
           MOVE WS-PENETRACION TO DET-POSICION.
           MOVE SPACES TO DET-CIRCULO.
           ADD 1 TO WS-DEP-CON-RANGO.
           ADD WS-COMPA-RATIO TO WS-DEP-SUMA-RATIO.
           IF SD-SALARIO < WS-SAL-MIN-PUESTO
               MOVE "VERDE" TO DET-CIRCULO
               ADD 1 TO WS-DEP-VERDES
               COMPUTE WS-FALTANTE-MINIMO =
                   WS-SAL-MIN-PUESTO - SD-SALARIO
               ADD WS-FALTANTE-MINIMO TO WS-DEP-COSTO
           ELSE
               IF SD-SALARIO > WS-SAL-MAX-PUESTO
                   MOVE "ROJO" TO DET-CIRCULO
                   ADD 1 TO WS-DEP-ROJOS
               END-IF
           END-IF.

           ESCRIBE-RESUMEN-DEPTO.
           IF WS-DEP-CON-RANGO > ZEROES
               COMPUTE WS-PROMEDIO-RATIO ROUNDED =
                   WS-DEP-SUMA-RATIO / WS-DEP-CON-RANGO
           ELSE
               MOVE ZEROES TO WS-PROMEDIO-RATIO
           END-IF.
           MOVE WS-DEP-CONTEO TO RES-CONTEO.
           MOVE WS-PROMEDIO-RATIO TO RES-RATIO.
           MOVE WS-DEP-VERDES TO RES-VERDES.
           MOVE WS-DEP-ROJOS TO RES-ROJOS.
           MOVE WS-LINEA-RESUMEN TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           COMPUTE WS-COSTO-ANUAL = WS-DEP-COSTO * 12.
           MOVE WS-DEP-COSTO TO COS-MENSUAL.
           MOVE WS-COSTO-ANUAL TO COS-ANUAL.
           MOVE WS-LINEA-COSTO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD WS-DEP-CON-RANGO TO WS-TOTAL-CON-RANGO.
           ADD WS-DEP-SUMA-RATIO TO WS-TOTAL-SUMA-RATIO.
           ADD WS-DEP-VERDES TO WS-TOTAL-VERDES.
           ADD WS-DEP-ROJOS TO WS-TOTAL-ROJOS.
           ADD WS-DEP-COSTO TO WS-TOTAL-COSTO.

           ESCRIBE-CIRCULOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CIRCULOS VERDES Y ROJOS DE TODA LA EMPRESA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-TOTAL-CIRCULOS = ZEROES
               MOVE "  Todos dentro del rango de su puesto."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM ESCRIBE-CIRCULO
                   VARYING WS-IX-CIR FROM 1 BY 1
                   UNTIL WS-IX-CIR > WS-TOTAL-CIRCULOS
           END-IF.

           ESCRIBE-CIRCULO.
           MOVE WS-CIR-LINEA (WS-IX-CIR) TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTAL EMPRESA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-TOTAL-CON-RANGO > ZEROES
               COMPUTE WS-PROMEDIO-RATIO ROUNDED =
                   WS-TOTAL-SUMA-RATIO / WS-TOTAL-CON-RANGO
           ELSE
               MOVE ZEROES TO WS-PROMEDIO-RATIO
           END-IF.
           MOVE WS-TOTAL-LEIDOS TO RES-CONTEO.
           MOVE WS-PROMEDIO-RATIO TO RES-RATIO.
           MOVE WS-TOTAL-VERDES TO RES-VERDES.
           MOVE WS-TOTAL-ROJOS TO RES-ROJOS.
           MOVE WS-LINEA-RESUMEN TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           COMPUTE WS-COSTO-ANUAL = WS-TOTAL-COSTO * 12.
           MOVE WS-TOTAL-COSTO TO COS-MENSUAL.
           MOVE WS-COSTO-ANUAL TO COS-ANUAL.
           MOVE WS-LINEA-COSTO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "SIN RANGO EN EL CATALOGO (FUERA DEL PROMEDIO):"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-SIN-RANGO TO TOT-VALOR.
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
       END PROGRAM reporte-compa.
