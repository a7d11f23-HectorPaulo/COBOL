      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CORRIDA DE MERITO DEL CICLO DE EVALUACION DE
      *         DESEMPENO: A CADA ACTIVO DEL MAESTRO DE NOMINA
      *         (REGISTRO_NOMINA_ENTRADA_PATH) CON CALIFICACION DEL
      *         CICLO (EVALUACION_ANIO, EVAREG.cpy) LE BUSCA EN LA
      *         MATRIZ DE MERITO (MATRIZ-MERITO.txt, UN RENGLON
      *         calificacion,pct-q1,pct-q2,pct-q3,pct-q4 POR
      *         CALIFICACION) EL PORCENTAJE QUE TOCA SEGUN SU POSICION
      *         EN EL RANGO DE SU PUESTO (busca-puesto; Q1 DEBAJO DEL
      *         25%, Q2 DEBAJO DEL 50%, Q3 DEBAJO DEL 75%, Q4 EL
      *         RESTO). EL AUMENTO NO PASA DEL MAXIMO DEL RANGO Y QUIEN
      *         YA ESTA EN EL MAXIMO NO RECIBE. NADA SE APLICA AL
      *         MAESTRO: CADA PROPUESTA ENTRA "P" A LA COLA DE
      *         APROBACIONES DE SALARIO (APRREG.cpy) CON RAZON
      *         "MERITO anio CAL n" PARA QUE UN SUPERVISOR LA APRUEBE
      *         EN APRUEBA-CAMBIOS; UN EMPLEADO QUE YA TIENE UN CAMBIO
      *         PENDIENTE EN LA COLA SE SALTA PARA NO ENCIMAR DOS.
      *         DEJA UN REPORTE CON CADA PROPUESTA Y CADA OMISION.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. merito-salarios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT NOMINA-MAESTRO
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT EVALUACIONES-DESEMPENO
       ASSIGN TO DYNAMIC WS-RUTA-EVALUACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EVA.

       SELECT MATRIZ-MERITO
       ASSIGN TO DYNAMIC WS-RUTA-MATRIZ
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-MAT.

       SELECT APROBACIONES-SALARIO
       ASSIGN TO DYNAMIC WS-RUTA-APROBACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-APR.

       SELECT REPORTE-MERITO
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD NOMINA-MAESTRO.
           COPY NOMIDX.

       FD EVALUACIONES-DESEMPENO.
       01  LINEA-EVALUACION PIC X(64).

       FD MATRIZ-MERITO.
       01  LINEA-MATRIZ PIC X(60).

       FD APROBACIONES-SALARIO.
       01  LINEA-APROBACION PIC X(120).

       FD REPORTE-MERITO.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY NOMREG.
       COPY EVAREG.
       COPY APRREG.
       COPY RPTENC.

       01  WS-RUTA-NOMINA PIC X(200).
       01  WS-FILE-STATUS-NOM PIC X(2).
       01  WS-RUTA-EVALUACIONES PIC X(200).
       01  WS-FILE-STATUS-EVA PIC X(2).
       01  WS-RUTA-MATRIZ PIC X(200).
       01  WS-FILE-STATUS-MAT PIC X(2).
       01  WS-RUTA-APROBACIONES PIC X(200).
       01  WS-FILE-STATUS-APR PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-ANIO-X PIC X(4).
       01  WS-ANIO-CICLO PIC 9(4).

      *    Matriz de merito: renglon = calificacion, columna = cuartil
      *    de la posicion en el rango.
       01  WS-TABLA-MATRIZ.
           05 WS-MAT-CALIFICACION OCCURS 5 TIMES.
               10 WS-MAT-CARGADA PIC X.
               10 WS-MAT-PCT OCCURS 4 TIMES PIC 9(2)V99.
       01  WS-MAT-CAL-X PIC X(3).
       01  WS-MAT-PCT-X OCCURS 4 TIMES PIC X(8).
       01  WS-MAT-CAL PIC 9(1).
       01  WS-RENGLONES-MATRIZ PIC 9(1) VALUE ZEROES.
       01  WS-IX-CUA PIC 9(1).

       01  WS-TABLA-EVALUADOS.
           05 WS-EVL-RENGLON OCCURS 9999 TIMES.
               10 WS-EVL-NUMERO PIC 9(5).
               10 WS-EVL-CALIFICACION PIC 9(1).
       01  WS-TOTAL-EVALUADOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-EVL PIC 9(4).

       01  WS-TABLA-PENDIENTES.
           05 WS-PEN-NUMERO OCCURS 9999 TIMES PIC 9(5).
       01  WS-TOTAL-PENDIENTES PIC 9(4) VALUE ZEROES.
       01  WS-IX-PEN PIC 9(4).

       01  WS-CALIFICACION PIC 9(1).
       01  WS-YA-EN-COLA PIC X.
       01  WS-CODIGO-PUESTO PIC 9(2).
       01  WS-TITULO-PUESTO PIC X(10).
       01  WS-SAL-MIN-PUESTO PIC 9(7)V99.
       01  WS-SAL-MAX-PUESTO PIC 9(7)V99.
       01  WS-RESULTADO-PUESTO PIC X.
       01  WS-POSICION PIC S9(5)V9.
       01  WS-PCT-MERITO PIC 9(2)V99.
       01  WS-SALARIO-PROPUESTO PIC S9(7)V99.
       01  WS-AUMENTO PIC S9(7)V99.

       01  WS-TOTAL-REVISADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-PROPUESTOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-EVALUACION PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-RANGO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-EN-TOPE PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-EN-COLA PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-AUMENTO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-COSTO PIC 9(9)V99 VALUE ZEROES.

       01  WS-TITULO-RPT.
           05 FILLER PIC X(43) VALUE
               "PROPUESTAS DE AUMENTO POR MERITO DEL CICLO ".
           05 TIT-ANIO PIC 9(4).
       01  WS-LINEA-NOTA PIC X(80) VALUE
           "LAS PROPUESTAS QUEDAN PENDIENTES EN LA COLA DE APROBACION".
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(38) VALUE "NUMERO NOMBRE".
           05 FILLER PIC X(14) VALUE "PUESTO".
           05 FILLER PIC X(12) VALUE "    SALARIO".
           05 FILLER PIC X(4) VALUE "CAL".
           05 FILLER PIC X(8) VALUE "POSIC.".
           05 FILLER PIC X(7) VALUE "   PCT".
           05 FILLER PIC X(12) VALUE "  PROPUESTO".
           05 FILLER PIC X(20) VALUE " OBSERVACION".
       01  WS-LINEA-DETALLE.
           05 DET-NUMERO PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DET-PUESTO PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 DET-TITULO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DET-SALARIO PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CALIFICACION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-POSICION PIC -ZZZ9.9.
           05 FILLER PIC X VALUE SPACE.
           05 DET-PCT PIC Z9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PROPUESTO PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-OBSERVACION PIC X(30).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.
       01  WS-LINEA-TOTAL-IMPORTE.
           05 TOI-ETIQUETA PIC X(50).
           05 TOI-VALOR PIC ZZZZZZZZ9.99.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "merito-salarios".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S"
               OR (WS-SESION-ROL NOT = "M"
                   AND WS-SESION-ROL NOT = "S")
               DISPLAY "Solo un operador de mantenimiento o "
                   "supervisor corre la propuesta de merito."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-PARAMETROS.
           IF WS-RUTA-NOMINA = SPACES
               DISPLAY "RECHAZADO: falta REGISTRO_NOMINA_ENTRADA_PATH "
                   "con el maestro de nomina."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGA-MATRIZ.
           PERFORM CARGA-EVALUACIONES.
           PERFORM CARGA-PENDIENTES.
           OPEN INPUT NOMINA-MAESTRO.
           IF WS-FILE-STATUS-NOM NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el maestro de "
                   "nomina: " FUNCTION TRIM(WS-RUTA-NOMINA)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND APROBACIONES-SALARIO.
           IF WS-FILE-STATUS-APR NOT = "00"
               OPEN OUTPUT APROBACIONES-SALARIO
           END-IF.
           IF WS-FILE-STATUS-APR NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir la cola de "
                   "aprobaciones: " FUNCTION TRIM(WS-RUTA-APROBACIONES)
               CLOSE NOMINA-MAESTRO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-MERITO.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE NOMINA-MAESTRO APROBACIONES-SALARIO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-MAESTRO.
           PERFORM REVISA-EMPLEADO UNTIL FIN-DE-ENTRADA = "0".
           CLOSE NOMINA-MAESTRO.
           CLOSE APROBACIONES-SALARIO.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-MERITO.
           DISPLAY "Activos revisados: " WS-TOTAL-REVISADOS.
           DISPLAY "Propuestas enviadas a la cola de aprobaciones: "
               WS-TOTAL-PROPUESTOS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-PROPUESTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-ANIO-X FROM ENVIRONMENT "EVALUACION_ANIO".
           IF WS-ANIO-X IS NUMERIC
               MOVE WS-ANIO-X TO WS-ANIO-CICLO
           ELSE
               MOVE WS-FECHA-HOY (1:4) TO WS-ANIO-CICLO
           END-IF.
           ACCEPT WS-RUTA-NOMINA FROM ENVIRONMENT
               "REGISTRO_NOMINA_ENTRADA_PATH".
           ACCEPT WS-RUTA-EVALUACIONES FROM ENVIRONMENT
               "EVALUACIONES_DESEMPENO_PATH".
           IF WS-RUTA-EVALUACIONES = SPACES
               MOVE "EVALUACIONES-DESEMPENO.txt"
                   TO WS-RUTA-EVALUACIONES
           END-IF.
           ACCEPT WS-RUTA-MATRIZ FROM ENVIRONMENT "MATRIZ_MERITO_PATH".
           IF WS-RUTA-MATRIZ = SPACES
               MOVE "MATRIZ-MERITO.txt" TO WS-RUTA-MATRIZ
           END-IF.
           ACCEPT WS-RUTA-APROBACIONES FROM ENVIRONMENT
               "APROBACIONES_SALARIO_PATH".
           IF WS-RUTA-APROBACIONES = SPACES
               MOVE "APROBACIONES-SALARIO.txt"
                   TO WS-RUTA-APROBACIONES
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "MERITO_SALARIOS_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "MERITO-SALARIOS" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

      *    La matriz debe traer las cinco calificaciones; con una que
      *    falte la corrida se rechaza para no proponer cero por
      *    omision a todo un grupo.
           CARGA-MATRIZ.
           INITIALIZE WS-TABLA-MATRIZ.
           OPEN INPUT MATRIZ-MERITO.
           IF WS-FILE-STATUS-MAT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir la matriz de "
                   "merito: " FUNCTION TRIM(WS-RUTA-MATRIZ)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-LINEA-MATRIZ.
           PERFORM AGREGA-RENGLON-MATRIZ UNTIL FIN-DE-ENTRADA = "0".
           CLOSE MATRIZ-MERITO.
           IF WS-RENGLONES-MATRIZ < 5
               DISPLAY "RECHAZADO: la matriz de merito debe traer "
                   "un renglon por cada calificacion del 1 al 5."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           LEE-LINEA-MATRIZ.
           READ MATRIZ-MERITO
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-RENGLON-MATRIZ.
           IF LINEA-MATRIZ NOT = SPACES
               MOVE SPACES TO WS-MAT-CAL-X WS-MAT-PCT-X (1)
                   WS-MAT-PCT-X (2) WS-MAT-PCT-X (3) WS-MAT-PCT-X (4)
               UNSTRING LINEA-MATRIZ DELIMITED BY ","
                   INTO WS-MAT-CAL-X WS-MAT-PCT-X (1)
                       WS-MAT-PCT-X (2) WS-MAT-PCT-X (3)
                       WS-MAT-PCT-X (4)
               END-UNSTRING
               IF WS-MAT-CAL-X (1:1) IS NUMERIC
                   AND WS-MAT-CAL-X (1:1) > "0"
                   AND WS-MAT-CAL-X (1:1) < "6"
                   MOVE WS-MAT-CAL-X (1:1) TO WS-MAT-CAL
                   IF WS-MAT-CARGADA (WS-MAT-CAL) NOT = "S"
                       ADD 1 TO WS-RENGLONES-MATRIZ
                   END-IF
                   MOVE "S" TO WS-MAT-CARGADA (WS-MAT-CAL)
                   PERFORM VARYING WS-IX-CUA FROM 1 BY 1
                       UNTIL WS-IX-CUA > 4
                       COMPUTE WS-MAT-PCT (WS-MAT-CAL WS-IX-CUA) =
                           FUNCTION NUMVAL(WS-MAT-PCT-X (WS-IX-CUA))
                   END-PERFORM
               END-IF
           END-IF.
           PERFORM LEE-LINEA-MATRIZ.

           CARGA-EVALUACIONES.
           OPEN INPUT EVALUACIONES-DESEMPENO.
           IF WS-FILE-STATUS-EVA NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir las evaluaciones: "
                   FUNCTION TRIM(WS-RUTA-EVALUACIONES)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-LINEA-EVALUACION.
           PERFORM AGREGA-EVALUADO UNTIL FIN-DE-ENTRADA = "0".
           CLOSE EVALUACIONES-DESEMPENO.

           LEE-LINEA-EVALUACION.
           READ EVALUACIONES-DESEMPENO
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-EVALUACION TO EVALUACION-REGISTRO
           END-READ.

           AGREGA-EVALUADO.
           IF EVA-ANIO = WS-ANIO-CICLO
               AND EVA-CALIFICACION IS NUMERIC
               AND EVA-CALIFICACION > ZEROES
               AND EVA-CALIFICACION < 6
               AND WS-TOTAL-EVALUADOS < 9999
               ADD 1 TO WS-TOTAL-EVALUADOS
               MOVE EVA-NUMERO-EMP
                   TO WS-EVL-NUMERO (WS-TOTAL-EVALUADOS)
               MOVE EVA-CALIFICACION
                   TO WS-EVL-CALIFICACION (WS-TOTAL-EVALUADOS)
           END-IF.
           PERFORM LEE-LINEA-EVALUACION.

      *    Numeros que ya tienen un cambio esperando en la cola; la
      *    cola puede no existir todavia.
           CARGA-PENDIENTES.
           OPEN INPUT APROBACIONES-SALARIO.
           IF WS-FILE-STATUS-APR = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-APROBACION
               PERFORM AGREGA-PENDIENTE UNTIL FIN-DE-ENTRADA = "0"
               CLOSE APROBACIONES-SALARIO
           END-IF.

           LEE-LINEA-APROBACION.
           READ APROBACIONES-SALARIO
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-APROBACION TO APROBACION-REGISTRO
           END-READ.

           AGREGA-PENDIENTE.
           IF APR-STATUS = "P"
               AND WS-TOTAL-PENDIENTES < 9999
               ADD 1 TO WS-TOTAL-PENDIENTES
               MOVE APR-NUMERO-EMP
                   TO WS-PEN-NUMERO (WS-TOTAL-PENDIENTES)
           END-IF.
           PERFORM LEE-LINEA-APROBACION.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-ANIO-CICLO TO TIT-ANIO.
           MOVE WS-TITULO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-NOTA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "POSICION = (SALARIO - MINIMO) / (MAXIMO - MINIMO) "
               TO LINEA-REPORTE.
           MOVE "DEL RANGO DEL PUESTO." TO LINEA-REPORTE (51:21).
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           LEE-MAESTRO.
           READ NOMINA-MAESTRO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

           REVISA-EMPLEADO.
           IF WS-STATUS-EMP = 0
               AND WS-SALARIO-EMP > ZEROES
               ADD 1 TO WS-TOTAL-REVISADOS
               PERFORM PROPONE-AUMENTO
               MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           PERFORM LEE-MAESTRO.

           PROPONE-AUMENTO.
           MOVE WS-NUMERO-EMP TO DET-NUMERO.
           MOVE WS-NOMBRE-EMP TO DET-NOMBRE.
           MOVE WS-PUESTO-EMP TO DET-PUESTO.
           MOVE WS-SALARIO-EMP TO DET-SALARIO.
           MOVE SPACES TO DET-TITULO DET-CALIFICACION
               DET-OBSERVACION.
           MOVE ZEROES TO DET-POSICION DET-PCT DET-PROPUESTO.
           MOVE ZEROES TO WS-CALIFICACION.
           PERFORM VARYING WS-IX-EVL FROM 1 BY 1
               UNTIL WS-IX-EVL > WS-TOTAL-EVALUADOS
               IF WS-EVL-NUMERO (WS-IX-EVL) = WS-NUMERO-EMP
                   MOVE WS-EVL-CALIFICACION (WS-IX-EVL)
                       TO WS-CALIFICACION
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-YA-EN-COLA.
           PERFORM VARYING WS-IX-PEN FROM 1 BY 1
               UNTIL WS-IX-PEN > WS-TOTAL-PENDIENTES
               OR WS-YA-EN-COLA = "S"
               IF WS-PEN-NUMERO (WS-IX-PEN) = WS-NUMERO-EMP
                   MOVE "S" TO WS-YA-EN-COLA
               END-IF
           END-PERFORM.
           MOVE WS-PUESTO-EMP TO WS-CODIGO-PUESTO.
           CALL "busca-puesto"
               USING WS-CODIGO-PUESTO WS-TITULO-PUESTO
                   WS-SAL-MIN-PUESTO WS-SAL-MAX-PUESTO
                   WS-RESULTADO-PUESTO
           END-CALL.
           MOVE WS-TITULO-PUESTO TO DET-TITULO.
           IF WS-CALIFICACION = ZEROES
               MOVE "SIN EVALUACION DEL CICLO" TO DET-OBSERVACION
               ADD 1 TO WS-TOTAL-SIN-EVALUACION
           ELSE
               MOVE WS-CALIFICACION TO DET-CALIFICACION
               IF WS-RESULTADO-PUESTO NOT = "S"
                   OR WS-SAL-MAX-PUESTO NOT > WS-SAL-MIN-PUESTO
                   MOVE "PUESTO SIN RANGO EN CATALOGO"
                       TO DET-OBSERVACION
                   ADD 1 TO WS-TOTAL-SIN-RANGO
               ELSE
                   PERFORM CALCULA-PROPUESTA
               END-IF
           END-IF.

      *    El cuartil sale de la posicion en el rango; debajo del
      *    minimo cuenta como primer cuartil.
           CALCULA-PROPUESTA.
           COMPUTE WS-POSICION ROUNDED =
               (WS-SALARIO-EMP - WS-SAL-MIN-PUESTO) * 100
               / (WS-SAL-MAX-PUESTO - WS-SAL-MIN-PUESTO).
           MOVE WS-POSICION TO DET-POSICION.
           IF WS-POSICION < 25
               MOVE 1 TO WS-IX-CUA
           ELSE
               IF WS-POSICION < 50
                   MOVE 2 TO WS-IX-CUA
               ELSE
                   IF WS-POSICION < 75
                       MOVE 3 TO WS-IX-CUA
                   ELSE
                       MOVE 4 TO WS-IX-CUA
                   END-IF
               END-IF
           END-IF.
           MOVE WS-MAT-PCT (WS-CALIFICACION WS-IX-CUA)
               TO WS-PCT-MERITO.
           MOVE WS-PCT-MERITO TO DET-PCT.
           IF WS-SALARIO-EMP NOT < WS-SAL-MAX-PUESTO
               MOVE "EN EL MAXIMO DEL RANGO" TO DET-OBSERVACION
               ADD 1 TO WS-TOTAL-EN-TOPE
           ELSE
               IF WS-PCT-MERITO = ZEROES
                   MOVE "SIN AUMENTO POR MATRIZ" TO DET-OBSERVACION
                   ADD 1 TO WS-TOTAL-SIN-AUMENTO
               ELSE
                   PERFORM ARMA-PROPUESTA
               END-IF
           END-IF.

           ARMA-PROPUESTA.
           COMPUTE WS-SALARIO-PROPUESTO ROUNDED =
               WS-SALARIO-EMP * (100 + WS-PCT-MERITO) / 100.
           IF WS-SALARIO-PROPUESTO > WS-SAL-MAX-PUESTO
               MOVE WS-SAL-MAX-PUESTO TO WS-SALARIO-PROPUESTO
               MOVE "PROPUESTO, TOPADO AL MAXIMO" TO DET-OBSERVACION
           ELSE
               MOVE "PROPUESTO" TO DET-OBSERVACION
           END-IF.
           MOVE WS-SALARIO-PROPUESTO TO DET-PROPUESTO.
           IF WS-YA-EN-COLA = "S"
               MOVE "YA TIENE CAMBIO PENDIENTE" TO DET-OBSERVACION
               ADD 1 TO WS-TOTAL-EN-COLA
           ELSE
               PERFORM ENCOLA-PROPUESTA
           END-IF.

           ENCOLA-PROPUESTA.
           MOVE SPACES TO APROBACION-REGISTRO.
           MOVE WS-NUMERO-EMP TO APR-NUMERO-EMP.
           MOVE WS-FECHA-HOY TO APR-FECHA-CAPTURA.
           MOVE WS-SESION-USUARIO TO APR-USUARIO.
           MOVE WS-SALARIO-EMP TO APR-SALARIO-ANTERIOR.
           MOVE WS-SALARIO-PROPUESTO TO APR-SALARIO-NUEVO.
           MOVE "P" TO APR-STATUS.
           STRING "MERITO " WS-ANIO-CICLO " CAL " WS-CALIFICACION
               DELIMITED BY SIZE INTO APR-RAZON
           END-STRING.
           MOVE APROBACION-REGISTRO TO LINEA-APROBACION.
           WRITE LINEA-APROBACION.
           ADD 1 TO WS-TOTAL-PROPUESTOS.
           COMPUTE WS-AUMENTO = WS-SALARIO-PROPUESTO - WS-SALARIO-EMP.
           ADD WS-AUMENTO TO WS-TOTAL-COSTO.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ACTIVOS REVISADOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-REVISADOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "PROPUESTAS ENVIADAS A LA COLA DE APROBACIONES:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-PROPUESTOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "SIN EVALUACION DEL CICLO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-SIN-EVALUACION TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "PUESTO SIN RANGO EN CATALOGO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-SIN-RANGO TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "EN EL MAXIMO DEL RANGO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-EN-TOPE TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "SIN AUMENTO POR MATRIZ:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-SIN-AUMENTO TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "OMITIDOS POR CAMBIO YA PENDIENTE EN LA COLA:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-EN-COLA TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "COSTO MENSUAL DE LAS PROPUESTAS:" TO TOI-ETIQUETA.
           MOVE WS-TOTAL-COSTO TO TOI-VALOR.
           MOVE WS-LINEA-TOTAL-IMPORTE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

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

       END PROGRAM merito-salarios.
