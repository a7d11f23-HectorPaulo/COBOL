      *         NOCHE ALCANZA EL CORTE DE LA DISPERSION
      *         (DURACIONES_ARRANQUE_HHMM 2300 / DURACIONES_CORTE_
      *         HHMM 0600) SUMANDO LA ULTIMA DURACION DE CADA PASO.
      *         CADA PASO QUE REBASA SU SLA LEVANTA UNA ALERTA MAYOR Y
      *         UNA CADENA QUE NO ALCANZA EL CORTE UNA CRITICA
      *         (levanta-alerta).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-TOTAL-ALERTAS PIC 9(3) VALUE ZEROES.
       01  WS-SUMA-ULTIMAS PIC 9(7) VALUE ZEROES.
       01  WS-MINUTOS-DISPONIBLES PIC 9(5).
       01  WS-MINUTOS-EDITADO PIC ZZZZ9.
       01  WS-SLA-EDITADO PIC ZZZZ9.

      *    Alerta de operacion (levanta-alerta): severidad C/M/A,
      *    programa, mensaje, sello de esta corrida y folio asignado.
       01  WS-ALE-SEVERIDAD PIC X(1).
       01  WS-ALE-PROGRAMA PIC X(20) VALUE "reporte-duraciones".
       01  WS-ALE-MENSAJE PIC X(80).
       01  WS-ALE-SELLO-CORRIDA PIC X(16).
       01  WS-ALE-FOLIO PIC 9(8).

       01  WS-LINEA-DETALLE.
           05 DET-PROGRAMA PIC X(20).
       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "fecha-sello" USING WS-ALE-SELLO-CORRIDA END-CALL.
           PERFORM RESUELVE-PARAMETROS.
           PERFORM CARGA-SLA.
           PERFORM RECORRE-BITACORA.
                   AND WS-PRO-SLA (WS-IX-PRO) > ZEROES
                   ADD 1 TO WS-TOTAL-ALERTAS
                   MOVE "** REBASA SLA" TO DET-MARCA
                   MOVE WS-ULTIMA-DURACION TO WS-MINUTOS-EDITADO
                   MOVE WS-PRO-SLA (WS-IX-PRO) TO WS-SLA-EDITADO
                   MOVE SPACES TO WS-ALE-MENSAJE
                   STRING FUNCTION TRIM(WS-PRO-NOMBRE (WS-IX-PRO))
                       " duro " FUNCTION TRIM(WS-MINUTOS-EDITADO)
                       " min; su SLA es de "
                       FUNCTION TRIM(WS-SLA-EDITADO) " min."
                       DELIMITED BY SIZE INTO WS-ALE-MENSAJE
                   END-STRING
                   MOVE "M" TO WS-ALE-SEVERIDAD
                   PERFORM LEVANTA-ALERTA
               ELSE
                   IF WS-CUENTA-PREVIAS > ZEROES
                       AND WS-PROMEDIO-PREVIAS > ZEROES
           IF WS-SUMA-ULTIMAS > WS-MINUTOS-DISPONIBLES
               DISPLAY "ALERTA: con las duraciones actuales la "
                   "cadena NO alcanza el corte de la dispersion."
               MOVE WS-SUMA-ULTIMAS TO WS-MINUTOS-EDITADO
               MOVE WS-MINUTOS-DISPONIBLES TO WS-SLA-EDITADO
               MOVE SPACES TO WS-ALE-MENSAJE
               STRING "La cadena suma "
                   FUNCTION TRIM(WS-MINUTOS-EDITADO)
                   " min y solo hay " FUNCTION TRIM(WS-SLA-EDITADO)
                   " hasta el corte de la dispersion."
                   DELIMITED BY SIZE INTO WS-ALE-MENSAJE
               END-STRING
               MOVE "C" TO WS-ALE-SEVERIDAD
               PERFORM LEVANTA-ALERTA
           ELSE
               DISPLAY "La cadena alcanza el corte con las "
                   "duraciones actuales."
           END-IF.

           LEVANTA-ALERTA.
           MOVE ZEROES TO WS-ALE-FOLIO.
           CALL "levanta-alerta"
               USING WS-ALE-SEVERIDAD WS-ALE-PROGRAMA WS-ALE-MENSAJE
                   WS-ALE-SELLO-CORRIDA WS-ALE-FOLIO
           END-CALL.

       END PROGRAM reporte-duraciones.
