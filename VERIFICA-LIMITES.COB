      *         Y NO DESPUES. CON VERIFICA_LIMITES_PROGRAMA SE REVISA
      *         UN SOLO PROGRAMA (EL PASO QUE ACABA DE CORRER);
      *         VACIO, SE REVISAN TODOS LOS DEL ARCHIVO DE LIMITES.
      *         LOS LIMITES ROTOS LEVANTAN ADEMAS UNA ALERTA CRITICA
      *         (levanta-alerta) PARA LA GUARDIA DE OPERACION.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  LINEA-BITACORA PIC X(83).

       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD CIFRAS-ANTERIOR.
       01  LINEA-CIFRAS-ANT PIC X(194).

       WORKING-STORAGE SECTION.
       COPY BITREG.
       01  WS-VARIACION PIC S9(9)V99.
       01  WS-VARIACION-PCT PIC 9(5)V99.
       01  WS-TOTAL-ROTOS PIC 9(3) VALUE ZEROES.
       01  WS-PRIMER-ROTO PIC X(20) VALUE SPACES.

      *    Alerta de operacion (levanta-alerta): severidad C/M/A,
      *    programa, mensaje, sello de esta corrida y folio asignado.
       01  WS-ALE-SEVERIDAD PIC X(1).
       01  WS-ALE-PROGRAMA PIC X(20) VALUE "verifica-limites".
       01  WS-ALE-MENSAJE PIC X(80).
       01  WS-ALE-SELLO-CORRIDA PIC X(16).
       01  WS-ALE-FOLIO PIC 9(8).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "fecha-sello" USING WS-ALE-SELLO-CORRIDA END-CALL.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-LIMITES.
           IF WS-TOTAL-LIMITES = ZEROES
           IF WS-TOTAL-ROTOS > ZEROES
               DISPLAY "LIMITES ROTOS: " WS-TOTAL-ROTOS "; la "
                   "cadena debe detenerse antes de la dispersion."
               MOVE SPACES TO WS-ALE-MENSAJE
               STRING WS-TOTAL-ROTOS " limites rotos (primero: "
                   FUNCTION TRIM(WS-PRIMER-ROTO)
                   "); cadena detenida antes de dispersar."
                   DELIMITED BY SIZE INTO WS-ALE-MENSAJE
               END-STRING
               MOVE "C" TO WS-ALE-SEVERIDAD
               PERFORM LEVANTA-ALERTA
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Todos los limites de control en orden."
                   PERFORM VERIFICA-VARIACION-NETO
               END-IF
           END-IF.
           IF WS-TOTAL-ROTOS > ZEROES AND WS-PRIMER-ROTO = SPACES
               MOVE WS-LIM-PROGRAMA (WS-IX-LIM) TO WS-PRIMER-ROTO
           END-IF.

      *    La variacion del neto total contra la corrida anterior se
      *    mide en por ciento; sin respaldo anterior (primera
               END-IF
           END-IF.

           LEVANTA-ALERTA.
           MOVE ZEROES TO WS-ALE-FOLIO.
           CALL "levanta-alerta"
               USING WS-ALE-SEVERIDAD WS-ALE-PROGRAMA WS-ALE-MENSAJE
                   WS-ALE-SELLO-CORRIDA WS-ALE-FOLIO
           END-CALL.

       END PROGRAM verifica-limites.
