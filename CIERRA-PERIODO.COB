      *         siguiente corrida o limpia-generaciones no se los
      *         coma; consulta-boveda lista lo guardado y
      *         reimprime-recibo regenera un recibo desde las cifras
      *         de la boveda sin tocar el periodo en curso. Una
      *         semana (SEAASS) barre los artefactos -SEMANAL.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-ART-ETIQUETA PIC X(12).
               10 WS-ART-VARIABLE PIC X(29).
               10 WS-ART-OMISION PIC X(29).
      *    Nombres por omision de la nomina semanal (periodos SEAASS),
      *    en el mismo orden que la tabla de arriba.
       01  WS-LISTA-OMISION-SEM.
           05 FILLER PIC X(29) VALUE "CIFRAS-NOMINA-SEMANAL.dat".
           05 FILLER PIC X(29) VALUE "DISPERSION-NOMINA-SEMANAL.txt".
           05 FILLER PIC X(29) VALUE "RECIBOS-NOMINA-SEMANAL.txt".
           05 FILLER PIC X(29) VALUE "POLIZA-CONTABLE-SEMANAL.txt".
       01  WS-TABLA-OMISION-SEM REDEFINES WS-LISTA-OMISION-SEM.
           05 WS-ART-OMISION-SEM OCCURS 4 TIMES PIC X(29).
       01  WS-OMISION-ARTEFACTO PIC X(29).

       PROCEDURE DIVISION.

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-PERIODO-CIERRE (1:2) = "SE"
               MOVE WS-ART-OMISION-SEM (WS-IX-ART)
                   TO WS-OMISION-ARTEFACTO
           ELSE
               MOVE WS-ART-OMISION (WS-IX-ART) TO WS-OMISION-ARTEFACTO
           END-IF.
           IF WS-RUTA-ARTEFACTO = SPACES
               MOVE WS-OMISION-ARTEFACTO TO WS-RUTA-ARTEFACTO
           END-IF.
           MOVE SPACES TO WS-RUTA-BOVEDA.
           STRING "BOVEDA-" DELIMITED BY SIZE
               WS-PERIODO-CIERRE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OMISION-ARTEFACTO)
                   DELIMITED BY SIZE
               INTO WS-RUTA-BOVEDA
           END-STRING.
