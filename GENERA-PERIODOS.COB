      *         CALENDARIO-FESTIVOS.txt) SALE EN UN LISTADO APARTE:
      *         PERREG NO CARGA COLUMNA DE PAGO Y LAS FECHAS DEL
      *         PERIODO NO SE MUEVEN PARA NO ROMPER EL EMBALDOSADO.
      *         LAS SEMANAS LLEVAN PER-ID SEAASS (SE2601 = SEMANA 1 DE
      *         2026) PARA CONVIVIR EN EL MISMO CONTROL CON LAS
      *         QUINCENAS AAAAQQ; CADA ESQUEMA SE VALIDA CONTRA SUS
      *         PROPIOS RENGLONES.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-EXISTENTES PIC 9(4) VALUE ZEROES.
       01  WS-ESPERADO-INICIO PIC 9(8).
       01  WS-EMBALDOSA PIC X VALUE "S".
       01  WS-RENGLON-SEMANAL PIC X.

       01  WS-LINEA-PAGO-DET.
           05 PAG-ID PIC X(6).
           ACCEPT WS-RUTA-LISTADO FROM ENVIRONMENT
               "GENERA_PERIODOS_LISTADO_PATH".
           IF WS-RUTA-LISTADO = SPACES
               IF WS-ESQUEMA = "SEMANAL"
                   MOVE "CALENDARIO-PAGOS-SEMANAL.txt"
                       TO WS-RUTA-LISTADO
               ELSE
                   MOVE "CALENDARIO-PAGOS.txt" TO WS-RUTA-LISTADO
               END-IF
           END-IF.
           COMPUTE WS-FIN-DE-ANO = WS-ANO * 10000 + 1231.

           COMPUTE WS-INICIO-SEMANA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FIN-SEMANA) + 1).

      *    Quincena AAAAQQ; semana SEAASS, para que la nomina semanal
      *    y la quincenal nunca compartan identificador en cifras,
      *    boveda ni conciliaciones.
           ARMA-ID-PERIODO.
           MOVE SPACES TO WS-GEN-ID (WS-TOTAL-GENERADOS).
           IF WS-ESQUEMA = "SEMANAL"
               MOVE "SE" TO WS-GEN-ID (WS-TOTAL-GENERADOS) (1:2)
               MOVE WS-ANO-X (3:2)
                   TO WS-GEN-ID (WS-TOTAL-GENERADOS) (3:2)
           ELSE
               MOVE WS-ANO TO WS-GEN-ID (WS-TOTAL-GENERADOS) (1:4)
           END-IF.
           MOVE WS-NUM-PERIODO
               TO WS-GEN-ID (WS-TOTAL-GENERADOS) (5:2).

               CLOSE PERIODOS-NOMINA
           END-IF.
           IF WS-ANO-YA-EXISTE = "S" OR WS-TRASLAPE = "S"
               DISPLAY "El ano " WS-ANO " ya tiene periodos "
                   FUNCTION TRIM(WS-ESQUEMA) " en el archivo (o un "
                   "rango existente lo pisa); no se escribe nada."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           END-READ.

           REVISA-PERIODO-EXISTENTE.
           IF PER-ID (1:2) = "SE"
               MOVE "S" TO WS-RENGLON-SEMANAL
           ELSE
               MOVE "N" TO WS-RENGLON-SEMANAL
           END-IF.
           IF PER-ID NOT = SPACES
               AND ((WS-ESQUEMA = "SEMANAL"
                   AND WS-RENGLON-SEMANAL = "S")
               OR (WS-ESQUEMA NOT = "SEMANAL"
                   AND WS-RENGLON-SEMANAL = "N"))
               ADD 1 TO WS-EXISTENTES
               IF (WS-RENGLON-SEMANAL = "N"
                   AND PER-ID (1:4) = WS-ANO-X)
                   OR (WS-RENGLON-SEMANAL = "S"
                   AND PER-ID (3:2) = WS-ANO-X (3:2))
                   MOVE "S" TO WS-ANO-YA-EXISTE
               END-IF
               IF PER-INICIO (1:4) = WS-ANO-X
