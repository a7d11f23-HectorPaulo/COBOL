      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REENVIO DE ALERTAS CRITICAS SIN ACUSE: REVISA
      *         BANDEJA-ALERTAS.txt (ALEREG.cpy) CONTRA
      *         ACUSES-ALERTAS.txt Y CADA ALERTA DE SEVERIDAD "C" QUE
      *         NADIE HA ACUSADO Y CUYO ULTIMO ENVIO TIENE MAS DE
      *         ALERTAS_REENVIO_MINUTOS (30 POR OMISION) LA VUELVE A
      *         LEVANTAR CON SU MISMO FOLIO POR levanta-alerta, QUE LA
      *         MANDA A LA GUARDIA DE LA HORA ACTUAL. DESPUES DE
      *         ALERTAS_REENVIO_MAXIMO REENVIOS (12 POR OMISION) SOLO
      *         LA REPORTA. SE PROGRAMA CADA POCOS MINUTOS; TERMINA CON
      *         RETURN-CODE 4 MIENTRAS QUEDEN CRITICAS SIN ACUSE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reenvia-alertas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT BANDEJA-ALERTAS
       ASSIGN TO DYNAMIC WS-RUTA-BANDEJA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-BAN.

       SELECT ACUSES-ALERTAS
       ASSIGN TO DYNAMIC WS-RUTA-ACUSES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ACA.

       DATA DIVISION.
       FILE SECTION.
       FD BANDEJA-ALERTAS.
       01  LINEA-BANDEJA PIC X(227).

       FD ACUSES-ALERTAS.
       01  LINEA-ACUSE PIC X(104).

       WORKING-STORAGE SECTION.
       COPY ALEREG.

       01  WS-RUTA-BANDEJA PIC X(200).
       01  WS-FILE-STATUS-BAN PIC X(2).
       01  WS-RUTA-ACUSES PIC X(200).
       01  WS-FILE-STATUS-ACA PIC X(2).
       01  FIN-DE-ARCHIVO PIC X.

       01  WS-MINUTOS-X PIC X(5).
       01  WS-MINUTOS-REENVIO PIC 9(4) VALUE 30.
       01  WS-MAXIMO-X PIC X(3).
       01  WS-MAXIMO-REENVIOS PIC 9(2) VALUE 12.

      *    Solo las criticas: folio, datos del envio original, sello
      *    del ultimo envio, reenvios hechos y si ya tiene acuse.
       01  WS-TABLA-CRITICAS.
           05 WS-CRI-RENGLON OCCURS 5000 TIMES.
               10 WS-CRI-FOLIO PIC 9(8).
               10 WS-CRI-PROGRAMA PIC X(20).
               10 WS-CRI-MENSAJE PIC X(80).
               10 WS-CRI-SELLO-CORRIDA PIC X(16).
               10 WS-CRI-ULTIMO-SELLO PIC X(16).
               10 WS-CRI-REENVIOS PIC 9(2).
               10 WS-CRI-ACUSADA PIC X.
       01  WS-TOTAL-CRITICAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-CRI PIC 9(4).
       01  WS-CRI-ENCONTRADA PIC 9(4).
       01  WS-FOLIO-BUSCADO PIC 9(8).

       01  WS-SELLO PIC X(16).
       01  WS-SELLO-CALC PIC X(16).
       01  WS-MINUTOS-CALC PIC 9(12).
       01  WS-MINUTOS-AHORA PIC 9(12).
       01  WS-MINUTOS-ULTIMO PIC 9(12).
       01  WS-FECHA-CALC PIC 9(8).
       01  WS-HORA-CALC PIC 9(2).
       01  WS-MINUTO-CALC PIC 9(2).

       01  WS-ALE-SEVERIDAD PIC X(1) VALUE "C".
       01  WS-ALE-PROGRAMA PIC X(20).
       01  WS-ALE-MENSAJE PIC X(80).
       01  WS-ALE-SELLO-CORRIDA PIC X(16).
       01  WS-ALE-FOLIO PIC 9(8).

       01  WS-TOTAL-REENVIADAS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-SIN-ACUSE PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-AGOTADAS PIC 9(5) VALUE ZEROES.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reenvia-alertas".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-PARAMETROS.
           PERFORM CARGA-CRITICAS.
           PERFORM CARGA-ACUSES.
           CALL "fecha-sello" USING WS-SELLO END-CALL.
           MOVE WS-SELLO TO WS-SELLO-CALC.
           PERFORM CALCULA-MINUTOS.
           MOVE WS-MINUTOS-CALC TO WS-MINUTOS-AHORA.
           PERFORM REVISA-CRITICA
               VARYING WS-IX-CRI FROM 1 BY 1
               UNTIL WS-IX-CRI > WS-TOTAL-CRITICAS.
           DISPLAY "Criticas sin acuse: " WS-TOTAL-SIN-ACUSE
               "  Reenviadas: " WS-TOTAL-REENVIADAS
               "  Sin mas reenvios: " WS-TOTAL-AGOTADAS.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-REENVIADAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           IF WS-TOTAL-SIN-ACUSE > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-RUTA-BANDEJA FROM ENVIRONMENT
               "BANDEJA_ALERTAS_PATH".
           IF WS-RUTA-BANDEJA = SPACES
               MOVE "BANDEJA-ALERTAS.txt" TO WS-RUTA-BANDEJA
           END-IF.
           ACCEPT WS-RUTA-ACUSES FROM ENVIRONMENT
               "ACUSES_ALERTAS_PATH".
           IF WS-RUTA-ACUSES = SPACES
               MOVE "ACUSES-ALERTAS.txt" TO WS-RUTA-ACUSES
           END-IF.
           ACCEPT WS-MINUTOS-X FROM ENVIRONMENT
               "ALERTAS_REENVIO_MINUTOS".
           IF WS-MINUTOS-X NOT = SPACES
               COMPUTE WS-MINUTOS-REENVIO =
                   FUNCTION NUMVAL(WS-MINUTOS-X)
           END-IF.
           ACCEPT WS-MAXIMO-X FROM ENVIRONMENT
               "ALERTAS_REENVIO_MAXIMO".
           IF WS-MAXIMO-X NOT = SPACES
               COMPUTE WS-MAXIMO-REENVIOS =
                   FUNCTION NUMVAL(WS-MAXIMO-X)
           END-IF.

           CARGA-CRITICAS.
           OPEN INPUT BANDEJA-ALERTAS.
           IF WS-FILE-STATUS-BAN NOT = "00"
               DISPLAY "Sin bandeja de alertas; nada que reenviar."
           ELSE
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-BANDEJA
               PERFORM AGREGA-CRITICA UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE BANDEJA-ALERTAS
           END-IF.

           LEE-LINEA-BANDEJA.
           READ BANDEJA-ALERTAS
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-BANDEJA TO ALERTA-REGISTRO
           END-READ.

           AGREGA-CRITICA.
           IF ALE-SEVERIDAD = "C"
               AND ALE-FOLIO IS NUMERIC
               AND ALE-REENVIO IS NUMERIC
               MOVE ALE-FOLIO TO WS-FOLIO-BUSCADO
               PERFORM BUSCA-CRITICA
               IF WS-CRI-ENCONTRADA = ZEROES
                   AND WS-TOTAL-CRITICAS < 5000
                   ADD 1 TO WS-TOTAL-CRITICAS
                   MOVE WS-TOTAL-CRITICAS TO WS-CRI-ENCONTRADA
                   MOVE ALE-FOLIO TO WS-CRI-FOLIO (WS-CRI-ENCONTRADA)
                   MOVE ALE-PROGRAMA
                       TO WS-CRI-PROGRAMA (WS-CRI-ENCONTRADA)
                   MOVE ALE-MENSAJE
                       TO WS-CRI-MENSAJE (WS-CRI-ENCONTRADA)
                   MOVE ALE-SELLO-CORRIDA
                       TO WS-CRI-SELLO-CORRIDA (WS-CRI-ENCONTRADA)
                   MOVE ZEROES TO WS-CRI-REENVIOS (WS-CRI-ENCONTRADA)
                   MOVE "N" TO WS-CRI-ACUSADA (WS-CRI-ENCONTRADA)
               END-IF
               IF WS-CRI-ENCONTRADA > ZEROES
                   MOVE ALE-SELLO
                       TO WS-CRI-ULTIMO-SELLO (WS-CRI-ENCONTRADA)
                   IF ALE-REENVIO > WS-CRI-REENVIOS (WS-CRI-ENCONTRADA)
                       MOVE ALE-REENVIO
                           TO WS-CRI-REENVIOS (WS-CRI-ENCONTRADA)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-LINEA-BANDEJA.

           BUSCA-CRITICA.
           MOVE ZEROES TO WS-CRI-ENCONTRADA.
           PERFORM VARYING WS-IX-CRI FROM 1 BY 1
               UNTIL WS-IX-CRI > WS-TOTAL-CRITICAS
               OR WS-CRI-ENCONTRADA > ZEROES
               IF WS-CRI-FOLIO (WS-IX-CRI) = WS-FOLIO-BUSCADO
                   MOVE WS-IX-CRI TO WS-CRI-ENCONTRADA
               END-IF
           END-PERFORM.

           CARGA-ACUSES.
           OPEN INPUT ACUSES-ALERTAS.
           IF WS-FILE-STATUS-ACA = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-ACUSE
               PERFORM MARCA-ACUSADA UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE ACUSES-ALERTAS
           END-IF.

           LEE-LINEA-ACUSE.
           READ ACUSES-ALERTAS
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-ACUSE TO ACUSE-ALERTA
           END-READ.

           MARCA-ACUSADA.
           IF ACA-FOLIO IS NUMERIC
               MOVE ACA-FOLIO TO WS-FOLIO-BUSCADO
               PERFORM BUSCA-CRITICA
               IF WS-CRI-ENCONTRADA > ZEROES
                   MOVE "S" TO WS-CRI-ACUSADA (WS-CRI-ENCONTRADA)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-ACUSE.

           REVISA-CRITICA.
           IF WS-CRI-ACUSADA (WS-IX-CRI) = "N"
               ADD 1 TO WS-TOTAL-SIN-ACUSE
               MOVE WS-CRI-ULTIMO-SELLO (WS-IX-CRI) TO WS-SELLO-CALC
               PERFORM CALCULA-MINUTOS
               MOVE WS-MINUTOS-CALC TO WS-MINUTOS-ULTIMO
               IF WS-MINUTOS-AHORA - WS-MINUTOS-ULTIMO
                   >= WS-MINUTOS-REENVIO
                   IF WS-CRI-REENVIOS (WS-IX-CRI) < WS-MAXIMO-REENVIOS
                       PERFORM REENVIA-CRITICA
                   ELSE
                       ADD 1 TO WS-TOTAL-AGOTADAS
                       DISPLAY "Alerta " WS-CRI-FOLIO (WS-IX-CRI)
                           " lleva " WS-CRI-REENVIOS (WS-IX-CRI)
                           " reenvios sin acuse; ya no se reenvia."
                   END-IF
               END-IF
           END-IF.

           REENVIA-CRITICA.
           MOVE WS-CRI-PROGRAMA (WS-IX-CRI) TO WS-ALE-PROGRAMA.
           MOVE WS-CRI-MENSAJE (WS-IX-CRI) TO WS-ALE-MENSAJE.
           MOVE WS-CRI-SELLO-CORRIDA (WS-IX-CRI)
               TO WS-ALE-SELLO-CORRIDA.
           MOVE WS-CRI-FOLIO (WS-IX-CRI) TO WS-ALE-FOLIO.
           CALL "levanta-alerta"
               USING WS-ALE-SEVERIDAD WS-ALE-PROGRAMA WS-ALE-MENSAJE
                   WS-ALE-SELLO-CORRIDA WS-ALE-FOLIO
           END-CALL.
           ADD 1 TO WS-TOTAL-REENVIADAS.

      *    Minutos corridos desde el dia 1 del calendario para un
      *    sello AAAAMMDDHHMM...; un sello no valido da cero (se
      *    reenvia de inmediato).
           CALCULA-MINUTOS.
           MOVE ZEROES TO WS-MINUTOS-CALC.
           IF WS-SELLO-CALC (1:12) IS NUMERIC
               MOVE WS-SELLO-CALC (1:8) TO WS-FECHA-CALC
               MOVE WS-SELLO-CALC (9:2) TO WS-HORA-CALC
               MOVE WS-SELLO-CALC (11:2) TO WS-MINUTO-CALC
               COMPUTE WS-MINUTOS-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC) * 1440
                   + WS-HORA-CALC * 60 + WS-MINUTO-CALC
           END-IF.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM reenvia-alertas.
