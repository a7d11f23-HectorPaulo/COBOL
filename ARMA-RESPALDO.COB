       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IDX.

       SELECT NOMINA-MAESTRO
       ASSIGN TO DYNAMIC WS-RUTA-TRABAJO
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IDX.

       SELECT MANIFIESTO
       ASSIGN TO DYNAMIC WS-RUTA-MANIFIESTO
       ORGANIZATION IS LINE SEQUENTIAL
       FD INCAPACIDADES.
           COPY INCREG.

       FD NOMINA-MAESTRO.
           COPY NOMIDX.

       FD MANIFIESTO.
       01  LINEA-MANIFIESTO PIC X(150).


      *    La lista del juego: nombre logico, variable de ambiente de
      *    su ruta, ruta por omision y tipo de lectura para el conteo
      *    (S = lineas, E/V/D/I/N = indexado con su layout).
       01  WS-LISTA-ARCHIVOS.
           05 FILLER PIC X(55) VALUE
               "EMPLEADOS.dat         EMPLEADOS_DAT_PATH           E".
           05 FILLER PIC X(55) VALUE
               "NOMINA.dat            RESPALDO_NOMINA_PATH         N".
           05 FILLER PIC X(55) VALUE
               "PERIODOS-NOMINA.txt   PERIODOS_NOMINA_PATH         S".
           05 FILLER PIC X(55) VALUE
                   PERFORM CUENTA-DEPENDIENTES
               WHEN "I"
                   PERFORM CUENTA-INCAPACIDADES
               WHEN "N"
                   PERFORM CUENTA-NOMINA
               WHEN OTHER
                   PERFORM CUENTA-LINEAS
           END-EVALUATE.
                   END-CALL
           END-READ.

      *    El maestro de nomina conserva el mismo total de control
      *    que cuando era secuencial: los primeros 6 bytes de la
      *    imagen NOMREG.cpy (numero de empleado y primera letra).
           CUENTA-NOMINA.
           OPEN INPUT NOMINA-MAESTRO.
           IF WS-FILE-STATUS-IDX NOT = "00"
               MOVE "X" TO FIN-DE-ENTRADA
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM CUENTA-UN-EMPLEADO-NOMINA
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE NOMINA-MAESTRO
           END-IF.

           CUENTA-UN-EMPLEADO-NOMINA.
           READ NOMINA-MAESTRO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   ADD 1 TO WS-CONTEO
                   MOVE NMX-DATOS (1:6) TO WS-LLAVE-HASH
                   CALL "hash-total-id"
                       USING WS-LLAVE-HASH WS-HASH
                   END-CALL
           END-READ.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
