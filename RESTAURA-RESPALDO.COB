       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IDX.

       SELECT NOMINA-MAESTRO
       ASSIGN TO DYNAMIC WS-RUTA-TRABAJO
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IDX.

       DATA DIVISION.
       FILE SECTION.
       FD MANIFIESTO.
       FD INCAPACIDADES.
           COPY INCREG.

       FD NOMINA-MAESTRO.
           COPY NOMIDX.

       WORKING-STORAGE SECTION.
       COPY RESREG.

                   MOVE "D" TO WS-TIPO-ARCHIVO
               WHEN "INCAPACIDADES"
                   MOVE "I" TO WS-TIPO-ARCHIVO
               WHEN "NOMINA.dat"
                   MOVE "N" TO WS-TIPO-ARCHIVO
               WHEN OTHER
                   MOVE "S" TO WS-TIPO-ARCHIVO
           END-EVALUATE.
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

       END PROGRAM restaura-respaldo.
