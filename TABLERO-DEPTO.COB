      *         (TABLERO_UMBRAL_VACACIONES, 10 POR OMISION),
      *         PENDIENTES ABIERTOS DE LA COLA DE CALIDAD DE SUS
      *         EMPLEADOS Y EL SUBTOTAL DE COSTO SALARIAL DEL MAESTRO
      *         DE NOMINA (LEIDO POR LA LLAVE ALTERNA DE
      *         DEPARTAMENTO). EL DEPARTAMENTO VIENE EN TABLERO_DEPTO O
      *         SE CAPTURA EN PANTALLA; EL CRUCE DIRECTORIO/NOMINA ES
      *         LA REGLA DE CRUCEID.cpy.
      * Tectonics: cobc -I copybooks

       SELECT NOMINA-MAESTRO
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ALTERNATE RECORD KEY IS NMX-DEPTO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-NOM.

       DATA DIVISION.
       FD COLA-CALIDAD.
           COPY COLREG.

       FD NOMINA-MAESTRO.
           COPY NOMIDX.

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
                       "nomina)"
               ELSE
                   MOVE "1" TO FIN-DE-NOMINA
                   MOVE WS-DEPTO-TABLERO TO NMX-DEPTO
                   START NOMINA-MAESTRO KEY IS = NMX-DEPTO
                       INVALID KEY
                           MOVE "0" TO FIN-DE-NOMINA
                   END-START
                   IF FIN-DE-NOMINA = "1"
                       PERFORM LEE-REGISTRO-NOMINA
                   END-IF
                   PERFORM SUMA-COSTO UNTIL FIN-DE-NOMINA = "0"
                   CLOSE NOMINA-MAESTRO
                   MOVE WS-COSTO-SALARIAL TO WS-COSTO-EDITADO
           END-IF.

           LEE-REGISTRO-NOMINA.
           READ NOMINA-MAESTRO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-NOMINA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

           SUMA-COSTO.
           IF WS-DEPTO-EMP = WS-DEPTO-TABLERO
               ADD WS-SALARIO-EMP TO WS-COSTO-SALARIAL
               PERFORM LEE-REGISTRO-NOMINA
           ELSE
               MOVE "0" TO FIN-DE-NOMINA
           END-IF.

       END PROGRAM tablero-depto.
