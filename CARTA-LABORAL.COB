
       SELECT NOMINA-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS RANDOM
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT PLANTILLA-CARTA
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD NOMINA-ENTRADA.
           COPY NOMIDX.

       FD PLANTILLA-CARTA.
       01  LINEA-PLANTILLA PIC X(100).
       01  WS-FILE-STATUS-CAR PIC X(2).
       01  WS-FILE-STATUS-EMI PIC X(2).
       01  FIN-DE-PLANTILLA PIC X.
       01  WS-ID-SOLICITADO PIC X(6).
       01  WS-SELLO PIC X(16).
       01  WS-FECHA-CARTA PIC X(10).
           END-IF.
           CLOSE EMPLEADOS-ARCHIVO.

      *    El salario vigente sale del maestro de nomina leido por su
      *    llave, armada con la regla de CRUCEID.cpy (con o sin
      *    prefijo de sitio).
           BUSCA-SALARIO-NOMINA.
           MOVE "N" TO WS-SALARIO-HALLADO.
           IF WS-ID-SOLICITADO IS NUMERIC
               DISPLAY "Aviso: no se pudo abrir el maestro de "
                   "nomina; la carta sale sin salario."
           ELSE
               MOVE CRUCE-ID-SITIO TO NMX-SITIO
               MOVE CRUCE-ID-NOMINA TO NMX-NUMERO
               READ NOMINA-ENTRADA
                   KEY IS NMX-LLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NMX-DATOS TO WS-REG-EMPLEADOS
                       MOVE WS-SALARIO-EMP TO WS-SALARIO-VIGENTE
                       MOVE "S" TO WS-SALARIO-HALLADO
               END-READ
               CLOSE NOMINA-ENTRADA
           END-IF.
           MOVE WS-SALARIO-VIGENTE TO WS-SALARIO-EDITADO.

           GENERA-CARTA.
           OPEN INPUT PLANTILLA-CARTA.
           IF WS-FILE-STATUS-PLA NOT = "00"
