       FILE-CONTROL.
       SELECT NOMINA-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT EMPLEADOS-ARCHIVO

       DATA DIVISION.
       FILE SECTION.
       FD NOMINA-ENTRADA.
           COPY NOMIDX.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
           END-IF.

           LEE-REGISTRO-NOMINA.
           READ NOMINA-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-NOMINA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
                   ADD 1 TO WS-TOTAL-LEIDOS
           END-READ.

