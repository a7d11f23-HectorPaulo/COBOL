
       SELECT NOMINA-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT EMPLEADOS-ARCHIVO
       FD PARAMETROS.
       01  LINEA-PARAMETROS PIC X(50).

       FD NOMINA-ENTRADA.
           COPY NOMIDX.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
           CLOSE EMPLEADOS-ARCHIVO.

           LEE-NOMINA.
           READ NOMINA-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-NOMINA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

           AGREGA-EMPLEADO-PTU.
