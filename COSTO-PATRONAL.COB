       FILE-CONTROL.
       SELECT EMPLEADOS-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-ENTRADA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ENT.

       SELECT EMPLEADOS-ORDEN ASSIGN TO "SORTWK08".

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ENTRADA.
           COPY NOMIDX.

       SD  EMPLEADOS-ORDEN.
       01  SD-REG-NOMINA.
           05 SD-DEPTO PIC 9(3).
           05 SD-REG-COMPLETO PIC X(56).

       FD  REPORTE-COSTO.
       01  LINEA-REPORTE PIC X(110).
           CLOSE EMPLEADOS-ENTRADA.

           LEE-REGISTRO-NOMINA.
           READ EMPLEADOS-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-NOMINA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

           LIBERA-REGISTRO.
