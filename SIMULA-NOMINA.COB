       FILE-CONTROL.
       SELECT EMPLEADOS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT PROPUESTA-SALARIOS

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-NOMINA.
           COPY NOMIDX.

       FD PROPUESTA-SALARIOS.
       01  LINEA-PROPUESTA PIC X(90).
           END-IF.

           LEE-SIGUIENTE-EMPLEADO.
           READ EMPLEADOS-NOMINA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DEL-MAESTRO
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
                   ADD 1 TO WS-TOTAL-LEIDOS
           END-READ.

