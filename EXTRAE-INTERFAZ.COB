       FILE-CONTROL.
       SELECT EMPLEADOS-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-ENTRADA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ENT.

       SELECT EXTRACTO-INTERFAZ

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ENTRADA.
           COPY NOMIDX.

       FD  EXTRACTO-INTERFAZ.
       01  LINEA-EXTRACTO PIC X(40).
           END-IF.

           LEE-SIGUIENTE-EMPLEADO.
           READ EMPLEADOS-ENTRADA NEXT RECORD
               AT END
                   MOVE "S" TO FIN-DEL-MAESTRO
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
                   ADD 1 TO WS-TOTAL-LEIDOS
           END-READ.

