       FILE-CONTROL.
       SELECT NOMINA-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT NOMINA-ORDEN ASSIGN TO "SORTWK07".

       DATA DIVISION.
       FILE SECTION.
       FD NOMINA-ENTRADA.
           COPY NOMIDX.

       SD  NOMINA-ORDEN.
       01  SD-REG-NOMINA.
           05 SD-DEPTO PIC 9(3).
           05 SD-REG-COMPLETO PIC X(56).

       FD SALDOS-VACACIONES.
           COPY VACREG.
           CLOSE NOMINA-ENTRADA.

           LEE-REGISTRO-NOMINA.
           READ NOMINA-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-NOMINA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

           LIBERA-REGISTRO.
