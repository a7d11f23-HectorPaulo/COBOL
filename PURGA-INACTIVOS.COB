           COPY EMPREG.

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       FD LISTADO-PURGA.
       01  LINEA-LISTADO PIC X(80).
           MOVE WS-USUARIO-AUDIT TO AUD-USUARIO.
           MOVE "PURGA" TO AUD-TRANSACCION.
           MOVE EMPLEADOS-ID TO AUD-ID.
           CALL "encadena-auditoria" USING WS-LINEA-AUDITORIA-DET
           END-CALL.
           MOVE WS-LINEA-AUDITORIA-DET TO LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.
       END PROGRAM purga-inactivos.
