           COPY EMPREG.

       FD  EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-ARCHIVO PIC X(200).
           MOVE WS-ID-NUEVO TO AUD-ID.
           MOVE WS-AUDIT-ANTES TO AUD-ANTES.
           MOVE WS-AUDIT-DESPUES TO AUD-DESPUES.
           CALL "encadena-auditoria" USING WS-LINEA-AUDITORIA-DET
           END-CALL.
           MOVE WS-LINEA-AUDITORIA-DET TO LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.

