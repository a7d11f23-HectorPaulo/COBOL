       01  LINEA-BITACORA PIC X(83).

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       FD AUDITORIA-OPERADORES.
       01  LINEA-AUD-OPE PIC X(80).
