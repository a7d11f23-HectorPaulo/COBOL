       01  LINEA-SNAPSHOT PIC X(218).

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       FD INDICE-AUDITORIA.
       01  LINEA-INDICE PIC X(90).
