       01  LINEA-RETORNO PIC X(77).

       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
