       DATA DIVISION.
       FILE SECTION.
       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD CATALOGO-SITIOS.
       01  LINEA-CATALOGO PIC X(50).
