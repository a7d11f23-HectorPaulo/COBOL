       DATA DIVISION.
       FILE SECTION.
       FD APROBACIONES-SALARIO.
       01  LINEA-APROBACION PIC X(120).

       FD APROBACIONES-RPT.
       01  LINEA-REPORTE PIC X(100).
