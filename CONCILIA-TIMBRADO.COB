       01  LINEA-RESPUESTA PIC X(70).

       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD FOLIOS-CFDI.
       01  LINEA-FOLIO-CFDI PIC X(60).
