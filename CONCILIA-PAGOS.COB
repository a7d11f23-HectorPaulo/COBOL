       DATA DIVISION.
       FILE SECTION.
       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD ARCHIVO-DISPERSION.
       01  LINEA-DISPERSION PIC X(50).

       FD REGISTRO-CHEQUES.
       01  LINEA-CHEQUE PIC X(110).

       FD CONCILIACIONES.
       01  LINEA-CONCILIACION PIC X(40).
           END-IF.
           PERFORM LEE-LINEA-DISPERSION.

      *    Entran los cheques vivos del periodo (emitidos,
      *    reexpedidos y ya pagados por el banco); los cancelados no
      *    son dinero en la calle.
           CARGA-CHEQUES-PERIODO.
           OPEN INPUT REGISTRO-CHEQUES.
           IF WS-FILE-STATUS-CHQ NOT = "00"

           AGREGA-CHEQUE.
           IF CHQ-FOLIO IS NUMERIC
               AND (CHQ-STATUS = "E" OR CHQ-STATUS = "R"
                   OR CHQ-STATUS = "P")
               AND (WS-PERIODO-CORRIDA = SPACES
                   OR CHQ-PERIODO = WS-PERIODO-CORRIDA)
               AND WS-TOTAL-CHEQUES < 5000
