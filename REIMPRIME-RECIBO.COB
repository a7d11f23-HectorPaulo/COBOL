       01  LINEA-INDICE PIC X(110).

       FD CIFRAS-BOVEDA.
       01  LINEA-CIFRAS PIC X(194).

       FD RECIBO-REIMPRESO.
       01  LINEA-RECIBO PIC X(80).
           MOVE CIF-BRUTO TO REC-IMPORTE.
           MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
      *    Las cifras guardadas antes de existir el destajo no traen
      *    la columna; se toma solo si es numerica.
           IF CIF-DESTAJO IS NUMERIC
               AND CIF-DESTAJO NOT = ZEROES
               MOVE "PAGO A DESTAJO (INCLUIDO)" TO REC-CONCEPTO
               MOVE CIF-DESTAJO TO REC-IMPORTE
               MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-IF.
           MOVE "DEDUCCIONES" TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE "ISR RETENIDO" TO REC-CONCEPTO.
               MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-IF.
           IF CIF-SINDICAL IS NUMERIC
               AND CIF-SINDICAL NOT = ZEROES
               MOVE "CUOTA SINDICAL" TO REC-CONCEPTO
               MOVE CIF-SINDICAL TO REC-IMPORTE
               MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-IF.
           IF CIF-FONDO NOT = ZEROES
               MOVE "APORTACION FONDO DE AHORRO" TO REC-CONCEPTO
               MOVE CIF-FONDO TO REC-IMPORTE
