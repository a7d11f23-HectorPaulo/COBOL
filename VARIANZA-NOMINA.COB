      *         LOS QUE APARECEN (NUEVO) Y A LOS QUE DESAPARECEN
      *         (YA NO ESTA), CON LA RAZON DEL MOVIMIENTO, PARA QUE LA
      *         REVISION DE NOMINA TOME MINUTOS Y NO EL REGISTRO
      *         COMPLETO. CADA RENGLON EMPIEZA CON EL DEPARTAMENTO
      *         DEL EMPLEADO PARA QUE reparte-reportes PUEDA CORTAR
      *         EL REPORTE POR DESTINATARIO.
      *
      *         VARIANZA_PORC viene en centesimas (1000 = 10.00%),
      *         igual que los porcentajes de registro-nomina.
       DATA DIVISION.
       FILE SECTION.
       FD CIFRAS-ACTUAL.
       01  LINEA-ACTUAL PIC X(194).

       FD CIFRAS-ANTERIOR.
       01  LINEA-ANTERIOR PIC X(194).

       FD REPORTE-VARIANZA.
       01  LINEA-REPORTE PIC X(100).
           05 WS-ANT-RENGLON OCCURS 9999 TIMES.
               10 WS-ANT-NUMERO PIC 9(5).
               10 WS-ANT-NOMBRE PIC X(30).
               10 WS-ANT-DEPTO PIC 9(3).
               10 WS-ANT-BRUTO PIC S9(7)V99.
               10 WS-ANT-NETO PIC S9(7)V99.
               10 WS-ANT-USADO PIC X.
       01  WS-TOTAL-EXCEPCIONES PIC 9(6) VALUE ZEROES.

       01  WS-LINEA-VARIANZA.
           05 VAR-DEPTO PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 VAR-NUMERO PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 VAR-NOMBRE PIC X(30).
               ADD 1 TO WS-TOTAL-ANTERIORES
               MOVE CIF-NUMERO TO WS-ANT-NUMERO (WS-TOTAL-ANTERIORES)
               MOVE CIF-NOMBRE TO WS-ANT-NOMBRE (WS-TOTAL-ANTERIORES)
               MOVE CIF-DEPTO TO WS-ANT-DEPTO (WS-TOTAL-ANTERIORES)
               MOVE CIF-BRUTO TO WS-ANT-BRUTO (WS-TOTAL-ANTERIORES)
               MOVE CIF-NETO TO WS-ANT-NETO (WS-TOTAL-ANTERIORES)
               MOVE "N" TO WS-ANT-USADO (WS-TOTAL-ANTERIORES)
           END-IF.
           IF WS-PORCENTAJE-MOVIDO > WS-PORC-VARIANZA
               OR WS-PORCENTAJE-MOVIDO < ZEROES - WS-PORC-VARIANZA
               MOVE CIF-DEPTO TO VAR-DEPTO
               MOVE CIF-NUMERO TO VAR-NUMERO
               MOVE CIF-NOMBRE TO VAR-NOMBRE
               MOVE WS-ANT-NETO (WS-ANT-ENCONTRADO)
           END-IF.

           REPORTA-NUEVO.
           MOVE CIF-DEPTO TO VAR-DEPTO.
           MOVE CIF-NUMERO TO VAR-NUMERO.
           MOVE CIF-NOMBRE TO VAR-NOMBRE.
           MOVE ZEROES TO VAR-NETO-ANTERIOR.
           PERFORM VARYING WS-IX-ANT FROM 1 BY 1
               UNTIL WS-IX-ANT > WS-TOTAL-ANTERIORES
               IF WS-ANT-USADO (WS-IX-ANT) = "N"
                   MOVE WS-ANT-DEPTO (WS-IX-ANT) TO VAR-DEPTO
                   MOVE WS-ANT-NUMERO (WS-IX-ANT) TO VAR-NUMERO
                   MOVE WS-ANT-NOMBRE (WS-IX-ANT) TO VAR-NOMBRE
                   MOVE WS-ANT-NETO (WS-IX-ANT) TO VAR-NETO-ANTERIOR
