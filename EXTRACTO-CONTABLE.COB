      *
      *         El archivo de mapeo trae una linea clave,cuenta por
      *         departamento o centro de costos (p.ej. "401,5101001")
      *         y las claves fijas ISR, IMS, PEN, INF, FAL, FON, SGM,
      *         SIN, OTR y NET para las cuentas por pagar de cada
      *         cubeta de deduccion de las cifras.
      *
      *         Los empleados con reparto entre centros de costos
      *         (SPLITS-CC.txt: numero,centro,porcentaje, la suma por
       DATA DIVISION.
       FILE SECTION.
       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD CUENTAS-CONTABLES.
       01  LINEA-CUENTA PIC X(40).
       01  WS-TOTAL-FALTAS PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-FONDO PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-SGMM PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-SINDICAL PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-OTRAS PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-NETO PIC S9(9)V99 VALUE ZEROES.

               ADD CIF-FALTAS TO WS-TOTAL-FALTAS
               ADD CIF-FONDO TO WS-TOTAL-FONDO
               ADD CIF-SGMM TO WS-TOTAL-SGMM
               IF CIF-SINDICAL IS NUMERIC
                   ADD CIF-SINDICAL TO WS-TOTAL-SINDICAL
               END-IF
               ADD CIF-OTRAS TO WS-TOTAL-OTRAS
               ADD CIF-NETO TO WS-TOTAL-NETO
           END-IF.
               WRITE LINEA-POLIZA
               ADD WS-TOTAL-SGMM TO WS-TOTAL-ABONOS
           END-IF.
           IF WS-TOTAL-SINDICAL NOT = ZEROES
               MOVE "SIN" TO WS-CLAVE-BUSCADA
               PERFORM BUSCA-CUENTA
               MOVE "ABONO" TO ASI-TIPO
               MOVE WS-CUENTA-HALLADA TO ASI-CUENTA
               MOVE WS-TOTAL-SINDICAL TO ASI-IMPORTE
               MOVE "CUOTA SINDICAL POR PAGAR" TO ASI-CONCEPTO
               MOVE WS-LINEA-ASIENTO TO LINEA-POLIZA
               WRITE LINEA-POLIZA
               ADD WS-TOTAL-SINDICAL TO WS-TOTAL-ABONOS
           END-IF.
           IF WS-TOTAL-OTRAS NOT = ZEROES
               MOVE "OTR" TO WS-CLAVE-BUSCADA
               PERFORM BUSCA-CUENTA
