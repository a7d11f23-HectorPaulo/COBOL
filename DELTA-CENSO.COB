
       SELECT NOMINA-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS RANDOM
       FILE STATUS IS WS-FILE-STATUS-NOM.

      *    Imagen del censo del mes anterior: una linea por asegurado
       FD DEPENDIENTES.
           COPY DEPREG.

       FD NOMINA-ENTRADA.
           COPY NOMIDX.

       FD IMAGEN-ANTERIOR.
       01  LINEA-IMAGEN PIC X(60).
       01  WS-TOTAL-ACTUAL PIC 9(4) VALUE ZEROES.
       01  WS-IX-ACT PIC 9(4).

       01  WS-NOMINA-ABIERTA PIC X VALUE "N".

       01  WS-BENEF-ACTUAL PIC X(40).
       01  WS-IX-BENEF PIC 9(2).
           PERFORM RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGA-IMAGEN-ANTERIOR.
           PERFORM ABRE-MAESTRO-NOMINA.
           PERFORM ARMA-CENSO-ACTUAL.
           PERFORM EMITE-MOVIMIENTOS.
           IF WS-NOMINA-ABIERTA = "S"
               CLOSE NOMINA-ENTRADA
           END-IF.
           PERFORM REESCRIBE-IMAGEN.
           DISPLAY "CONTEO DE CONTROL POR TIPO DE MOVIMIENTO".
           DISPLAY "  Altas de cobertura:       " WS-TOTAL-ALTAS.
      *    El salario para la suma asegurada sale del maestro de
      *    nomina (cruce de CRUCEID.cpy); sin maestro las altas
      *    salen con suma cero y se completan a mano.
           ABRE-MAESTRO-NOMINA.
           OPEN INPUT NOMINA-ENTRADA.
           IF WS-FILE-STATUS-NOM NOT = "00"
               DISPLAY "Aviso: sin maestro de nomina; las altas "
                   "salen con suma asegurada en cero."
           ELSE
               MOVE "S" TO WS-NOMINA-ABIERTA
           END-IF.

      *    El censo vigente: activos y en licencia, cada uno con su
      *    designacion de beneficiarios condensada (secuencia y
      *    porcentaje de cada designado).
           MOVE "ALTA" TO MOV-TIPO.
           MOVE WS-ACT-ID (WS-IX-ACT) TO MOV-ID.
           MOVE ZEROES TO WS-SUMA-ASEGURADA.
           IF WS-NOMINA-ABIERTA = "S"
               PERFORM LEE-SALARIO-NOMINA
           END-IF.
           MOVE SPACES TO MOV-DATO.
           STRING "SUMA " WS-SUMA-ASEGURADA DELIMITED BY SIZE
           MOVE WS-LINEA-MOV-DET TO LINEA-MOVIMIENTO.
           WRITE LINEA-MOVIMIENTO.

      *    La llave del maestro sale del ID del directorio con la
      *    regla de CRUCEID.cpy.
           LEE-SALARIO-NOMINA.
           IF WS-ACT-ID (WS-IX-ACT) IS NUMERIC
               MOVE SPACES TO NMX-SITIO
               MOVE WS-ACT-ID (WS-IX-ACT) (2:5) TO CRUCE-ID-NOMINA-X
           ELSE
               MOVE WS-ACT-ID (WS-IX-ACT) (1:2) TO NMX-SITIO
               MOVE ZEROES TO CRUCE-ID-NOMINA
               MOVE WS-ACT-ID (WS-IX-ACT) (3:4)
                   TO CRUCE-ID-NOMINA-X (2:4)
           END-IF.
           MOVE CRUCE-ID-NOMINA TO NMX-NUMERO.
           READ NOMINA-ENTRADA
               KEY IS NMX-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
                   COMPUTE WS-SUMA-ASEGURADA =
                       WS-SALARIO-EMP * WS-MESES-SUMA
           END-READ.

           REPORTA-BAJA-IMAGEN.
           IF WS-ANT-VISTO (WS-IX-ANT) NOT = "S"
               ADD 1 TO WS-TOTAL-BAJAS
