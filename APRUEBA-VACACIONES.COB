      *         MOVIMIENTOS-VACACIONES.txt PARA EL KARDEX; EL RECHAZO
      *         SOLO MARCA LA SOLICITUD "R". EL CALENDARIO POR
      *         DEPARTAMENTO LO IMPRIME CALENDARIO-VACACIONES PARA NO
      *         APROBAR A CIEGAS A DOS DEL MISMO EQUIPO. ANTES DE
      *         APROBAR SE SIMULA LA AUSENCIA CON calcula-cobertura:
      *         SI ALGUN DIA DE LA SOLICITUD EL TURNO DEL EMPLEADO EN
      *         SU DEPARTAMENTO QUEDARIA BAJO SU TRIPULACION MINIMA
      *         (TRIPULACION-MINIMA.txt) SE AVISA AL JEFE CON CADA DIA
      *         CORTO Y SOLO SE APRUEBA SI LO CONFIRMA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-TOTAL-SOLICITUDES PIC 9(4) VALUE ZEROES.
       01  WS-IX-SOL PIC 9(4).

           COPY CBTREG.
       01  WS-CONFIRMA-COBERTURA PIC X.
       01  WS-DIAS-CORTOS PIC 9(3).
       01  WS-IX-DIA-SOL PIC 9(3).
       01  WS-INI-SOL-ENTERO PIC 9(7).
       01  WS-FECHA-SOL-DIA PIC 9(8).
       01  WS-IX-CBT PIC 9(2).
       01  WS-SOLICITANTE-CUENTA PIC X.

       01  WS-LINEA-MOVIMIENTO-DET.
           05 MVA-NUMERO PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM REVISA-COBERTURA-SOLICITUD
                   IF WS-CONFIRMA-COBERTURA = "S"
                       PERFORM APRUEBA-SOLICITUD
                   ELSE
                       DISPLAY "La solicitud sigue pendiente."
                   END-IF
               WHEN "R"
                   MOVE "R" TO WS-SOL-STATUS (WS-IX-SOL)
                   DISPLAY "Solicitud rechazada."
                       "pendiente."
           END-EVALUATE.

      *    El registro del solicitante quedo leido en
      *    VERIFICA-JEFE-SOLICITUD. Las tablas se releen para que
      *    cuenten las aprobaciones de esta misma sesion. Solo avisa
      *    en los dias que el solicitante trabaja ese turno (motivo
      *    "X" en la lista de fuera) y el turno queda corto; un
      *    festivo lo descansa todo el turno y no cuenta contra la
      *    solicitud.
           REVISA-COBERTURA-SOLICITUD.
           MOVE "S" TO WS-CONFIRMA-COBERTURA.
           MOVE ZEROES TO WS-DIAS-CORTOS.
           IF EMPLEADOS-TURNO NOT = SPACES
               AND EMPLEADOS-DEPTO IS NUMERIC
               AND WS-SOL-FECHA-INICIO (WS-IX-SOL) IS NUMERIC
               MOVE "C" TO CBT-ACCION
               CALL "calcula-cobertura"
                   USING COBERTURA-TURNO-CONSULTA
               END-CALL
               COMPUTE WS-INI-SOL-ENTERO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-SOL-FECHA-INICIO (WS-IX-SOL)))
               IF CBT-TOTAL-MINIMOS > ZEROES
                   AND WS-INI-SOL-ENTERO > ZEROES
                   PERFORM REVISA-DIA-SOLICITUD
                       VARYING WS-IX-DIA-SOL FROM 1 BY 1
                       UNTIL WS-IX-DIA-SOL > WS-SOL-DIAS (WS-IX-SOL)
               END-IF
           END-IF.
           IF WS-DIAS-CORTOS > ZEROES
               DISPLAY "AVISO: con esta solicitud el turno "
                   EMPLEADOS-TURNO " del departamento "
                   EMPLEADOS-DEPTO " queda bajo su tripulacion "
                   "minima " WS-DIAS-CORTOS " dia(s)."
               DISPLAY "Aprobar de todos modos (S/N): "
               ACCEPT WS-CONFIRMA-COBERTURA
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA-COBERTURA)
                   TO WS-CONFIRMA-COBERTURA
           END-IF.

           REVISA-DIA-SOLICITUD.
           COMPUTE WS-FECHA-SOL-DIA = FUNCTION DATE-OF-INTEGER
               (WS-INI-SOL-ENTERO + WS-IX-DIA-SOL - 1).
           MOVE "E" TO CBT-ACCION.
           MOVE EMPLEADOS-DEPTO TO CBT-DEPTO.
           MOVE EMPLEADOS-TURNO TO CBT-TURNO.
           MOVE WS-FECHA-SOL-DIA TO CBT-FECHA.
           MOVE WS-SOL-NUMERO (WS-IX-SOL) TO CBT-NUMERO-EXTRA.
           CALL "calcula-cobertura" USING COBERTURA-TURNO-CONSULTA
           END-CALL.
           MOVE "N" TO WS-SOLICITANTE-CUENTA.
           PERFORM REVISA-AUSENTE-SOLICITANTE
               VARYING WS-IX-CBT FROM 1 BY 1
               UNTIL WS-IX-CBT > CBT-TOTAL-AUSENTES.
           IF CBT-RESULTADO = "S"
               AND CBT-FESTIVO NOT = "S"
               AND WS-SOLICITANTE-CUENTA = "S"
               ADD 1 TO WS-DIAS-CORTOS
               DISPLAY "  " WS-FECHA-SOL-DIA " (" CBT-DIA
                   "): minimo " CBT-MINIMO ", asignados "
                   CBT-ASIGNADOS ", fuera " CBT-FUERA
                   ", disponibles " CBT-DISPONIBLES
           END-IF.

           REVISA-AUSENTE-SOLICITANTE.
           IF CBT-AUS-MOTIVO (WS-IX-CBT) = "X"
               MOVE "S" TO WS-SOLICITANTE-CUENTA
           END-IF.

      *    La aprobacion descuenta el saldo con la misma regla de
      *    captura-vacaciones: sin saldo suficiente no hay
      *    aprobacion, y el movimiento queda para el kardex.
