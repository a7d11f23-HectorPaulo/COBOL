      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA DEL CONGELAMIENTO DE DATOS MAESTROS:
      *         ENTRE QUE registro-nomina MARCA UN PERIODO CALCULADO
      *         EN PERIODOS-NOMINA.txt Y QUE cierra-periodo LO CIERRA,
      *         LA DISPERSION, EL CFDI Y LA POLIZA SALEN DE LO QUE SE
      *         CALCULO, ASI QUE NINGUN DATO QUE AFECTA LA NOMINA
      *         (DEPTO, PUESTO, BANCO, CLABE, SALARIO) DEBE MOVERSE.
      *         DEVUELVE EL PERIODO CALCULADO Y LA DECISION: "N" = NO
      *         HAY CONGELAMIENTO, EL CAMBIO SE APLICA; "E" = HAY
      *         CONGELAMIENTO, EL CAMBIO SE ESTACIONA PARA DESPUES DEL
      *         CIERRE (O SE BLOQUEA DONDE NO SE PUEDE ESTACIONAR);
      *         "F" = HAY CONGELAMIENTO PERO EL SUPERVISOR (ROL S)
      *         DECIDIO FORZARLO, Y EL PROGRAMA QUE LLAMA LO DEJA
      *         ASENTADO CON estaciona-congelado. UN ROL EN BLANCO
      *         (CORRIDAS NOCTURNAS) NUNCA PREGUNTA. SIN ARCHIVO DE
      *         PERIODOS NO HAY NADA CALCULADO Y NO SE CONGELA.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. verifica-congelamiento.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PERIODOS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-PERIODOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PER.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODOS-NOMINA.
       01  LINEA-PERIODO PIC X(40).

       WORKING-STORAGE SECTION.
       COPY PERREG.

       01  WS-RUTA-PERIODOS PIC X(200).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  FIN-DE-PERIODOS PIC X.
       01  WS-RESPUESTA-FORZAR PIC X.

       LINKAGE SECTION.
       01  LK-ROL PIC X(1).
       01  LK-PERIODO PIC X(6).
       01  LK-DECISION PIC X(1).

       PROCEDURE DIVISION USING LK-ROL LK-PERIODO LK-DECISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO LK-PERIODO.
           MOVE "N" TO LK-DECISION.
           ACCEPT WS-RUTA-PERIODOS FROM ENVIRONMENT
               "PERIODOS_NOMINA_PATH".
           IF WS-RUTA-PERIODOS = SPACES
               MOVE "PERIODOS-NOMINA.txt" TO WS-RUTA-PERIODOS
           END-IF.
           OPEN INPUT PERIODOS-NOMINA.
           IF WS-FILE-STATUS-PER = "00"
               MOVE "1" TO FIN-DE-PERIODOS
               PERFORM LEE-PERIODO
               PERFORM BUSCA-CALCULADO
                   UNTIL FIN-DE-PERIODOS = "0"
               CLOSE PERIODOS-NOMINA
           END-IF.
           IF LK-PERIODO NOT = SPACES
               PERFORM DECIDE-CONGELAMIENTO
           END-IF.
           GOBACK.

           LEE-PERIODO.
           READ PERIODOS-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-PERIODOS
               NOT AT END
                   MOVE LINEA-PERIODO TO PERIODO-REGISTRO
           END-READ.

           BUSCA-CALCULADO.
           IF PER-STATUS = "CALCULADO"
               MOVE PER-ID TO LK-PERIODO
               MOVE "0" TO FIN-DE-PERIODOS
           ELSE
               PERFORM LEE-PERIODO
           END-IF.

           DECIDE-CONGELAMIENTO.
           MOVE "E" TO LK-DECISION.
           IF LK-ROL NOT = SPACES
               DISPLAY "Periodo " LK-PERIODO " calculado y sin "
                   "cerrar: depto, puesto, banco, CLABE y salario "
                   "estan congelados hasta el cierre."
           END-IF.
           IF LK-ROL = "S"
               DISPLAY "Forzar el cambio ahora como supervisor "
                   "(queda registrado) S/N: "
               ACCEPT WS-RESPUESTA-FORZAR
               MOVE FUNCTION UPPER-CASE(WS-RESPUESTA-FORZAR)
                   TO WS-RESPUESTA-FORZAR
               IF WS-RESPUESTA-FORZAR = "S"
                   MOVE "F" TO LK-DECISION
               END-IF
           END-IF.
       END PROGRAM verifica-congelamiento.
