      *         AUDITORIA QUE UN CAMBIO INMEDIATO (CON EL USUARIO QUE
      *         LO CAPTURO), Y REESCRIBE LA COLA SOLO CON LO QUE
      *         SIGUE A FUTURO. ASI UN AUMENTO DECIDIDO PARA EL DIA
      *         PRIMERO YA NO SE TECLEA ESA MADRUGADA. UN CAMBIO DE
      *         CLABE ESTACIONADO QUEDA PENDIENTE DE VERIFICAR AL
      *         APLICARSE (registra-cambio-clabe). LOS CAMBIOS QUE
      *         ESTACIONO EL CONGELAMIENTO DE LA NOMINA
      *         (estaciona-congelado, TIPO DEPTO, PUESTO, BANCO O
      *         CLABE) Y CUALQUIER CAMBIO QUE MUEVA ESOS CAMPOS SE
      *         DETIENEN MIENTRAS HAYA UN PERIODO CALCULADO Y SIN
      *         CERRAR (verifica-congelamiento); YA CERRADO, LOS
      *         PRIMEROS SOLO COPIAN SU CAMPO AL REGISTRO VIGENTE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY EMPREG.

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       WORKING-STORAGE SECTION.
       COPY PENREG.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-HORA-AUDIT PIC X(16).
       01  WS-IMAGEN-ANTES PIC X(218).
       01  WS-ORIGEN-CLABE PIC X(20) VALUE "libera-pendientes".
       01  WS-FECHA-BAJA-PEN PIC X(8).
       01  WS-CNG-ROL PIC X(1) VALUE SPACE.
       01  WS-CNG-PERIODO PIC X(6).
       01  WS-CNG-DECISION PIC X(1).
       01  WS-TOTAL-DETENIDOS PIC 9(4) VALUE ZEROES.
      *    Posicion y largo del campo que copia un pendiente del
      *    congelamiento (EMPREG.cpy): depto 131 (3), puesto 134 (2),
      *    banco 144 (3); la CLABE viaja con su banco (144, 21).
       01  WS-CAMPO-POS PIC 9(3).
       01  WS-CAMPO-LONG PIC 9(2).

      *    Pendientes que aun no llegan a su fecha; al final la cola
      *    se reescribe solo con ellos.
      *    La tabla de futuros conserva hasta 999 pendientes; si la
      *    cola trae mas, la reescritura final los perderia, asi que
      *    la corrida se rechaza entera antes de aplicar nada.
      *    Con la nomina congelada todo cambio vencido puede quedarse
      *    detenido, asi que tambien cuenta.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           CALL "verifica-congelamiento"
               USING WS-CNG-ROL WS-CNG-PERIODO WS-CNG-DECISION
           END-CALL.
           PERFORM CUENTA-FUTUROS.
           CLOSE TRANSACCIONES-PENDIENTES.
           IF WS-FUTUROS-CONTADOS > 999
           DISPLAY "No aplicados (registro ausente): "
               WS-TOTAL-NO-APLICADOS.
           DISPLAY "Siguen a futuro: " WS-TOTAL-FUTUROS.
           IF WS-TOTAL-DETENIDOS > ZEROES
               DISPLAY "Detenidos por el periodo calculado "
                   WS-CNG-PERIODO ": " WS-TOTAL-DETENIDOS
           END-IF.
           STOP RUN.

           RESUELVE-RUTAS.
           CUENTA-PENDIENTE.
           IF PEN-FECHA-EFECTIVA > WS-FECHA-HOY
               ADD 1 TO WS-FUTUROS-CONTADOS
           ELSE
               IF WS-CNG-DECISION NOT = "N"
                   AND PEN-TIPO NOT = "ALTA"
                   AND PEN-TIPO NOT = "BAJA"
                   ADD 1 TO WS-FUTUROS-CONTADOS
               END-IF
           END-IF.
           PERFORM LEE-PENDIENTE-CUENTA.

           IF PEN-FECHA-EFECTIVA <= WS-FECHA-HOY
               PERFORM APLICA-PENDIENTE
           ELSE
               PERFORM CONSERVA-PENDIENTE
           END-IF.
           PERFORM LEE-PENDIENTE.

           CONSERVA-PENDIENTE.
           IF WS-TOTAL-FUTUROS < 999
               ADD 1 TO WS-TOTAL-FUTUROS
               MOVE WS-LINEA-PENDIENTE
                   TO WS-FUT-LINEA (WS-TOTAL-FUTUROS)
           END-IF.

      *    Un pendiente vencido que mueve un dato de la nomina se
      *    queda en la cola hasta que cierre el periodo calculado.
           DETIENE-PENDIENTE.
           PERFORM CONSERVA-PENDIENTE.
           ADD 1 TO WS-TOTAL-DETENIDOS.

           APLICA-PENDIENTE.
           EVALUATE PEN-TIPO
               WHEN "ALTA"
                   PERFORM APLICA-ALTA-PENDIENTE
               WHEN "BAJA"
                   PERFORM APLICA-BAJA-PENDIENTE
               WHEN "DEPTO"
               WHEN "PUESTO"
               WHEN "BANCO"
               WHEN "CLABE"
                   IF WS-CNG-DECISION NOT = "N"
                       PERFORM DETIENE-PENDIENTE
                   ELSE
                       PERFORM APLICA-CAMPO-PENDIENTE
                   END-IF
               WHEN OTHER
                   PERFORM APLICA-CAMBIO-PENDIENTE
           END-EVALUATE.

           APLICA-CAMBIO-PENDIENTE.
           MOVE PEN-EMPLEADO-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   DISPLAY "El ID " PEN-EMPLEADO-ID
                       " ya no existe; el cambio estacionado no se "
                       "aplica."
                   ADD 1 TO WS-TOTAL-NO-APLICADOS
               NOT INVALID KEY
                   IF WS-CNG-DECISION NOT = "N"
                       AND (PEN-IMAGEN (131:5)
                           NOT = EMPLEADOS-REGISTRO (131:5)
                       OR PEN-IMAGEN (144:21)
                           NOT = EMPLEADOS-REGISTRO (144:21))
                       PERFORM DETIENE-PENDIENTE
                   ELSE
                       MOVE EMPLEADOS-REGISTRO TO WS-IMAGEN-ANTES
                       MOVE PEN-IMAGEN TO EMPLEADOS-REGISTRO
                       PERFORM REESCRIBE-PENDIENTE
                   END-IF
           END-READ.

      *    Un pendiente del congelamiento no reescribe la imagen
      *    completa (lo demas del registro pudo cambiar despues):
      *    solo copia su campo al registro vigente.
           APLICA-CAMPO-PENDIENTE.
           EVALUATE PEN-TIPO
               WHEN "DEPTO"
                   MOVE 131 TO WS-CAMPO-POS
                   MOVE 3 TO WS-CAMPO-LONG
               WHEN "PUESTO"
                   MOVE 134 TO WS-CAMPO-POS
                   MOVE 2 TO WS-CAMPO-LONG
               WHEN "BANCO"
                   MOVE 144 TO WS-CAMPO-POS
                   MOVE 3 TO WS-CAMPO-LONG
               WHEN OTHER
                   MOVE 144 TO WS-CAMPO-POS
                   MOVE 21 TO WS-CAMPO-LONG
           END-EVALUATE.
           MOVE PEN-EMPLEADO-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   ADD 1 TO WS-TOTAL-NO-APLICADOS
               NOT INVALID KEY
                   MOVE EMPLEADOS-REGISTRO TO WS-IMAGEN-ANTES
                   MOVE PEN-IMAGEN (WS-CAMPO-POS:WS-CAMPO-LONG)
                       TO EMPLEADOS-REGISTRO
                       (WS-CAMPO-POS:WS-CAMPO-LONG)
                   MOVE EMPLEADOS-REGISTRO TO PEN-IMAGEN
                   PERFORM REESCRIBE-PENDIENTE
           END-READ.

           REESCRIBE-PENDIENTE.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo aplicar el cambio "
                       "del ID " PEN-EMPLEADO-ID
                   ADD 1 TO WS-TOTAL-NO-APLICADOS
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-APLICADOS
                   MOVE "CAMBIO" TO AUD-TRANSACCION
                   PERFORM ASIENTA-AUDITORIA
           END-REWRITE.

           ASIENTA-AUDITORIA.
           CALL "fecha-sello" USING WS-FECHA-HORA-AUDIT END-CALL.
           MOVE WS-FECHA-HORA-AUDIT TO AUD-FECHA-HORA.
           MOVE PEN-EMPLEADO-ID TO AUD-ID.
           MOVE WS-IMAGEN-ANTES TO AUD-ANTES.
           MOVE PEN-IMAGEN TO AUD-DESPUES.
           CALL "encadena-auditoria" USING WS-LINEA-AUDITORIA-DET
           END-CALL.
           MOVE WS-LINEA-AUDITORIA-DET TO LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.
      *    Un cambio de CLABE queda pendiente de verificar por otra
      *    persona; mientras tanto el deposito se paga con cheque.
           CALL "registra-cambio-clabe"
               USING WS-LINEA-AUDITORIA-DET WS-ORIGEN-CLABE
           END-CALL.

           REESCRIBE-COLA.
           OPEN OUTPUT TRANSACCIONES-PENDIENTES.
