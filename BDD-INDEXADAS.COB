       01  LINEA-REPORTE PIC X(96).

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       FD COLA-CALIDAD.
           COPY COLREG.
       01  WS-AUDIT-ANTES PIC X(218).
       01  WS-AUDIT-DESPUES PIC X(218).
       01  WS-AUDIT-TRANSACCION PIC X(6).
       01  WS-ORIGEN-CLABE PIC X(20) VALUE "BDD-INDEXADAS".
       COPY AUDREG.
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-REPORTE PIC X(2).
       01  WS-TIPO-MASCARA PIC X(3).
       01  WS-DATO-MASCARA PIC X(35).
       01  WS-MENSAJE-FORMA PIC X(60).
       01  WS-RESULTADO-DIRECCION PIC X.
       01  WS-MENSAJE-DIRECCION PIC X(60).
       01  WS-RUTA-COLA PIC X(200).
       01  WS-FILE-STATUS-COL PIC X(2).
       01  FIN-DE-COLA PIC X.
       01  WS-FECHA-HOY-CAP PIC X(8).
       01  WS-TIPO-PARQUEO PIC X(6).
       COPY PENREG.
       01  WS-CNG-PERIODO PIC X(6).
       01  WS-CNG-DECISION PIC X(1).
       01  WS-CNG-RESULTADO PIC X(1).
       01  WS-CNG-CAMPO PIC X(8).
       01  WS-CNG-VALOR-ANTERIOR PIC X(20).
       01  WS-CNG-VALOR-NUEVO PIC X(20).
       01  WS-CNG-IMAGEN PIC X(218).
       01  WS-CNG-POS PIC 9(3).
       01  WS-CNG-LONG PIC 9(2).
       01  WS-CNG-POS-REST PIC 9(3).
       01  WS-CNG-LONG-REST PIC 9(2).

      *    Formulario de pantalla completa para el alta y el cambio:
      *    todos los campos de EMPREG en una sola pantalla con sus
               USING EMPLEADOS-FECHA-NACIMIENTO.
           05 LINE 7 COLUMN 5 VALUE "Telefono:".
           05 LINE 7 COLUMN 25 PIC X(9) USING EMPLEADOS-TELEFONO.
           05 LINE 8 COLUMN 5 VALUE "Calle:".
           05 LINE 8 COLUMN 25 PIC X(18) USING DIR-CALLE.
           05 LINE 9 COLUMN 5 VALUE "Status A/T/L/I:".
           05 LINE 9 COLUMN 25 PIC X(1) USING EMPLEADOS-STATUS.
           05 LINE 10 COLUMN 5 VALUE "Alta AAAAMMDD:".
           05 LINE 4 COLUMN 51 PIC X(18) USING EMPLEADOS-CURP.
           05 LINE 5 COLUMN 45 VALUE "NSS:".
           05 LINE 5 COLUMN 51 PIC X(11) USING EMPLEADOS-NSS.
           05 LINE 7 COLUMN 45 VALUE "C.P.:".
           05 LINE 7 COLUMN 53 PIC X(5) USING DIR-CODIGO-POSTAL.
           05 LINE 8 COLUMN 45 VALUE "Ciudad:".
           05 LINE 8 COLUMN 53 PIC X(10) USING DIR-CIUDAD.
           05 LINE 9 COLUMN 45 VALUE "Estado:".
           05 LINE 9 COLUMN 53 PIC X(2) USING DIR-ESTADO.
           05 LINE 20 COLUMN 5 VALUE
               "Enter acepta el formulario completo".
           05 LINE 22 COLUMN 5 PIC X(60) FROM WS-MENSAJE-FORMA.
               DISPLAY "  E. Certificaciones y cursos"
               DISPLAY "  R. Reactivar un empleado desactivado"
               DISPLAY "  C. Atender la cola de calidad"
               DISPLAY "  S. Padron sindical"
           END-IF.
           DISPLAY "  0. Salir".
           DISPLAY "============================================".
                   IF WS-PUEDE-MANTENER = "S"
                       PERFORM ATIENDE-COLA-CALIDAD
                   END-IF
               WHEN "S"
               WHEN "s"
                   PERFORM VERIFICA-ROL-MANTENIMIENTO
                   IF WS-PUEDE-MANTENER = "S"
                       CALL "mantiene-sindicato" END-CALL
                   END-IF
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   TO WS-MENSAJE-FORMA
               MOVE "N" TO WS-FORMA-VALIDA
           END-IF.
      *    La direccion se valida contra el catalogo de SEPOMEX;
      *    si la ciudad o el estado venian en blanco se llenan con los
      *    del codigo postal y la forma se vuelve a presentar para que
      *    el operador los vea y confirme con Enter.
           IF WS-FORMA-VALIDA = "S"
               AND EMPLEADOS-DIRECCION NOT = SPACES
               CALL "valida-direccion"
                   USING EMPLEADOS-DIRECCION WS-RESULTADO-DIRECCION
                       WS-MENSAJE-DIRECCION
               END-CALL
               IF WS-RESULTADO-DIRECCION NOT = "S"
                   MOVE WS-MENSAJE-DIRECCION TO WS-MENSAJE-FORMA
                   MOVE "N" TO WS-FORMA-VALIDA
               END-IF
           END-IF.
           IF WS-FORMA-VALIDA = "S"
               AND EMPLEADOS-STATUS NOT = "A"
               AND EMPLEADOS-STATUS NOT = "T"
                           PERFORM PARQUEA-CAMBIO-FUTURO
                           MOVE WS-AUDIT-ANTES TO EMPLEADOS-REGISTRO
                       ELSE
                           PERFORM REVISA-CONGELAMIENTO
                           IF EMPLEADOS-REGISTRO = WS-AUDIT-ANTES
                               DISPLAY "Nada mas que aplicar de "
                                   "inmediato."
                           ELSE
                               PERFORM REESCRIBE-MODIFICADO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

           REESCRIBE-MODIFICADO.
           MOVE EMPLEADOS-REGISTRO TO WS-AUDIT-DESPUES.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo modificar el empleado."
               NOT INVALID KEY
                   DISPLAY "Empleado modificado correctamente."
                   MOVE "CAMBIO" TO WS-AUDIT-TRANSACCION
                   PERFORM ESCRIBE-AUDITORIA
           END-REWRITE.

      *    Congelamiento de la nomina: si un periodo esta calculado y
      *    sin cerrar (verifica-congelamiento), el cambio de depto,
      *    puesto, banco o CLABE no se aplica: se estaciona campo por
      *    campo para despues del cierre (estaciona-congelado) y el
      *    campo regresa a su valor anterior; lo demas del formulario
      *    se aplica. Un supervisor puede forzarlo y queda asentado.
      *    Posiciones dentro de la imagen de EMPREG.cpy: depto 131
      *    (3), puesto 134 (2), banco 144 (3), CLABE 147 (18); la
      *    CLABE viaja con su banco (144, 21).
           REVISA-CONGELAMIENTO.
           IF EMPLEADOS-REGISTRO (131:5) NOT = WS-AUDIT-ANTES (131:5)
               OR EMPLEADOS-REGISTRO (144:21)
                   NOT = WS-AUDIT-ANTES (144:21)
               CALL "verifica-congelamiento"
                   USING WS-SESION-ROL WS-CNG-PERIODO WS-CNG-DECISION
               END-CALL
               IF WS-CNG-DECISION NOT = "N"
                   MOVE EMPLEADOS-REGISTRO TO WS-CNG-IMAGEN
                   MOVE "DEPTO" TO WS-CNG-CAMPO
                   MOVE 131 TO WS-CNG-POS WS-CNG-POS-REST
                   MOVE 3 TO WS-CNG-LONG WS-CNG-LONG-REST
                   PERFORM ASIENTA-CAMPO-CONGELADO
                   MOVE "PUESTO" TO WS-CNG-CAMPO
                   MOVE 134 TO WS-CNG-POS WS-CNG-POS-REST
                   MOVE 2 TO WS-CNG-LONG WS-CNG-LONG-REST
                   PERFORM ASIENTA-CAMPO-CONGELADO
                   IF WS-CNG-IMAGEN (147:18)
                       NOT = WS-AUDIT-ANTES (147:18)
                       MOVE "CLABE" TO WS-CNG-CAMPO
                       MOVE 147 TO WS-CNG-POS
                       MOVE 18 TO WS-CNG-LONG
                       MOVE 144 TO WS-CNG-POS-REST
                       MOVE 21 TO WS-CNG-LONG-REST
                   ELSE
                       MOVE "BANCO" TO WS-CNG-CAMPO
                       MOVE 144 TO WS-CNG-POS WS-CNG-POS-REST
                       MOVE 3 TO WS-CNG-LONG WS-CNG-LONG-REST
                   END-IF
                   PERFORM ASIENTA-CAMPO-CONGELADO
               END-IF
           END-IF.

           ASIENTA-CAMPO-CONGELADO.
           IF WS-CNG-IMAGEN (WS-CNG-POS:WS-CNG-LONG)
               NOT = WS-AUDIT-ANTES (WS-CNG-POS:WS-CNG-LONG)
               MOVE SPACES TO WS-CNG-VALOR-ANTERIOR WS-CNG-VALOR-NUEVO
               MOVE WS-AUDIT-ANTES (WS-CNG-POS:WS-CNG-LONG)
                   TO WS-CNG-VALOR-ANTERIOR
               MOVE WS-CNG-IMAGEN (WS-CNG-POS:WS-CNG-LONG)
                   TO WS-CNG-VALOR-NUEVO
               CALL "estaciona-congelado"
                   USING WS-CNG-PERIODO WS-CNG-DECISION
                       WS-ORIGEN-CLABE WS-USUARIO-AUDIT EMPLEADOS-ID
                       WS-CNG-CAMPO WS-CNG-VALOR-ANTERIOR
                       WS-CNG-VALOR-NUEVO WS-CNG-IMAGEN
                       WS-CNG-RESULTADO
               END-CALL
               IF WS-CNG-DECISION = "E"
                   OR WS-CNG-RESULTADO NOT = "S"
                   MOVE WS-AUDIT-ANTES
                       (WS-CNG-POS-REST:WS-CNG-LONG-REST)
                       TO EMPLEADOS-REGISTRO
                       (WS-CNG-POS-REST:WS-CNG-LONG-REST)
               END-IF
           END-IF.

           ELIMINA-EMPLEADO.
           DISPLAY "ID del empleado a eliminar: ".
           ACCEPT EMPLEADOS-ID.
           MOVE EMPLEADOS-ID TO AUD-ID.
           MOVE WS-AUDIT-ANTES TO AUD-ANTES.
           MOVE WS-AUDIT-DESPUES TO AUD-DESPUES.
           CALL "encadena-auditoria" USING WS-LINEA-AUDITORIA-DET
           END-CALL.
           MOVE WS-LINEA-AUDITORIA-DET TO LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.
      *    Un cambio de CLABE queda pendiente de verificar por otra
      *    persona; mientras tanto el deposito se paga con cheque.
           CALL "registra-cambio-clabe"
               USING WS-LINEA-AUDITORIA-DET WS-ORIGEN-CLABE
           END-CALL.

           GENERA-REPORTE-IMPRESO.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
