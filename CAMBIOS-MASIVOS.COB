      *         AL APLICAR, CADA CAMBIO DEJA SU IMAGEN ANTES/DESPUES
      *         EN EMPLEADOS-AUDITORIA.log Y SU RENGLON "R" EN EL
      *         CONTROL DE LOTES, BAJO UN NUMERO DE LOTE QUE
      *         reversa-lote PUEDE DESHACER COMPLETO. UN CAMBIO DE
      *         CLABE QUEDA ADEMAS PENDIENTE DE VERIFICAR EN
      *         CAMBIOS-CLABE.txt (registra-cambio-clabe). MIENTRAS
      *         UN PERIODO ESTA CALCULADO Y SIN CERRAR
      *         (verifica-congelamiento) LOS RENGLONES DE DEPTO,
      *         PUESTO, BANCO Y CLABE NO SE APLICAN: SE ESTACIONAN
      *         PARA DESPUES DEL CIERRE (estaciona-congelado), SALVO
      *         QUE UN SUPERVISOR FIRMADO DECIDA FORZARLOS, LO QUE
      *         TAMBIEN QUEDA ASENTADO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY EMPREG.

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       FD LOTES-CARGA.
       01  LINEA-LOTE PIC X(234).
       01  WS-IX-TRX PIC 9(3).
       01  WS-TOTAL-MALAS PIC 9(3) VALUE ZEROES.
       01  WS-TOTAL-APLICADAS PIC 9(3) VALUE ZEROES.
       01  WS-TOTAL-ESTACIONADAS PIC 9(3) VALUE ZEROES.

       01  WS-ID-X PIC X(10).
       01  WS-CAMPO-X PIC X(12).
       01  WS-RESULTADO-LOTE PIC X.
       01  WS-IMAGEN-ANTES PIC X(218).
       01  WS-FECHA-HORA-AUDIT PIC X(16).
       01  WS-ORIGEN-CLABE PIC X(20) VALUE "cambios-masivos".

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-CNG-PERIODO PIC X(6).
       01  WS-CNG-DECISION PIC X(1) VALUE "N".
       01  WS-CNG-RESULTADO PIC X(1).
       01  WS-CNG-CAMPO PIC X(8).
       01  WS-CNG-VALOR-ANTERIOR PIC X(20).
       01  WS-CNG-VALOR-NUEVO PIC X(20).
       01  WS-CNG-IMAGEN PIC X(218).
       01  WS-CNG-TOCA-NOMINA PIC X VALUE "N".
       01  WS-CNG-DETIENE PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "cambios-masivos".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
               STOP RUN
           END-IF.
           PERFORM ABRE-BITACORAS-CAMBIO.
           PERFORM REVISA-CONGELAMIENTO.
           PERFORM APLICA-TODAS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE EMPLEADOS-AUDITORIA.
           CLOSE LOTES-CARGA.
           DISPLAY "Lote del cambio masivo: " WS-LOTE-CORRIDA.
           DISPLAY "Cambios aplicados: " WS-TOTAL-APLICADAS.
           IF WS-TOTAL-ESTACIONADAS > ZEROES
               DISPLAY "Estacionados hasta el cierre del periodo "
                   WS-CNG-PERIODO ": " WS-TOTAL-ESTACIONADAS
           END-IF.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-APLICADAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
               STOP RUN
           END-IF.

      *    El congelamiento se consulta una sola vez por corrida y
      *    solo si el archivo trae algun campo que afecta la nomina;
      *    asi el supervisor decide forzar o no una sola vez.
           REVISA-CONGELAMIENTO.
           PERFORM VARYING WS-IX-TRX FROM 1 BY 1
               UNTIL WS-IX-TRX > WS-TOTAL-TRANSACCIONES
               OR WS-CNG-TOCA-NOMINA = "S"
               IF WS-TRX-CAMPO (WS-IX-TRX) = "DEPTO"
                   OR WS-TRX-CAMPO (WS-IX-TRX) = "PUESTO"
                   OR WS-TRX-CAMPO (WS-IX-TRX) = "BANCO"
                   OR WS-TRX-CAMPO (WS-IX-TRX) = "CLABE"
                   MOVE "S" TO WS-CNG-TOCA-NOMINA
               END-IF
           END-PERFORM.
           IF WS-CNG-TOCA-NOMINA = "S"
               CALL "verifica-congelamiento"
                   USING WS-SESION-ROL WS-CNG-PERIODO WS-CNG-DECISION
               END-CALL
           END-IF.

           APLICA-TODAS.
           PERFORM APLICA-UNA-TRANSACCION
               VARYING WS-IX-TRX FROM 1 BY 1
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE "N" TO WS-CNG-DETIENE.
           IF WS-CNG-DECISION NOT = "N"
               AND (WS-TRX-CAMPO (WS-IX-TRX) = "DEPTO"
                   OR WS-TRX-CAMPO (WS-IX-TRX) = "PUESTO"
                   OR WS-TRX-CAMPO (WS-IX-TRX) = "BANCO"
                   OR WS-TRX-CAMPO (WS-IX-TRX) = "CLABE")
               PERFORM ASIENTA-CAMPO-CONGELADO
               IF WS-CNG-RESULTADO NOT = "S"
                   MOVE "S" TO WS-CNG-DETIENE
               END-IF
               IF WS-CNG-DECISION = "E"
                   AND WS-CNG-RESULTADO = "S"
                   MOVE "S" TO WS-CNG-DETIENE
                   ADD 1 TO WS-TOTAL-ESTACIONADAS
               END-IF
           END-IF.
           IF WS-CNG-DETIENE = "N"
               PERFORM REESCRIBE-CAMBIO
           END-IF.

           REESCRIBE-CAMBIO.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo reescribir el ID "
                   PERFORM ASIENTA-CAMBIO-EN-LOTE
           END-REWRITE.

      *    Valores antes/despues del campo tomados de las imagenes
      *    (EMPREG.cpy): depto 131 (3), puesto 134 (2), banco 144
      *    (3), CLABE 147 (18).
           ASIENTA-CAMPO-CONGELADO.
           MOVE WS-TRX-CAMPO (WS-IX-TRX) TO WS-CNG-CAMPO.
           MOVE EMPLEADOS-REGISTRO TO WS-CNG-IMAGEN.
           MOVE SPACES TO WS-CNG-VALOR-ANTERIOR WS-CNG-VALOR-NUEVO.
           EVALUATE WS-CNG-CAMPO
               WHEN "DEPTO"
                   MOVE WS-IMAGEN-ANTES (131:3)
                       TO WS-CNG-VALOR-ANTERIOR
                   MOVE WS-CNG-IMAGEN (131:3) TO WS-CNG-VALOR-NUEVO
               WHEN "PUESTO"
                   MOVE WS-IMAGEN-ANTES (134:2)
                       TO WS-CNG-VALOR-ANTERIOR
                   MOVE WS-CNG-IMAGEN (134:2) TO WS-CNG-VALOR-NUEVO
               WHEN "BANCO"
                   MOVE WS-IMAGEN-ANTES (144:3)
                       TO WS-CNG-VALOR-ANTERIOR
                   MOVE WS-CNG-IMAGEN (144:3) TO WS-CNG-VALOR-NUEVO
               WHEN OTHER
                   MOVE WS-IMAGEN-ANTES (147:18)
                       TO WS-CNG-VALOR-ANTERIOR
                   MOVE WS-CNG-IMAGEN (147:18) TO WS-CNG-VALOR-NUEVO
           END-EVALUATE.
           CALL "estaciona-congelado"
               USING WS-CNG-PERIODO WS-CNG-DECISION WS-ORIGEN-CLABE
                   WS-SESION-USUARIO EMPLEADOS-ID WS-CNG-CAMPO
                   WS-CNG-VALOR-ANTERIOR WS-CNG-VALOR-NUEVO
                   WS-CNG-IMAGEN WS-CNG-RESULTADO
           END-CALL.

           ESCRIBE-AUDITORIA-CAMBIO.
           CALL "fecha-sello" USING WS-FECHA-HORA-AUDIT END-CALL.
           MOVE WS-FECHA-HORA-AUDIT TO AUD-FECHA-HORA.
           MOVE EMPLEADOS-ID TO AUD-ID.
           MOVE WS-IMAGEN-ANTES TO AUD-ANTES.
           MOVE EMPLEADOS-REGISTRO TO AUD-DESPUES.
           CALL "encadena-auditoria" USING WS-LINEA-AUDITORIA-DET
           END-CALL.
           MOVE WS-LINEA-AUDITORIA-DET TO LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.
      *    Un cambio de CLABE queda pendiente de verificar por otra
      *    persona; mientras tanto el deposito se paga con cheque.
           CALL "registra-cambio-clabe"
               USING WS-LINEA-AUDITORIA-DET WS-ORIGEN-CLABE
           END-CALL.

           ASIENTA-CAMBIO-EN-LOTE.
           MOVE WS-LOTE-CORRIDA TO LOT-NUMERO.
