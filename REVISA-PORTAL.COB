      *         TELEFONO, DIRECCION Y CLABE), UN OPERADOR DE ROL M O
      *         S APRUEBA O RECHAZA CADA UNA CON SU RAZON, Y LA
      *         APROBADA SE APLICA CON LAS MISMAS VALIDACIONES DE LA
      *         CAPTURA MANUAL (TELEFONO NUMERICO, DIRECCION CONTRA
      *         EL CATALOGO DE SEPOMEX DE valida-direccion, CLABE CON
      *         DIGITO DE CONTROL DE valida-clabe Y BANCO DEL
      *         CATALOGO ABM)
      *         Y LA MISMA IMAGEN ANTES/DESPUES EN
      *         EMPLEADOS-AUDITORIA.log (TRANSACCION PORTAL). EL
      *         CAMBIO DE CLABE TAMBIEN MUEVE EMPLEADOS-BANCO Y SOLO
      *         LO APRUEBA UN ROL S; CON ROL M QUEDA PENDIENTE PARA
      *         EL SUPERVISOR; APROBADO, QUEDA ADEMAS PENDIENTE DE
      *         VERIFICAR POR OTRA PERSONA EN CAMBIOS-CLABE.txt
      *         (registra-cambio-clabe) ANTES DEL PRIMER DEPOSITO.
      *         CADA RESOLUCION SE RESPONDE AL PORTAL
      *         EN PORTAL-RESPUESTAS.txt (id,campo,status,razon,
      *         fecha) Y LAS PENDIENTES SE QUEDAN EN LA COLA.
      *         UNA CLABE APROBADA MIENTRAS UN PERIODO ESTA CALCULADO
      *         Y SIN CERRAR (verifica-congelamiento) NO SE APLICA: SE
      *         ESTACIONA PARA DESPUES DEL CIERRE (estaciona-congelado)
      *         Y SE RESPONDE APROBADA Y ESTACIONADA, SALVO QUE EL
      *         SUPERVISOR LA FUERCE, LO QUE QUEDA ASENTADO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY EMPREG.

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       FD PORTAL-RESPUESTAS.
       01  LINEA-RESPUESTA PIC X(100).
       01  WS-VALIDA-OK PIC X.
       01  WS-RESULTADO-CLABE PIC X.
       01  WS-CLABE-SOLICITUD PIC X(18).
       01  WS-DIRECCION-SOLICITUD PIC X(35).
       01  WS-RESULTADO-DIRECCION PIC X.
       01  WS-MENSAJE-DIRECCION PIC X(60).
       01  WS-BANCO-SOLICITUD PIC X(3).
       01  WS-NOMBRE-BANCO PIC X(10).
       01  WS-RESULTADO-BANCO PIC X.
       01  WS-ORIGEN-CLABE PIC X(20) VALUE "revisa-portal".
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-TOTAL-APROBADAS PIC 9(3) VALUE ZEROES.
       01  WS-TOTAL-RECHAZADAS PIC 9(3) VALUE ZEROES.
       01  WS-TOTAL-PENDIENTES PIC 9(3) VALUE ZEROES.

       01  WS-CNG-PERIODO PIC X(6).
       01  WS-CNG-DECISION PIC X(1).
       01  WS-CNG-RESULTADO PIC X(1).
       01  WS-CNG-CAMPO PIC X(8) VALUE "CLABE".
       01  WS-CNG-VALOR-ANTERIOR PIC X(20).
       01  WS-CNG-VALOR-NUEVO PIC X(20).
       01  WS-CNG-IMAGEN PIC X(218).

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "revisa-portal".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
                   IF WS-SOL-VALOR (WS-IX-SOL) = SPACES
                       MOVE "N" TO WS-VALIDA-OK
                       MOVE "DIRECCION VACIA" TO WS-RAZON
                   ELSE
                       PERFORM VALIDA-DIRECCION-SOLICITUD
                   END-IF
               WHEN "CLABE"
                   PERFORM VALIDA-CLABE-SOLICITUD
               END-IF
           END-IF.

      *    La direccion pasa por el catalogo de SEPOMEX como en la
      *    captura; la ciudad y el estado en blanco se completan con
      *    los del codigo postal y asi se aplican.
           VALIDA-DIRECCION-SOLICITUD.
           MOVE WS-SOL-VALOR (WS-IX-SOL) TO WS-DIRECCION-SOLICITUD.
           CALL "valida-direccion"
               USING WS-DIRECCION-SOLICITUD WS-RESULTADO-DIRECCION
                   WS-MENSAJE-DIRECCION
           END-CALL.
           IF WS-RESULTADO-DIRECCION = "N"
               OR WS-RESULTADO-DIRECCION = "X"
               MOVE "N" TO WS-VALIDA-OK
               MOVE "DIRECCION NO CUADRA CON EL CP" TO WS-RAZON
               DISPLAY FUNCTION TRIM(WS-MENSAJE-DIRECCION)
           END-IF.
           IF WS-RESULTADO-DIRECCION = "C"
               DISPLAY FUNCTION TRIM(WS-MENSAJE-DIRECCION)
           END-IF.

           APLICA-SOLICITUD.
           MOVE WS-SOL-ID (WS-IX-SOL) TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
                   MOVE WS-SOL-VALOR (WS-IX-SOL) (1:9)
                       TO EMPLEADOS-TELEFONO
               WHEN "DIRECCION"
                   MOVE WS-DIRECCION-SOLICITUD TO EMPLEADOS-DIRECCION
               WHEN "CLABE"
                   MOVE WS-CLABE-SOLICITUD TO EMPLEADOS-CLABE
                   MOVE WS-BANCO-SOLICITUD TO EMPLEADOS-BANCO
           END-EVALUATE.
           MOVE EMPLEADOS-REGISTRO TO AUD-DESPUES.
           MOVE "N" TO WS-CNG-DECISION.
           MOVE "S" TO WS-CNG-RESULTADO.
           IF WS-SOL-CAMPO (WS-IX-SOL) = "CLABE"
               PERFORM REVISA-CONGELAMIENTO
           END-IF.
           IF WS-CNG-RESULTADO NOT = "S"
               DISPLAY "Queda pendiente."
               ADD 1 TO WS-TOTAL-PENDIENTES
           ELSE
               IF WS-CNG-DECISION = "E"
                   MOVE "APROBADA" TO WS-STATUS-RESPUESTA
                   MOVE "ESTACIONADA HASTA EL CIERRE" TO WS-RAZON
                   MOVE "S" TO WS-SOL-RESUELTA (WS-IX-SOL)
                   ADD 1 TO WS-TOTAL-APROBADAS
                   PERFORM ESCRIBE-RESPUESTA
               ELSE
                   PERFORM REESCRIBE-SOLICITUD
               END-IF
           END-IF.

      *    Con la nomina congelada la CLABE aprobada se estaciona con
      *    la imagen ya cambiada (la CLABE viaja con su banco) o, si
      *    el supervisor la fuerza, se asienta y se aplica. Si no se
      *    pudo asentar, la solicitud se queda en la cola.
           REVISA-CONGELAMIENTO.
           CALL "verifica-congelamiento"
               USING WS-SESION-ROL WS-CNG-PERIODO WS-CNG-DECISION
           END-CALL.
           IF WS-CNG-DECISION NOT = "N"
               MOVE EMPLEADOS-REGISTRO TO WS-CNG-IMAGEN
               MOVE SPACES TO WS-CNG-VALOR-ANTERIOR
                   WS-CNG-VALOR-NUEVO
               MOVE AUD-ANTES (147:18) TO WS-CNG-VALOR-ANTERIOR
               MOVE EMPLEADOS-CLABE TO WS-CNG-VALOR-NUEVO
               CALL "estaciona-congelado"
                   USING WS-CNG-PERIODO WS-CNG-DECISION
                       WS-ORIGEN-CLABE WS-SESION-USUARIO
                       EMPLEADOS-ID WS-CNG-CAMPO
                       WS-CNG-VALOR-ANTERIOR WS-CNG-VALOR-NUEVO
                       WS-CNG-IMAGEN WS-CNG-RESULTADO
               END-CALL
           END-IF.

           REESCRIBE-SOLICITUD.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo aplicar el cambio."
           MOVE WS-SESION-USUARIO TO AUD-USUARIO.
           MOVE "PORTAL" TO AUD-TRANSACCION.
           MOVE EMPLEADOS-ID TO AUD-ID.
           CALL "encadena-auditoria" USING WS-LINEA-AUDITORIA-DET
           END-CALL.
           MOVE WS-LINEA-AUDITORIA-DET TO LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.
      *    Un cambio de CLABE queda pendiente de verificar por otra
      *    persona; mientras tanto el deposito se paga con cheque.
           CALL "registra-cambio-clabe"
               USING WS-LINEA-AUDITORIA-DET WS-ORIGEN-CLABE
           END-CALL.

           ESCRIBE-RESPUESTA.
           MOVE SPACES TO LINEA-RESPUESTA.
