      *         APROBACION PISARIA LA PRIMERA. UNA APROBADA CUYO
      *         NUMERO YA NO ESTA EN EL MAESTRO REGRESA A PENDIENTE.
      *         EL RECHAZO SOLO MARCA LA COLA. SOLO ROL S DE
      *         inicia-sesion ENTRA AQUI. UN PENDIENTE QUE TRAE RAZON
      *         DESDE SU ORIGEN (LAS PROPUESTAS DE merito-salarios)
      *         LA MUESTRA EN LA LISTA. MIENTRAS UN PERIODO ESTA
      *         CALCULADO Y SIN CERRAR (verifica-congelamiento) LAS
      *         APROBADAS NO SE APLICAN Y REGRESAN A PENDIENTE HASTA
      *         EL CIERRE, SALVO QUE EL SUPERVISOR LAS FUERCE; CADA
      *         UNA FORZADA QUEDA ASENTADA (estaciona-congelado).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT EMPLEADOS-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-ENTRADA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ENT.

       SELECT EMPLEADOS-SALIDA
       ASSIGN TO DYNAMIC WS-RUTA-SALIDA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NSA-LLAVE
       ALTERNATE RECORD KEY IS NSA-DEPTO WITH DUPLICATES
       ALTERNATE RECORD KEY IS NSA-PUESTO WITH DUPLICATES
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SAL.

       DATA DIVISION.
       FILE SECTION.
       FD APROBACIONES-SALARIO.
       01  LINEA-APROBACION PIC X(120).

       FD EMPLEADOS-ENTRADA.
           COPY NOMIDX.

       FD EMPLEADOS-SALIDA.
       01  REG-EMPLEADOS-SALIDA.
           05 NSA-LLAVE.
               10 NSA-SITIO PIC X(2).
               10 NSA-NUMERO PIC 9(5).
           05 NSA-DATOS.
               10 FILLER PIC X(36).
               10 NSA-DEPTO PIC 9(3).
               10 NSA-PUESTO PIC 9(2).
               10 FILLER PIC X(15).

       WORKING-STORAGE SECTION.
       COPY NOMREG.
               10 WS-APR-NUEVO PIC S9(7)V99.
               10 WS-APR-STATUS PIC X(1).
               10 WS-APR-RAZON PIC X(20).
               10 WS-APR-APROBADOR PIC X(20).
               10 WS-APR-FECHA-DECISION PIC X(8).
      *        WS-APR-APLICAR: "S" = aprobada en esta sesion y en
      *        espera de la pasada final al maestro; "H" = ya
      *        aplicada en esa pasada.
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-CNG-PERIODO PIC X(6).
       01  WS-CNG-DECISION PIC X(1) VALUE "N".
       01  WS-CNG-RESULTADO PIC X(1).
       01  WS-CNG-PROGRAMA PIC X(20) VALUE "aprueba-cambios".
       01  WS-CNG-CAMPO PIC X(8) VALUE "SALARIO".
       01  WS-CNG-EMPLEADO-ID PIC X(6).
       01  WS-CNG-VALOR-ANTERIOR PIC X(20).
       01  WS-CNG-VALOR-NUEVO PIC X(20).
       01  WS-CNG-IMAGEN PIC X(218) VALUE SPACES.
       01  WS-CNG-IMPORTE PIC -(7)9.99.

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
                   TO WS-APR-STATUS (WS-TOTAL-APROBACIONES)
               MOVE APR-RAZON
                   TO WS-APR-RAZON (WS-TOTAL-APROBACIONES)
               MOVE APR-APROBADOR
                   TO WS-APR-APROBADOR (WS-TOTAL-APROBACIONES)
               MOVE APR-FECHA-DECISION
                   TO WS-APR-FECHA-DECISION (WS-TOTAL-APROBACIONES)
               MOVE "N"
                   TO WS-APR-APLICAR (WS-TOTAL-APROBACIONES)
           END-IF.
                   WS-IMPORTE-EDITADO " a " WS-IMPORTE-EDITADO-2
                   " capturo " WS-APR-USUARIO (WS-IX-APR)
                   " hace " WS-DIAS-PENDIENTE " dias"
               IF WS-APR-RAZON (WS-IX-APR) NOT = SPACES
                   DISPLAY "       origen: " WS-APR-RAZON (WS-IX-APR)
               END-IF
           END-IF.

           ATIENDE-PENDIENTE.
                   MOVE WS-RAZON-CAPTURADA
                       TO WS-APR-RAZON (WS-IX-APR)
                   MOVE "S" TO WS-APR-APLICAR (WS-IX-APR)
                   PERFORM ANOTA-DECISION
                   ADD 1 TO WS-APROBADAS-SESION
                   DISPLAY "Cambio aprobado; se aplica al maestro "
                       "al salir de la sesion."
                   MOVE "R" TO WS-APR-STATUS (WS-IX-APR)
                   MOVE WS-RAZON-CAPTURADA
                       TO WS-APR-RAZON (WS-IX-APR)
                   PERFORM ANOTA-DECISION
                   DISPLAY "Cambio rechazado."
               WHEN OTHER
                   DISPLAY "Decision no valida; el cambio sigue "
                       "pendiente."
           END-EVALUATE.

      *    Quien decidio y cuando queda en la cola para la revision
      *    de segregacion de funciones.
           ANOTA-DECISION.
           MOVE WS-SESION-USUARIO TO WS-APR-APROBADOR (WS-IX-APR).
           MOVE WS-FECHA-HOY TO WS-APR-FECHA-DECISION (WS-IX-APR).

      *    Todas las aprobaciones de la sesion se aplican en UNA sola
      *    pasada entrada-salida al salir: aplicar cada una por
      *    separado truncaria el maestro de salida y la segunda
      *    esta en el maestro (o toda la tanda, si los archivos no
      *    abren) regresa a pendiente antes de reescribir la cola.
           APLICA-CAMBIOS-MAESTRO.
           IF WS-APROBADAS-SESION > ZEROES
               CALL "verifica-congelamiento"
                   USING WS-SESION-ROL WS-CNG-PERIODO WS-CNG-DECISION
               END-CALL
               IF WS-CNG-DECISION = "E"
                   DISPLAY "Nomina congelada por el periodo "
                       WS-CNG-PERIODO "; las aprobaciones se aplican "
                       "despues del cierre."
                   PERFORM REGRESA-APROBADAS-A-PENDIENTE
               ELSE
                   PERFORM PASA-MAESTRO-APROBADAS
               END-IF
           END-IF.

           PASA-MAESTRO-APROBADAS.
           OPEN INPUT EMPLEADOS-ENTRADA.
           IF WS-FILE-STATUS-ENT NOT = "00"
               DISPLAY "No se pudo abrir el maestro de entrada: "
                   WS-RUTA-ENTRADA
               PERFORM REGRESA-APROBADAS-A-PENDIENTE
           ELSE
               OPEN OUTPUT EMPLEADOS-SALIDA
               IF WS-FILE-STATUS-SAL NOT = "00"
                   DISPLAY "No se pudo abrir el maestro de "
                       "salida: " WS-RUTA-SALIDA
                   CLOSE EMPLEADOS-ENTRADA
                   PERFORM REGRESA-APROBADAS-A-PENDIENTE
               ELSE
                   MOVE "1" TO FIN-DEL-MAESTRO
                   PERFORM LEE-SIGUIENTE-EMPLEADO
                   PERFORM COPIA-EMPLEADO
                       UNTIL FIN-DEL-MAESTRO = "0"
                   CLOSE EMPLEADOS-ENTRADA
                   CLOSE EMPLEADOS-SALIDA
                   PERFORM REVISA-APROBADAS-SIN-CRUCE
                   DISPLAY "Cambios aplicados al maestro de "
                       "salida: " WS-TOTAL-APLICADAS
               END-IF
           END-IF.

           LEE-SIGUIENTE-EMPLEADO.
           READ EMPLEADOS-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DEL-MAESTRO
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

      *    Dos aprobaciones del mismo numero en la misma sesion se
                   END-CALL
                   MOVE "H" TO WS-APR-APLICAR (WS-IX-APR)
                   ADD 1 TO WS-TOTAL-APLICADAS
                   IF WS-CNG-DECISION = "F"
                       PERFORM ASIENTA-FORZADO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-SITIO-EMP TO NSA-SITIO.
           MOVE WS-NUMERO-EMP TO NSA-NUMERO.
           MOVE WS-REG-EMPLEADOS TO NSA-DATOS.
           WRITE REG-EMPLEADOS-SALIDA
               INVALID KEY
                   DISPLAY "Llave repetida o fuera de orden en el "
                       "maestro de salida: " WS-SITIO-EMP " "
                       WS-NUMERO-EMP
           END-WRITE.
           PERFORM LEE-SIGUIENTE-EMPLEADO.

           ASIENTA-FORZADO.
           MOVE WS-NUMERO-EMP TO WS-CNG-EMPLEADO-ID.
           MOVE WS-SALARIO-ANTERIOR TO WS-CNG-IMPORTE.
           MOVE WS-CNG-IMPORTE TO WS-CNG-VALOR-ANTERIOR.
           MOVE WS-SALARIO-NUEVO TO WS-CNG-IMPORTE.
           MOVE WS-CNG-IMPORTE TO WS-CNG-VALOR-NUEVO.
           CALL "estaciona-congelado"
               USING WS-CNG-PERIODO WS-CNG-DECISION WS-CNG-PROGRAMA
                   WS-SESION-USUARIO WS-CNG-EMPLEADO-ID WS-CNG-CAMPO
                   WS-CNG-VALOR-ANTERIOR WS-CNG-VALOR-NUEVO
                   WS-CNG-IMAGEN WS-CNG-RESULTADO
           END-CALL.

           REVISA-APROBADAS-SIN-CRUCE.
           PERFORM REVISA-UNA-SIN-CRUCE
               VARYING WS-IX-APR FROM 1 BY 1
                   "a pendiente."
               MOVE "P" TO WS-APR-STATUS (WS-IX-APR)
               MOVE "N" TO WS-APR-APLICAR (WS-IX-APR)
               MOVE SPACES TO WS-APR-APROBADOR (WS-IX-APR)
               MOVE SPACES TO WS-APR-FECHA-DECISION (WS-IX-APR)
           END-IF.

           REGRESA-APROBADAS-A-PENDIENTE.
           IF WS-APR-APLICAR (WS-IX-APR) = "S"
               MOVE "P" TO WS-APR-STATUS (WS-IX-APR)
               MOVE "N" TO WS-APR-APLICAR (WS-IX-APR)
               MOVE SPACES TO WS-APR-APROBADOR (WS-IX-APR)
               MOVE SPACES TO WS-APR-FECHA-DECISION (WS-IX-APR)
           END-IF.

           REESCRIBE-APROBACIONES.
           MOVE WS-APR-NUEVO (WS-IX-APR) TO APR-SALARIO-NUEVO.
           MOVE WS-APR-STATUS (WS-IX-APR) TO APR-STATUS.
           MOVE WS-APR-RAZON (WS-IX-APR) TO APR-RAZON.
           MOVE WS-APR-APROBADOR (WS-IX-APR) TO APR-APROBADOR.
           MOVE WS-APR-FECHA-DECISION (WS-IX-APR)
               TO APR-FECHA-DECISION.
           MOVE APROBACION-REGISTRO TO LINEA-APROBACION.
           WRITE LINEA-APROBACION.

