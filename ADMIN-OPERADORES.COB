      * Date:03/09/2026
      * Purpose:ADMINISTRACION DEL ARCHIVO DE OPERADORES
      *         (OPERADORES.txt, RENGLON usuario,password,rol,status,
      *         intentos,fecha-password[,id-empleado]): ALTA, BAJA
      *         (DESHABILITAR SIN BORRAR EL RENGLON, PARA QUE EL RASTRO
      *         DEL OPERADOR QUE SE FUE SIGA CUADRANDO CON LA
      *         AUDITORIA), RESET DE PASSWORD, CAMBIO DE ROL, DESBLOQUEO
      *         DE CUENTAS QUE inicia-sesion BLOQUEO POR INTENTOS
      *         FALLIDOS Y EL ID DE EMPLEADO DEL OPERADOR (EL MISMO
      *         EMPLEADOS-ID DEL DIRECTORIO; VARIAS CUENTAS DE UNA MISMA
      *         PERSONA LLEVAN EL MISMO ID Y segrega-funciones LAS
      *         JUNTA). SOLO ENTRA UN SUPERVISOR (ROL S) Y CADA ACCION
      *         QUEDA EN OPERADORES-AUDITORIA.log CON SELLO, QUIEN LA
      *         HIZO Y A QUIEN. REESCRIBE EL ARCHIVO COMPLETO DESDE LA
      *         TABLA COMO MANTIENE-DEPTOS; EL RASTRO POR OPERADOR SE
      *         CONSULTA CON actividad-operador.
      * Tectonics: cobc -I copybooks
      ******************************************************************
               10 WS-OPE-STATUS PIC X(1).
               10 WS-OPE-INTENTOS PIC 9(2).
               10 WS-OPE-FECHA-PWD PIC X(8).
               10 WS-OPE-EMPLEADO PIC X(6).
       01  WS-TOTAL-OPERADORES PIC 9(3) VALUE ZEROES.
       01  WS-IX-OPE PIC 9(3).
       01  WS-OPE-ENCONTRADO PIC 9(3).
       01  WS-STATUS-X PIC X(2).
       01  WS-INTENTOS-X PIC X(2).
       01  WS-PUNTERO-LINEA PIC 9(3).

       01  WS-USUARIO-CAPTURADO PIC X(20).
       01  WS-PASSWORD-NUEVO PIC X(20).
       01  WS-ROL-NUEVO PIC X(1).
       01  WS-EMPLEADO-NUEVO PIC X(6).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-SELLO PIC X(16).

               MOVE SPACES TO WS-STATUS-X WS-INTENTOS-X
               MOVE SPACES
                   TO WS-OPE-FECHA-PWD (WS-TOTAL-OPERADORES)
               MOVE SPACES
                   TO WS-OPE-EMPLEADO (WS-TOTAL-OPERADORES)
               UNSTRING LINEA-OPERADOR DELIMITED BY ","
                   INTO WS-OPE-USUARIO (WS-TOTAL-OPERADORES)
                       WS-OPE-PASSWORD (WS-TOTAL-OPERADORES)
                       WS-OPE-ROL (WS-TOTAL-OPERADORES)
                       WS-STATUS-X WS-INTENTOS-X
                       WS-OPE-FECHA-PWD (WS-TOTAL-OPERADORES)
                       WS-OPE-EMPLEADO (WS-TOTAL-OPERADORES)
               END-UNSTRING
               IF WS-STATUS-X (1:1) = "A" OR WS-STATUS-X (1:1) = "B"
                   OR WS-STATUS-X (1:1) = "D"
           DISPLAY "  4. Reset de password".
           DISPLAY "  5. Cambio de rol".
           DISPLAY "  6. Desbloquear cuenta".
           DISPLAY "  7. Id de empleado del operador".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
                   PERFORM CAMBIA-ROL
               WHEN "6"
                   PERFORM DESBLOQUEA-CUENTA
               WHEN "7"
                   PERFORM ASIGNA-EMPLEADO
               WHEN "0"
                   CONTINUE
               WHEN OTHER
               " rol " WS-OPE-ROL (WS-IX-OPE)
               " status " WS-OPE-STATUS (WS-IX-OPE)
               " intentos " WS-OPE-INTENTOS (WS-IX-OPE)
               " password " WS-OPE-FECHA-PWD (WS-IX-OPE)
               " empleado " WS-OPE-EMPLEADO (WS-IX-OPE).

           BUSCA-OPERADOR-EN-TABLA.
           MOVE ZEROES TO WS-OPE-ENCONTRADO.
                   DISPLAY "Password inicial: "
                   ACCEPT WS-PASSWORD-NUEVO
                   DISPLAY "Rol (C consulta, M mantenimiento, "
                       "N nomina, S supervisor, T tesoreria): "
                   ACCEPT WS-ROL-NUEVO
                   DISPLAY "Id de empleado del operador (ENTER si "
                       "no es empleado): "
                   MOVE SPACES TO WS-EMPLEADO-NUEVO
                   ACCEPT WS-EMPLEADO-NUEVO
                   IF WS-PASSWORD-NUEVO = SPACES
                       OR (WS-ROL-NUEVO NOT = "C"
                           AND WS-ROL-NUEVO NOT = "M"
                           AND WS-ROL-NUEVO NOT = "N"
                           AND WS-ROL-NUEVO NOT = "S"
                           AND WS-ROL-NUEVO NOT = "T")
                       DISPLAY "Password vacio o rol no valido; "
                           "el alta no procede."
                   ELSE
                           TO WS-OPE-INTENTOS (WS-OPE-ENCONTRADO)
                       MOVE WS-FECHA-HOY TO WS-OPE-FECHA-PWD
                           (WS-OPE-ENCONTRADO)
                       MOVE WS-EMPLEADO-NUEVO TO WS-OPE-EMPLEADO
                           (WS-OPE-ENCONTRADO)
                       PERFORM REESCRIBE-OPERADORES
                       MOVE "ALTA" TO OAU-ACCION
                       PERFORM REGISTRA-ACCION
           IF WS-OPE-ENCONTRADO = ZEROES
               DISPLAY "Ese usuario no existe."
           ELSE
               DISPLAY "Rol nuevo (C, M, N, S o T): "
               ACCEPT WS-ROL-NUEVO
               IF WS-ROL-NUEVO NOT = "C" AND WS-ROL-NUEVO NOT = "M"
                   AND WS-ROL-NUEVO NOT = "N" AND WS-ROL-NUEVO NOT = "S"
                   AND WS-ROL-NUEVO NOT = "T"
                   DISPLAY "Rol no valido."
               ELSE
                   MOVE WS-ROL-NUEVO
               END-IF
           END-IF.

      *    Liga la cuenta con la persona: sin este id no se ve que dos
      *    cuentas son del mismo empleado ni que un operador toco su
      *    propio registro. ENTER lo deja en blanco.
           ASIGNA-EMPLEADO.
           DISPLAY "Usuario a ligar con su id de empleado: ".
           ACCEPT WS-USUARIO-CAPTURADO.
           PERFORM BUSCA-OPERADOR-EN-TABLA.
           IF WS-OPE-ENCONTRADO = ZEROES
               DISPLAY "Ese usuario no existe."
           ELSE
               DISPLAY "Id de empleado (ENTER para quitarlo): "
               MOVE SPACES TO WS-EMPLEADO-NUEVO
               ACCEPT WS-EMPLEADO-NUEVO
               MOVE WS-EMPLEADO-NUEVO
                   TO WS-OPE-EMPLEADO (WS-OPE-ENCONTRADO)
               PERFORM REESCRIBE-OPERADORES
               MOVE "ID-EMPLEADO" TO OAU-ACCION
               PERFORM REGISTRA-ACCION
               DISPLAY "Id de empleado actualizado."
           END-IF.

           REESCRIBE-OPERADORES.
           OPEN OUTPUT OPERADORES.
           IF WS-FILE-STATUS-OPE NOT = "00"

           ESCRIBE-OPERADOR.
           MOVE SPACES TO LINEA-OPERADOR.
           MOVE 1 TO WS-PUNTERO-LINEA.
           STRING FUNCTION TRIM(WS-OPE-USUARIO (WS-IX-OPE))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-OPE-FECHA-PWD (WS-IX-OPE) DELIMITED BY SIZE
               INTO LINEA-OPERADOR
               WITH POINTER WS-PUNTERO-LINEA
           END-STRING.
      *    El numero de empleado del operador solo se escribe si lo
      *    tiene; los renglones sin el quedan como estaban.
           IF WS-OPE-EMPLEADO (WS-IX-OPE) NOT = SPACES
               STRING "," DELIMITED BY SIZE
                   WS-OPE-EMPLEADO (WS-IX-OPE) DELIMITED BY SIZE
                   INTO LINEA-OPERADOR
                   WITH POINTER WS-PUNTERO-LINEA
               END-STRING
           END-IF.
           WRITE LINEA-OPERADOR.

           REGISTRA-ACCION.
