      * Purpose:RUTINA COMPARTIDA DE INICIO DE SESION: VALIDA AL
      *         OPERADOR CONTRA EL ARCHIVO DE OPERADORES
      *         (usuario,password,rol,status,intentos,fecha-password
      *         [,id-empleado] POR RENGLON; ROL C = SOLO CONSULTA, M =
      *         MANTENIMIENTO, N = NOMINA, S = SUPERVISOR, T =
      *         TESORERIA; STATUS A = ACTIVO, B = BLOQUEADO, D =
      *         DESHABILITADO) Y REGRESA EL USUARIO Y SU ROL. LAS
      *         CREDENCIALES PUEDEN VENIR EN
      *         SUITE_USUARIO/SUITE_PASSWORD (CORRIDAS DE LOTE) O
      *         CAPTURARSE EN PANTALLA CON HASTA TRES INTENTOS. LOS
      *         INTENTOS FALLIDOS SE ACUMULAN EN EL ARCHIVO (NO SOLO EN
      *         LA SESION): AL LLEGAR A OPERADORES_MAX_INTENTOS (3 POR
      *         OMISION) LA CUENTA QUEDA BLOQUEADA HASTA QUE UN
      *         SUPERVISOR LA DESBLOQUEE EN ADMIN-OPERADORES. UN
      *         PASSWORD CON MAS DIAS QUE OPERADORES_DIAS_PASSWORD (90
      *         POR OMISION) OBLIGA A CAMBIARLO EN EL MISMO INICIO DE
      *         SESION. LOS RENGLONES DEL FORMATO VIEJO
      *         (usuario,password,rol) ENTRAN COMO ACTIVOS SIN INTENTOS
      *         Y SIN FECHA (SIN CADUCIDAD HASTA QUE EL ADMIN LA
      *         SIEMBRE). SIN ARCHIVO DE OPERADORES NO HAY SESION.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       01  WS-MAX-INTENTOS-X PIC X(2).
       01  WS-MAX-INTENTOS PIC 9(2) VALUE 3.
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
       END PROGRAM inicia-sesion.
