      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:MANTENIMIENTO DE LOS REGISTROS PATRONALES DEL IMSS
      *         (REGISTROS-PATRONALES.txt, RPAREG.cpy): UNO POR CADA
      *         ESTADO DONDE LA EMPRESA TIENE GENTE Y EL DE LA OBRA,
      *         CON SU RAZON SOCIAL, RFC, CLASE DE RIESGO (1 A 5) Y
      *         PRIMA DE RIESGO DE TRABAJO EN POR CIENTO. TAMBIEN
      *         MANTIENE LAS ASIGNACIONES POR EMPLEADO
      *         (REGISTRO-PATRONAL-EMPLEADOS.txt, RPEREG.cpy): QUIEN
      *         COTIZA BAJO UN REGISTRO DISTINTO AL DE SU SITIO Y
      *         DESDE QUE FECHA; UNA ASIGNACION CON EL REGISTRO EN
      *         BLANCO LO REGRESA AL DE SU SITIO. EL REGISTRO DE CADA
      *         SITIO SE CAPTURA EN mantiene-sitios. UN REGISTRO CON
      *         ASIGNACIONES NO SE PUEDE ELIMINAR. SOLO EL ROL S
      *         (SUPERVISOR) DE inicia-sesion; LOS ARCHIVOS SE
      *         REESCRIBEN COMPLETOS EN CADA MOVIMIENTO, COMO
      *         MANTIENE-PARAMETROS.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantiene-patronales.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT REGISTROS-PATRONALES
       ASSIGN TO DYNAMIC WS-RUTA-REGISTROS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPA.

       SELECT ASIGNACIONES-PATRONALES
       ASSIGN TO DYNAMIC WS-RUTA-ASIGNACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPE.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTROS-PATRONALES.
       01  LINEA-REGISTRO-PATRONAL PIC X(85).

       FD ASIGNACIONES-PATRONALES.
       01  LINEA-ASIGNACION PIC X(38).

       WORKING-STORAGE SECTION.
       COPY RPAREG.
       COPY RPEREG.

       01  WS-RUTA-REGISTROS PIC X(200).
       01  WS-RUTA-ASIGNACIONES PIC X(200).
       01  WS-FILE-STATUS-RPA PIC X(2).
       01  WS-FILE-STATUS-RPE PIC X(2).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-OPCION-RPA PIC X.

       01  WS-TABLA-REGISTROS.
           05 WS-RPA-LINEA OCCURS 50 TIMES PIC X(85).
       01  WS-TOTAL-REGISTROS PIC 9(3) VALUE ZEROES.
       01  WS-IX-RPA PIC 9(3).
       01  WS-RPA-ENCONTRADO PIC 9(3).

       01  WS-TABLA-ASIGNACIONES.
           05 WS-RPE-LINEA OCCURS 2000 TIMES PIC X(38).
       01  WS-TOTAL-ASIGNACIONES PIC 9(4) VALUE ZEROES.
       01  WS-IX-RPE PIC 9(4).
       01  WS-RPE-ENCONTRADO PIC 9(4).

       01  WS-REGISTRO-CAPTURADO PIC X(12).
       01  WS-RAZON-CAPTURADA PIC X(40).
       01  WS-RFC-CAPTURADO PIC X(14).
       01  WS-CLASE-X PIC X(2).
       01  WS-PRIMA-X PIC X(12).
       01  WS-PRIMA-CAPTURADA PIC 9(2)V9(5).
       01  WS-SITIO-CAPTURADO PIC X(2).
       01  WS-NUMERO-X PIC X(6).
       01  WS-NUMERO-CAPTURADO PIC 9(5).
       01  WS-FECHA-CAPTURADA PIC X(10).
       01  WS-FECHA-NUM PIC 9(8).
       01  WS-MES-FECHA PIC 9(2).
       01  WS-DIA-FECHA PIC 9(2).
       01  WS-RENGLON-X PIC X(5).
       01  WS-RENGLON PIC 9(4).
       01  WS-DATO-VALIDO PIC X.
       01  WS-CONFIRMACION PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-RENGLONES-MOSTRADOS PIC 9(4).
       01  WS-PRIMA-EDITADA PIC Z9.99999.
       01  WS-TOTAL-MOVIMIENTOS PIC 9(5) VALUE ZEROES.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "mantiene-patronales".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S"
               OR WS-SESION-ROL NOT = "S"
               DISPLAY "Solo un supervisor puede mantener los "
                   "registros patronales."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-REGISTROS.
           PERFORM CARGA-ASIGNACIONES.
           MOVE SPACES TO WS-OPCION-RPA.
           PERFORM MENU-PATRONALES UNTIL WS-OPCION-RPA = "0".
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-MOVIMIENTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-REGISTROS FROM ENVIRONMENT
               "REGISTROS_PATRONALES_PATH".
           IF WS-RUTA-REGISTROS = SPACES
               MOVE "REGISTROS-PATRONALES.txt" TO WS-RUTA-REGISTROS
           END-IF.
           ACCEPT WS-RUTA-ASIGNACIONES FROM ENVIRONMENT
               "REGISTRO_PATRONAL_EMPLEADOS_PATH".
           IF WS-RUTA-ASIGNACIONES = SPACES
               MOVE "REGISTRO-PATRONAL-EMPLEADOS.txt"
                   TO WS-RUTA-ASIGNACIONES
           END-IF.

           CARGA-REGISTROS.
           OPEN INPUT REGISTROS-PATRONALES.
           IF WS-FILE-STATUS-RPA NOT = "00"
               DISPLAY "Catalogo de registros patronales nuevo; se "
                   "creara al guardar."
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-REGISTRO
               PERFORM AGREGA-REGISTRO-A-TABLA
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE REGISTROS-PATRONALES
           END-IF.

           LEE-LINEA-REGISTRO.
           READ REGISTROS-PATRONALES
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-REGISTRO-A-TABLA.
           IF LINEA-REGISTRO-PATRONAL NOT = SPACES
               AND WS-TOTAL-REGISTROS < 50
               ADD 1 TO WS-TOTAL-REGISTROS
               MOVE LINEA-REGISTRO-PATRONAL
                   TO WS-RPA-LINEA (WS-TOTAL-REGISTROS)
           END-IF.
           PERFORM LEE-LINEA-REGISTRO.

           CARGA-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES-PATRONALES.
           IF WS-FILE-STATUS-RPE = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-ASIGNACION
               PERFORM AGREGA-ASIGNACION-A-TABLA
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE ASIGNACIONES-PATRONALES
           END-IF.

           LEE-LINEA-ASIGNACION.
           READ ASIGNACIONES-PATRONALES
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-ASIGNACION-A-TABLA.
           IF LINEA-ASIGNACION NOT = SPACES
               AND WS-TOTAL-ASIGNACIONES < 2000
               ADD 1 TO WS-TOTAL-ASIGNACIONES
               MOVE LINEA-ASIGNACION
                   TO WS-RPE-LINEA (WS-TOTAL-ASIGNACIONES)
           END-IF.
           PERFORM LEE-LINEA-ASIGNACION.

           MENU-PATRONALES.
           DISPLAY "--------------------------------------------".
           DISPLAY "  REGISTROS PATRONALES IMSS".
           DISPLAY "  1. Listar los registros".
           DISPLAY "  2. Agregar un registro".
           DISPLAY "  3. Modificar un registro".
           DISPLAY "  4. Eliminar un registro".
           DISPLAY "  5. Listar las asignaciones por empleado".
           DISPLAY "  6. Asignar registro a un empleado".
           DISPLAY "  7. Eliminar una asignacion".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-RPA.
           EVALUATE WS-OPCION-RPA
               WHEN "1"
                   PERFORM LISTA-REGISTROS
               WHEN "2"
                   PERFORM AGREGA-REGISTRO
               WHEN "3"
                   PERFORM MODIFICA-REGISTRO
               WHEN "4"
                   PERFORM ELIMINA-REGISTRO
               WHEN "5"
                   PERFORM LISTA-ASIGNACIONES
               WHEN "6"
                   PERFORM AGREGA-ASIGNACION
               WHEN "7"
                   PERFORM ELIMINA-ASIGNACION
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           LISTA-REGISTROS.
           IF WS-TOTAL-REGISTROS = ZEROES
               DISPLAY "No hay registros patronales capturados."
           END-IF.
           PERFORM MUESTRA-REGISTRO
               VARYING WS-IX-RPA FROM 1 BY 1
               UNTIL WS-IX-RPA > WS-TOTAL-REGISTROS.

           MUESTRA-REGISTRO.
           MOVE WS-RPA-LINEA (WS-IX-RPA) TO REGISTRO-PATRONAL-REGISTRO.
           MOVE RPA-PRIMA-RIESGO TO WS-PRIMA-EDITADA.
           DISPLAY "  " RPA-REGISTRO " " RPA-RAZON-SOCIAL.
           DISPLAY "      RFC " RPA-RFC-PATRON " clase "
               RPA-CLASE-RIESGO " prima " WS-PRIMA-EDITADA "% ("
               RPA-FECHA-CAPTURA ")".

           ACEPTA-REGISTRO.
           MOVE SPACES TO WS-REGISTRO-CAPTURADO.
           ACCEPT WS-REGISTRO-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-REGISTRO-CAPTURADO)
               TO WS-REGISTRO-CAPTURADO.

           BUSCA-REGISTRO-EN-TABLA.
           MOVE ZEROES TO WS-RPA-ENCONTRADO.
           PERFORM VARYING WS-IX-RPA FROM 1 BY 1
               UNTIL WS-IX-RPA > WS-TOTAL-REGISTROS
               OR WS-RPA-ENCONTRADO > ZEROES
               MOVE WS-RPA-LINEA (WS-IX-RPA)
                   TO REGISTRO-PATRONAL-REGISTRO
               IF RPA-REGISTRO = WS-REGISTRO-CAPTURADO (1:11)
                   MOVE WS-IX-RPA TO WS-RPA-ENCONTRADO
               END-IF
           END-PERFORM.

      *    El registro patronal del IMSS son once posiciones: letra,
      *    diez digitos (el ultimo es el verificador).
           AGREGA-REGISTRO.
           DISPLAY "Registro patronal (11 posiciones): ".
           PERFORM ACEPTA-REGISTRO.
           IF WS-REGISTRO-CAPTURADO (1:11) = SPACES
               OR WS-REGISTRO-CAPTURADO (11:1) = SPACE
               OR WS-REGISTRO-CAPTURADO (12:1) NOT = SPACE
               DISPLAY "El registro debe tener 11 posiciones."
           ELSE
               PERFORM BUSCA-REGISTRO-EN-TABLA
               IF WS-RPA-ENCONTRADO > ZEROES
                   DISPLAY "Ese registro ya esta en el catalogo."
               ELSE
                   IF WS-TOTAL-REGISTROS >= 50
                       DISPLAY "El catalogo de registros esta lleno."
                   ELSE
                       MOVE SPACES TO REGISTRO-PATRONAL-REGISTRO
                       MOVE WS-REGISTRO-CAPTURADO (1:11)
                           TO RPA-REGISTRO
                       PERFORM CAPTURA-DATOS-REGISTRO
                       IF WS-DATO-VALIDO = "S"
                           ADD 1 TO WS-TOTAL-REGISTROS
                           MOVE WS-TOTAL-REGISTROS
                               TO WS-RPA-ENCONTRADO
                           PERFORM GUARDA-REGISTRO
                           DISPLAY "Registro patronal agregado."
                       END-IF
                   END-IF
               END-IF
           END-IF.

           CAPTURA-DATOS-REGISTRO.
           MOVE "S" TO WS-DATO-VALIDO.
           DISPLAY "Razon social: ".
           MOVE SPACES TO WS-RAZON-CAPTURADA.
           ACCEPT WS-RAZON-CAPTURADA.
           IF WS-RAZON-CAPTURADA = SPACES
               DISPLAY "La razon social es obligatoria."
               MOVE "N" TO WS-DATO-VALIDO
           END-IF.
           IF WS-DATO-VALIDO = "S"
               DISPLAY "RFC del patron (12 o 13 posiciones): "
               MOVE SPACES TO WS-RFC-CAPTURADO
               ACCEPT WS-RFC-CAPTURADO
               MOVE FUNCTION UPPER-CASE(WS-RFC-CAPTURADO)
                   TO WS-RFC-CAPTURADO
               IF WS-RFC-CAPTURADO (12:1) = SPACE
                   OR WS-RFC-CAPTURADO (14:1) NOT = SPACE
                   DISPLAY "RFC no valido."
                   MOVE "N" TO WS-DATO-VALIDO
               END-IF
           END-IF.
           IF WS-DATO-VALIDO = "S"
               DISPLAY "Clase de riesgo (1 a 5): "
               MOVE SPACES TO WS-CLASE-X
               ACCEPT WS-CLASE-X
               IF WS-CLASE-X (1:1) < "1" OR WS-CLASE-X (1:1) > "5"
                   OR WS-CLASE-X (2:1) NOT = SPACE
                   DISPLAY "La clase de riesgo va de 1 a 5."
                   MOVE "N" TO WS-DATO-VALIDO
               END-IF
           END-IF.
           IF WS-DATO-VALIDO = "S"
               DISPLAY "Prima de riesgo de trabajo en por ciento "
                   "(ej. 2.59840): "
               MOVE SPACES TO WS-PRIMA-X
               ACCEPT WS-PRIMA-X
               IF WS-PRIMA-X = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-PRIMA-X) NOT = ZEROES
                   DISPLAY "Prima no valida."
                   MOVE "N" TO WS-DATO-VALIDO
               ELSE
                   COMPUTE WS-PRIMA-CAPTURADA =
                       FUNCTION NUMVAL(WS-PRIMA-X)
                   IF WS-PRIMA-CAPTURADA = ZEROES
                       DISPLAY "La prima no puede ser cero."
                       MOVE "N" TO WS-DATO-VALIDO
                   END-IF
               END-IF
           END-IF.
           IF WS-DATO-VALIDO = "S"
               MOVE WS-RAZON-CAPTURADA TO RPA-RAZON-SOCIAL
               MOVE WS-RFC-CAPTURADO (1:13) TO RPA-RFC-PATRON
               MOVE WS-CLASE-X (1:1) TO RPA-CLASE-RIESGO
               MOVE WS-PRIMA-CAPTURADA TO RPA-PRIMA-RIESGO
               MOVE WS-FECHA-HOY TO RPA-FECHA-CAPTURA
           END-IF.

           GUARDA-REGISTRO.
           MOVE REGISTRO-PATRONAL-REGISTRO
               TO WS-RPA-LINEA (WS-RPA-ENCONTRADO).
           PERFORM REESCRIBE-REGISTROS.
           ADD 1 TO WS-TOTAL-MOVIMIENTOS.

      *    El numero de registro no cambia; para cambiarlo se da de
      *    alta el nuevo y se reasigna la gente.
           MODIFICA-REGISTRO.
           DISPLAY "Registro patronal a modificar: ".
           PERFORM ACEPTA-REGISTRO.
           PERFORM BUSCA-REGISTRO-EN-TABLA.
           IF WS-RPA-ENCONTRADO = ZEROES
               DISPLAY "Ese registro no esta en el catalogo."
           ELSE
               MOVE WS-RPA-LINEA (WS-RPA-ENCONTRADO)
                   TO REGISTRO-PATRONAL-REGISTRO
               PERFORM CAPTURA-DATOS-REGISTRO
               IF WS-DATO-VALIDO = "S"
                   PERFORM GUARDA-REGISTRO
                   DISPLAY "Registro patronal modificado."
               END-IF
           END-IF.

           ELIMINA-REGISTRO.
           DISPLAY "Registro patronal a eliminar: ".
           PERFORM ACEPTA-REGISTRO.
           PERFORM BUSCA-REGISTRO-EN-TABLA.
           IF WS-RPA-ENCONTRADO = ZEROES
               DISPLAY "Ese registro no esta en el catalogo."
           ELSE
               PERFORM CUENTA-ASIGNACIONES-REGISTRO
               IF WS-RENGLONES-MOSTRADOS > ZEROES
                   DISPLAY "El registro tiene " WS-RENGLONES-MOSTRADOS
                       " asignaciones de empleados; eliminelas "
                       "primero."
               ELSE
                   DISPLAY "Eliminar el registro "
                       WS-REGISTRO-CAPTURADO (1:11) " (S/N): "
                   MOVE SPACES TO WS-CONFIRMACION
                   ACCEPT WS-CONFIRMACION
                   IF FUNCTION UPPER-CASE(WS-CONFIRMACION) = "S"
                       MOVE WS-RPA-LINEA (WS-TOTAL-REGISTROS)
                           TO WS-RPA-LINEA (WS-RPA-ENCONTRADO)
                       SUBTRACT 1 FROM WS-TOTAL-REGISTROS
                       PERFORM REESCRIBE-REGISTROS
                       ADD 1 TO WS-TOTAL-MOVIMIENTOS
                       DISPLAY "Registro patronal eliminado; revise "
                           "los sitios que lo tenian."
                   ELSE
                       DISPLAY "No se elimino nada."
                   END-IF
               END-IF
           END-IF.

           CUENTA-ASIGNACIONES-REGISTRO.
           MOVE ZEROES TO WS-RENGLONES-MOSTRADOS.
           PERFORM CUENTA-ASIGNACION
               VARYING WS-IX-RPE FROM 1 BY 1
               UNTIL WS-IX-RPE > WS-TOTAL-ASIGNACIONES.

           CUENTA-ASIGNACION.
           MOVE WS-RPE-LINEA (WS-IX-RPE) TO REGISTRO-PATRONAL-EMPLEADO.
           IF RPE-REGISTRO = WS-REGISTRO-CAPTURADO (1:11)
               ADD 1 TO WS-RENGLONES-MOSTRADOS
           END-IF.

      *    El numero de renglon que se muestra es el que se teclea
      *    para eliminar la asignacion.
           LISTA-ASIGNACIONES.
           MOVE ZEROES TO WS-RENGLONES-MOSTRADOS.
           PERFORM MUESTRA-ASIGNACION
               VARYING WS-IX-RPE FROM 1 BY 1
               UNTIL WS-IX-RPE > WS-TOTAL-ASIGNACIONES.
           IF WS-RENGLONES-MOSTRADOS = ZEROES
               DISPLAY "No hay asignaciones por empleado."
           END-IF.

           MUESTRA-ASIGNACION.
           MOVE WS-RPE-LINEA (WS-IX-RPE) TO REGISTRO-PATRONAL-EMPLEADO.
           ADD 1 TO WS-RENGLONES-MOSTRADOS.
           IF RPE-REGISTRO = SPACES
               DISPLAY WS-IX-RPE ") sitio " RPE-SITIO " empleado "
                   RPE-NUMERO " desde " RPE-FECHA-DESDE
                   " regresa al registro de su sitio"
           ELSE
               DISPLAY WS-IX-RPE ") sitio " RPE-SITIO " empleado "
                   RPE-NUMERO " desde " RPE-FECHA-DESDE
                   " registro " RPE-REGISTRO
           END-IF.

      *    Sitio y numero de nomina como en la nomina (sitio en
      *    blanco para la plaza); la fecha es la del cambio de
      *    registro y el mismo empleado no repite fecha.
           AGREGA-ASIGNACION.
           IF WS-TOTAL-ASIGNACIONES >= 2000
               DISPLAY "La tabla de asignaciones esta llena."
           ELSE
               MOVE "S" TO WS-DATO-VALIDO
               DISPLAY "Sitio del empleado (en blanco para la plaza): "
               MOVE SPACES TO WS-SITIO-CAPTURADO
               ACCEPT WS-SITIO-CAPTURADO
               MOVE FUNCTION UPPER-CASE(WS-SITIO-CAPTURADO)
                   TO WS-SITIO-CAPTURADO
               DISPLAY "Numero de nomina: "
               MOVE SPACES TO WS-NUMERO-X
               ACCEPT WS-NUMERO-X
               IF WS-NUMERO-X = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-NUMERO-X) NOT = ZEROES
                   DISPLAY "Numero de nomina no valido."
                   MOVE "N" TO WS-DATO-VALIDO
               ELSE
                   COMPUTE WS-NUMERO-CAPTURADO =
                       FUNCTION NUMVAL(WS-NUMERO-X)
               END-IF
               IF WS-DATO-VALIDO = "S"
                   PERFORM CAPTURA-FECHA-ASIGNACION
               END-IF
               IF WS-DATO-VALIDO = "S"
                   PERFORM BUSCA-FECHA-OCUPADA
                   IF WS-RPE-ENCONTRADO > ZEROES
                       DISPLAY "El empleado ya tiene un cambio en esa "
                           "fecha (renglon " WS-RPE-ENCONTRADO ")."
                       MOVE "N" TO WS-DATO-VALIDO
                   END-IF
               END-IF
               IF WS-DATO-VALIDO = "S"
                   DISPLAY "Registro patronal (en blanco para "
                       "regresarlo al de su sitio): "
                   PERFORM ACEPTA-REGISTRO
                   IF WS-REGISTRO-CAPTURADO NOT = SPACES
                       PERFORM BUSCA-REGISTRO-EN-TABLA
                       IF WS-RPA-ENCONTRADO = ZEROES
                           DISPLAY "Ese registro no esta en el "
                               "catalogo."
                           MOVE "N" TO WS-DATO-VALIDO
                       END-IF
                   END-IF
               END-IF
               IF WS-DATO-VALIDO = "S"
                   MOVE SPACES TO REGISTRO-PATRONAL-EMPLEADO
                   MOVE WS-SITIO-CAPTURADO TO RPE-SITIO
                   MOVE WS-NUMERO-CAPTURADO TO RPE-NUMERO
                   MOVE WS-FECHA-CAPTURADA (1:8) TO RPE-FECHA-DESDE
                   MOVE WS-REGISTRO-CAPTURADO (1:11) TO RPE-REGISTRO
                   MOVE WS-FECHA-HOY TO RPE-FECHA-CAPTURA
                   ADD 1 TO WS-TOTAL-ASIGNACIONES
                   MOVE REGISTRO-PATRONAL-EMPLEADO
                       TO WS-RPE-LINEA (WS-TOTAL-ASIGNACIONES)
                   PERFORM REESCRIBE-ASIGNACIONES
                   ADD 1 TO WS-TOTAL-MOVIMIENTOS
                   DISPLAY "Asignacion registrada (renglon "
                       WS-TOTAL-ASIGNACIONES ")."
               END-IF
           END-IF.

           CAPTURA-FECHA-ASIGNACION.
           DISPLAY "Fecha del cambio AAAAMMDD: ".
           MOVE SPACES TO WS-FECHA-CAPTURADA.
           ACCEPT WS-FECHA-CAPTURADA.
           IF WS-FECHA-CAPTURADA (1:8) IS NOT NUMERIC
               OR WS-FECHA-CAPTURADA (9:2) NOT = SPACES
               DISPLAY "Fecha no valida."
               MOVE "N" TO WS-DATO-VALIDO
           ELSE
               MOVE WS-FECHA-CAPTURADA (1:8) TO WS-FECHA-NUM
               MOVE WS-FECHA-CAPTURADA (5:2) TO WS-MES-FECHA
               MOVE WS-FECHA-CAPTURADA (7:2) TO WS-DIA-FECHA
               IF WS-FECHA-NUM < 19000101
                   OR WS-MES-FECHA < 1 OR WS-MES-FECHA > 12
                   OR WS-DIA-FECHA < 1 OR WS-DIA-FECHA > 31
                   DISPLAY "Fecha no valida."
                   MOVE "N" TO WS-DATO-VALIDO
               END-IF
           END-IF.

           BUSCA-FECHA-OCUPADA.
           MOVE ZEROES TO WS-RPE-ENCONTRADO.
           PERFORM VARYING WS-IX-RPE FROM 1 BY 1
               UNTIL WS-IX-RPE > WS-TOTAL-ASIGNACIONES
               OR WS-RPE-ENCONTRADO > ZEROES
               MOVE WS-RPE-LINEA (WS-IX-RPE)
                   TO REGISTRO-PATRONAL-EMPLEADO
               IF RPE-SITIO = WS-SITIO-CAPTURADO
                   AND RPE-NUMERO = WS-NUMERO-CAPTURADO
                   AND RPE-FECHA-DESDE = WS-FECHA-CAPTURADA (1:8)
                   MOVE WS-IX-RPE TO WS-RPE-ENCONTRADO
               END-IF
           END-PERFORM.

           ELIMINA-ASIGNACION.
           PERFORM LISTA-ASIGNACIONES.
           IF WS-RENGLONES-MOSTRADOS > ZEROES
               DISPLAY "Renglon a eliminar: "
               MOVE SPACES TO WS-RENGLON-X
               ACCEPT WS-RENGLON-X
               COMPUTE WS-RENGLON = FUNCTION NUMVAL(WS-RENGLON-X)
               IF WS-RENGLON = ZEROES
                   OR WS-RENGLON > WS-TOTAL-ASIGNACIONES
                   DISPLAY "Renglon no valido."
               ELSE
                   MOVE WS-RPE-LINEA (WS-RENGLON)
                       TO REGISTRO-PATRONAL-EMPLEADO
                   DISPLAY "Eliminar la asignacion del empleado "
                       RPE-NUMERO " desde " RPE-FECHA-DESDE " (S/N): "
                   MOVE SPACES TO WS-CONFIRMACION
                   ACCEPT WS-CONFIRMACION
                   IF FUNCTION UPPER-CASE(WS-CONFIRMACION) = "S"
                       MOVE WS-RPE-LINEA (WS-TOTAL-ASIGNACIONES)
                           TO WS-RPE-LINEA (WS-RENGLON)
                       SUBTRACT 1 FROM WS-TOTAL-ASIGNACIONES
                       PERFORM REESCRIBE-ASIGNACIONES
                       ADD 1 TO WS-TOTAL-MOVIMIENTOS
                       DISPLAY "Asignacion eliminada."
                   ELSE
                       DISPLAY "No se elimino nada."
                   END-IF
               END-IF
           END-IF.

           REESCRIBE-REGISTROS.
           OPEN OUTPUT REGISTROS-PATRONALES.
           IF WS-FILE-STATUS-RPA NOT = "00"
               DISPLAY "No se pudo reescribir el catalogo de "
                   "registros: " FUNCTION TRIM(WS-RUTA-REGISTROS)
           ELSE
               PERFORM ESCRIBE-LINEA-REGISTRO
                   VARYING WS-IX-RPA FROM 1 BY 1
                   UNTIL WS-IX-RPA > WS-TOTAL-REGISTROS
               CLOSE REGISTROS-PATRONALES
           END-IF.

           ESCRIBE-LINEA-REGISTRO.
           MOVE WS-RPA-LINEA (WS-IX-RPA) TO LINEA-REGISTRO-PATRONAL.
           WRITE LINEA-REGISTRO-PATRONAL.

           REESCRIBE-ASIGNACIONES.
           OPEN OUTPUT ASIGNACIONES-PATRONALES.
           IF WS-FILE-STATUS-RPE NOT = "00"
               DISPLAY "No se pudo reescribir las asignaciones: "
                   FUNCTION TRIM(WS-RUTA-ASIGNACIONES)
           ELSE
               PERFORM ESCRIBE-LINEA-ASIGNACION
                   VARYING WS-IX-RPE FROM 1 BY 1
                   UNTIL WS-IX-RPE > WS-TOTAL-ASIGNACIONES
               CLOSE ASIGNACIONES-PATRONALES
           END-IF.

           ESCRIBE-LINEA-ASIGNACION.
           MOVE WS-RPE-LINEA (WS-IX-RPE) TO LINEA-ASIGNACION.
           WRITE LINEA-ASIGNACION.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM mantiene-patronales.
