      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:AUTORIZACION DE HORAS EXTRA POR EL JEFE DIRECTO: EL
      *         JEFE CAPTURA SU ID Y, SOLO PARA LOS EMPLEADOS QUE LE
      *         REPORTAN POR EMPLEADOS-JEFE-ID, AUTORIZA POR ADELANTADO
      *         LAS HORAS EXTRA DE UN DIA (SIN PASAR DE 3 POR DIA NI 9
      *         POR SEMANA DE LUNES A DOMINGO, LOS LIMITES DE LA LFT),
      *         CANCELA LAS QUE TODAVIA NO LLEGAN Y APRUEBA O RECHAZA
      *         LA EXTRA QUE procesa-checadas RETUVO POR TRABAJARSE SIN
      *         AUTORIZACION; LA APROBADA QUEDA COMO RATIFICACION EN
      *         AUTORIZACIONES-EXTRA.txt Y SE PAGA AL VOLVER A CORRER
      *         LAS CHECADAS DEL PERIODO. LAYOUTS EN HEXREG.cpy.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. autoriza-extra.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT AUTORIZACIONES-EXTRA
       ASSIGN TO DYNAMIC WS-RUTA-AUTORIZACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-AUT.

       SELECT EXTRA-RETENIDA
       ASSIGN TO DYNAMIC WS-RUTA-RETENIDA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RET.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUTORIZACIONES-EXTRA.
       01  LINEA-AUTORIZACION PIC X(73).

       FD EXTRA-RETENIDA.
       01  LINEA-RETENIDA PIC X(36).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
           COPY HEXREG.

       01  WS-RUTA-AUTORIZACIONES PIC X(200).
       01  WS-FILE-STATUS-AUT PIC X(2).
       01  WS-RUTA-RETENIDA PIC X(200).
       01  WS-FILE-STATUS-RET PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  FIN-DE-AUTORIZACIONES PIC X.
       01  FIN-DE-RETENIDAS PIC X.
       01  WS-OPCION-EXT PIC X.
       01  WS-JEFE-ID PIC X(6).
       01  WS-DECISION PIC X.
       01  WS-HAY-RENGLONES PIC X.
       01  WS-ES-DEL-JEFE PIC X.
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-HOY-ENTERO PIC 9(7).
       01  WS-DESDE-LISTA PIC 9(8).

       01  WS-TABLA-AUTORIZACIONES.
           05 WS-AUT-LINEA OCCURS 9999 TIMES PIC X(73).
       01  WS-TOTAL-AUTORIZACIONES PIC 9(4) VALUE ZEROES.
       01  WS-IX-AUT PIC 9(4).

       01  WS-TABLA-RETENIDAS.
           05 WS-RTN-LINEA OCCURS 9999 TIMES PIC X(36).
       01  WS-TOTAL-RETENIDAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-RTN PIC 9(4).

       01  WS-RENGLON-X PIC X(4).
       01  WS-RENGLON PIC 9(4).
       01  WS-NUMERO-X PIC X(5).
       01  WS-NUMERO PIC 9(5).
       01  WS-FECHA-X PIC X(8).
       01  WS-FECHA PIC 9(8).
       01  WS-HORAS-X PIC X(6).
       01  WS-HORAS PIC 9(2)V99.
       01  WS-MOTIVO PIC X(40).

      *    Limites de la LFT para la extra: 3 horas por dia y 9 por
      *    semana (lunes a domingo).
       01  WS-LIMITE-DIA PIC 9(2)V99 VALUE 3.00.
       01  WS-LIMITE-SEMANA PIC 9(2)V99 VALUE 9.00.
       01  WS-HORAS-DIA PIC 9(3)V99.
       01  WS-HORAS-SEMANA PIC 9(3)V99.
       01  WS-FECHA-ENTERO PIC 9(7).
       01  WS-LUNES-ENTERO PIC 9(7).
       01  WS-LUNES PIC 9(8).
       01  WS-DOMINGO PIC 9(8).
       01  WS-HORAS-EDIT PIC Z9.99.
       01  WS-TOPE-EDIT PIC Z9.99.

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           PERFORM RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           COMPUTE WS-DESDE-LISTA =
               FUNCTION DATE-OF-INTEGER(WS-HOY-ENTERO - 7).
           PERFORM CARGA-AUTORIZACIONES.
           PERFORM CARGA-RETENIDAS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS
               STOP RUN
           END-IF.
           DISPLAY "ID del jefe que autoriza (6 caracteres): ".
           ACCEPT WS-JEFE-ID.
           MOVE SPACES TO WS-OPCION-EXT.
           PERFORM MENU-EXTRA UNTIL WS-OPCION-EXT = "0".
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM REESCRIBE-AUTORIZACIONES.
           PERFORM REESCRIBE-RETENIDAS.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-AUTORIZACIONES FROM ENVIRONMENT
               "AUTORIZACIONES_EXTRA_PATH".
           IF WS-RUTA-AUTORIZACIONES = SPACES
               MOVE "AUTORIZACIONES-EXTRA.txt"
                   TO WS-RUTA-AUTORIZACIONES
           END-IF.
           ACCEPT WS-RUTA-RETENIDA FROM ENVIRONMENT
               "EXTRA_RETENIDA_PATH".
           IF WS-RUTA-RETENIDA = SPACES
               MOVE "EXTRA-RETENIDA.txt" TO WS-RUTA-RETENIDA
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.

           CARGA-AUTORIZACIONES.
           OPEN INPUT AUTORIZACIONES-EXTRA.
           IF WS-FILE-STATUS-AUT = "00"
               MOVE "1" TO FIN-DE-AUTORIZACIONES
               PERFORM LEE-AUTORIZACION
               PERFORM AGREGA-AUTORIZACION
                   UNTIL FIN-DE-AUTORIZACIONES = "0"
               CLOSE AUTORIZACIONES-EXTRA
           END-IF.

           LEE-AUTORIZACION.
           READ AUTORIZACIONES-EXTRA
               AT END
                   MOVE "0" TO FIN-DE-AUTORIZACIONES
           END-READ.

           AGREGA-AUTORIZACION.
           IF LINEA-AUTORIZACION NOT = SPACES
               AND WS-TOTAL-AUTORIZACIONES < 9999
               ADD 1 TO WS-TOTAL-AUTORIZACIONES
               MOVE LINEA-AUTORIZACION
                   TO WS-AUT-LINEA (WS-TOTAL-AUTORIZACIONES)
           END-IF.
           PERFORM LEE-AUTORIZACION.

           CARGA-RETENIDAS.
           OPEN INPUT EXTRA-RETENIDA.
           IF WS-FILE-STATUS-RET = "00"
               MOVE "1" TO FIN-DE-RETENIDAS
               PERFORM LEE-RETENIDA
               PERFORM AGREGA-RETENIDA UNTIL FIN-DE-RETENIDAS = "0"
               CLOSE EXTRA-RETENIDA
           END-IF.

           LEE-RETENIDA.
           READ EXTRA-RETENIDA
               AT END
                   MOVE "0" TO FIN-DE-RETENIDAS
           END-READ.

           AGREGA-RETENIDA.
           IF LINEA-RETENIDA NOT = SPACES
               AND WS-TOTAL-RETENIDAS < 9999
               ADD 1 TO WS-TOTAL-RETENIDAS
               MOVE LINEA-RETENIDA TO WS-RTN-LINEA (WS-TOTAL-RETENIDAS)
           END-IF.
           PERFORM LEE-RETENIDA.

           MENU-EXTRA.
           DISPLAY "--------------------------------------------".
           DISPLAY "  HORAS EXTRA - JEFE " WS-JEFE-ID.
           DISPLAY "  1. Ver autorizaciones de mi equipo".
           DISPLAY "  2. Autorizar horas extra por adelantado".
           DISPLAY "  3. Cancelar una autorizacion que no ha llegado".
           DISPLAY "  4. Ver extra retenida pendiente de mi equipo".
           DISPLAY "  5. Aprobar o rechazar extra retenida".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-EXT.
           EVALUATE WS-OPCION-EXT
               WHEN "1"
                   PERFORM LISTA-AUTORIZACIONES
               WHEN "2"
                   PERFORM AUTORIZA-PREVIA
               WHEN "3"
                   PERFORM CANCELA-AUTORIZACION
               WHEN "4"
                   PERFORM LISTA-RETENIDAS
               WHEN "5"
                   PERFORM DECIDE-RETENIDA
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

      *    Un numero de nomina es del equipo del jefe cuando el
      *    EMPLEADOS-JEFE-ID de su registro (cruce por CRUCEID.cpy)
      *    es el ID capturado.
           VERIFICA-JEFE.
           MOVE "N" TO WS-ES-DEL-JEFE.
           MOVE WS-NUMERO TO CRUCE-ID-NOMINA.
           MOVE SPACES TO CRUCE-ID-SITIO.
           CALL "forma-id-directorio"
               USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
           END-CALL.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   MOVE SPACES TO EMPLEADOS-NOMBRE
               NOT INVALID KEY
                   IF EMPLEADOS-JEFE-ID = WS-JEFE-ID
                       MOVE "S" TO WS-ES-DEL-JEFE
                   END-IF
           END-READ.

           LISTA-AUTORIZACIONES.
           MOVE "N" TO WS-HAY-RENGLONES.
           PERFORM EVALUA-AUTORIZACION-LISTA
               VARYING WS-IX-AUT FROM 1 BY 1
               UNTIL WS-IX-AUT > WS-TOTAL-AUTORIZACIONES.
           IF WS-HAY-RENGLONES = "N"
               DISPLAY "Su equipo no tiene autorizaciones desde el "
                   WS-DESDE-LISTA "."
           END-IF.

           EVALUA-AUTORIZACION-LISTA.
           MOVE WS-AUT-LINEA (WS-IX-AUT) TO AUTORIZACION-EXTRA-REGISTRO.
           IF HEX-FECHA IS NUMERIC
               AND HEX-FECHA >= WS-DESDE-LISTA
               MOVE HEX-NUMERO TO WS-NUMERO
               PERFORM VERIFICA-JEFE
               IF WS-ES-DEL-JEFE = "S"
                   MOVE "S" TO WS-HAY-RENGLONES
                   MOVE HEX-HORAS TO WS-HORAS-EDIT
                   DISPLAY "  [" WS-IX-AUT "] " HEX-NUMERO " "
                       EMPLEADOS-NOMBRE " " HEX-FECHA " "
                       WS-HORAS-EDIT " h " HEX-CLASE "/" HEX-STATUS
                       " " FUNCTION TRIM(HEX-MOTIVO)
               END-IF
           END-IF.

           AUTORIZA-PREVIA.
           DISPLAY "Numero de nomina del empleado: ".
           ACCEPT WS-NUMERO-X.
           IF FUNCTION TRIM(WS-NUMERO-X) IS NOT NUMERIC
               DISPLAY "Numero no valido."
           ELSE
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUMERO-X)
               PERFORM VERIFICA-JEFE
               IF WS-ES-DEL-JEFE = "N"
                   DISPLAY "Ese empleado no le reporta a "
                       WS-JEFE-ID "."
               ELSE
                   IF EMPLEADOS-STATUS NOT = "A"
                       DISPLAY "Solo se autoriza extra a empleados "
                           "activos."
                   ELSE
                       PERFORM CAPTURA-AUTORIZACION
                   END-IF
               END-IF
           END-IF.

           CAPTURA-AUTORIZACION.
           DISPLAY "Fecha en que trabajara la extra (AAAAMMDD): ".
           MOVE SPACES TO WS-FECHA-X.
           ACCEPT WS-FECHA-X.
           MOVE ZEROES TO WS-FECHA-ENTERO.
           IF WS-FECHA-X IS NUMERIC
               COMPUTE WS-FECHA-ENTERO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-X))
           END-IF.
           IF WS-FECHA-ENTERO = ZEROES
               DISPLAY "Fecha no valida."
           ELSE
               MOVE WS-FECHA-X TO WS-FECHA
               IF WS-FECHA < WS-FECHA-HOY
                   DISPLAY "La autorizacion previa es de hoy en "
                       "adelante; la extra ya trabajada se aprueba "
                       "desde la retenida."
               ELSE
                   DISPLAY "Horas a autorizar (ej. 2.50): "
                   ACCEPT WS-HORAS-X
                   COMPUTE WS-HORAS = FUNCTION NUMVAL(WS-HORAS-X)
                   IF WS-HORAS = ZEROES
                       DISPLAY "Horas no validas."
                   ELSE
                       PERFORM VALIDA-LIMITES-LEY
                   END-IF
               END-IF
           END-IF.

           VALIDA-LIMITES-LEY.
           PERFORM SUMA-AUTORIZADO-SEMANA.
           IF WS-HORAS-DIA + WS-HORAS > WS-LIMITE-DIA
               MOVE WS-HORAS-DIA TO WS-HORAS-EDIT
               MOVE WS-LIMITE-DIA TO WS-TOPE-EDIT
               DISPLAY "RECHAZADO: el dia ya tiene " WS-HORAS-EDIT
                   " h autorizadas y el limite es " WS-TOPE-EDIT " h."
           ELSE
               IF WS-HORAS-SEMANA + WS-HORAS > WS-LIMITE-SEMANA
                   MOVE WS-HORAS-SEMANA TO WS-HORAS-EDIT
                   MOVE WS-LIMITE-SEMANA TO WS-TOPE-EDIT
                   DISPLAY "RECHAZADO: la semana del " WS-LUNES
                       " ya tiene " WS-HORAS-EDIT " h autorizadas y "
                       "el limite es " WS-TOPE-EDIT " h."
               ELSE
                   DISPLAY "Motivo: "
                   MOVE SPACES TO WS-MOTIVO
                   ACCEPT WS-MOTIVO
                   MOVE "P" TO HEX-CLASE
                   PERFORM AGREGA-AUTORIZACION-NUEVA
               END-IF
           END-IF.

      *    Horas autorizadas vigentes del empleado en el dia y en la
      *    semana de lunes a domingo que lo contiene
      *    (INTEGER-OF-DATE ancla el dia 1 en lunes).
           SUMA-AUTORIZADO-SEMANA.
           COMPUTE WS-FECHA-ENTERO = FUNCTION INTEGER-OF-DATE(WS-FECHA).
           COMPUTE WS-LUNES-ENTERO = WS-FECHA-ENTERO -
               FUNCTION MOD(WS-FECHA-ENTERO + 6, 7).
           COMPUTE WS-LUNES = FUNCTION DATE-OF-INTEGER(WS-LUNES-ENTERO).
           COMPUTE WS-DOMINGO =
               FUNCTION DATE-OF-INTEGER(WS-LUNES-ENTERO + 6).
           MOVE ZEROES TO WS-HORAS-DIA WS-HORAS-SEMANA.
           PERFORM SUMA-AUTORIZACION
               VARYING WS-IX-AUT FROM 1 BY 1
               UNTIL WS-IX-AUT > WS-TOTAL-AUTORIZACIONES.

           SUMA-AUTORIZACION.
           MOVE WS-AUT-LINEA (WS-IX-AUT) TO AUTORIZACION-EXTRA-REGISTRO.
           IF HEX-NUMERO = WS-NUMERO
               AND HEX-STATUS = "A"
               AND HEX-FECHA IS NUMERIC
               AND HEX-FECHA >= WS-LUNES
               AND HEX-FECHA <= WS-DOMINGO
               ADD HEX-HORAS TO WS-HORAS-SEMANA
               IF HEX-FECHA = WS-FECHA
                   ADD HEX-HORAS TO WS-HORAS-DIA
               END-IF
           END-IF.

           AGREGA-AUTORIZACION-NUEVA.
           IF WS-TOTAL-AUTORIZACIONES >= 9999
               DISPLAY "El archivo de autorizaciones esta lleno."
           ELSE
               MOVE WS-NUMERO TO HEX-NUMERO
               MOVE WS-FECHA TO HEX-FECHA
               MOVE WS-HORAS TO HEX-HORAS
               MOVE WS-JEFE-ID TO HEX-JEFE-ID
               MOVE "A" TO HEX-STATUS
               MOVE WS-MOTIVO TO HEX-MOTIVO
               MOVE WS-FECHA-HOY TO HEX-FECHA-CAPTURA
               ADD 1 TO WS-TOTAL-AUTORIZACIONES
               MOVE AUTORIZACION-EXTRA-REGISTRO
                   TO WS-AUT-LINEA (WS-TOTAL-AUTORIZACIONES)
               MOVE WS-HORAS TO WS-HORAS-EDIT
               DISPLAY "Autorizadas " WS-HORAS-EDIT " h para "
                   WS-NUMERO " el " WS-FECHA "."
           END-IF.

           CANCELA-AUTORIZACION.
           DISPLAY "Renglon de la autorizacion a cancelar: ".
           ACCEPT WS-RENGLON-X.
           COMPUTE WS-RENGLON = FUNCTION NUMVAL(WS-RENGLON-X).
           IF WS-RENGLON = ZEROES
               OR WS-RENGLON > WS-TOTAL-AUTORIZACIONES
               DISPLAY "Renglon no valido."
           ELSE
               MOVE WS-AUT-LINEA (WS-RENGLON)
                   TO AUTORIZACION-EXTRA-REGISTRO
               MOVE HEX-NUMERO TO WS-NUMERO
               PERFORM VERIFICA-JEFE
               IF WS-ES-DEL-JEFE = "N"
                   DISPLAY "Esa autorizacion no es de un empleado "
                       "que reporte a " WS-JEFE-ID "."
               ELSE
                   IF HEX-STATUS NOT = "A"
                       OR HEX-CLASE NOT = "P"
                       OR HEX-FECHA <= WS-FECHA-HOY
                       DISPLAY "Solo se cancela una autorizacion "
                           "previa vigente cuya fecha no ha llegado."
                   ELSE
                       MOVE "C" TO HEX-STATUS
                       MOVE AUTORIZACION-EXTRA-REGISTRO
                           TO WS-AUT-LINEA (WS-RENGLON)
                       DISPLAY "Autorizacion cancelada."
                   END-IF
               END-IF
           END-IF.

           LISTA-RETENIDAS.
           MOVE "N" TO WS-HAY-RENGLONES.
           PERFORM EVALUA-RETENIDA-LISTA
               VARYING WS-IX-RTN FROM 1 BY 1
               UNTIL WS-IX-RTN > WS-TOTAL-RETENIDAS.
           IF WS-HAY-RENGLONES = "N"
               DISPLAY "Su equipo no tiene extra retenida pendiente."
           END-IF.

           EVALUA-RETENIDA-LISTA.
           MOVE WS-RTN-LINEA (WS-IX-RTN) TO EXTRA-RETENIDA-REGISTRO.
           IF RET-STATUS = "P"
               MOVE RET-NUMERO TO WS-NUMERO
               PERFORM VERIFICA-JEFE
               IF WS-ES-DEL-JEFE = "S"
                   MOVE "S" TO WS-HAY-RENGLONES
                   DISPLAY "  [" WS-IX-RTN "] " RET-NUMERO " "
                       EMPLEADOS-NOMBRE " " RET-FECHA " extra "
                       RET-MIN-TRABAJADOS " min, retenidos "
                       RET-MIN-RETENIDOS " min"
               END-IF
           END-IF.

      *    La aprobacion deja una ratificacion ("R") por los minutos
      *    retenidos, que procesa-checadas suma a lo autorizado del
      *    dia; aunque pase del limite de ley se aprueba (ya se
      *    trabajo), pero se avisa porque sale en el reporte de
      *    limites.
           DECIDE-RETENIDA.
           DISPLAY "Renglon de la extra retenida a atender: ".
           ACCEPT WS-RENGLON-X.
           COMPUTE WS-RENGLON = FUNCTION NUMVAL(WS-RENGLON-X).
           IF WS-RENGLON = ZEROES
               OR WS-RENGLON > WS-TOTAL-RETENIDAS
               DISPLAY "Renglon no valido."
           ELSE
               MOVE WS-RTN-LINEA (WS-RENGLON)
                   TO EXTRA-RETENIDA-REGISTRO
               MOVE RET-NUMERO TO WS-NUMERO
               PERFORM VERIFICA-JEFE
               IF RET-STATUS NOT = "P"
                   DISPLAY "Esa extra ya fue atendida."
               ELSE
                   IF WS-ES-DEL-JEFE = "N"
                       DISPLAY "Esa extra no es de un empleado que "
                           "reporte a " WS-JEFE-ID "."
                   ELSE
                       PERFORM CAPTURA-DECISION
                   END-IF
               END-IF
           END-IF.

           CAPTURA-DECISION.
           DISPLAY "Aprobar (A) o rechazar (R): ".
           ACCEPT WS-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM APRUEBA-RETENIDA
               WHEN "R"
                   MOVE "R" TO RET-STATUS
                   MOVE WS-JEFE-ID TO RET-JEFE-ID
                   MOVE WS-FECHA-HOY TO RET-FECHA-DECISION
                   MOVE EXTRA-RETENIDA-REGISTRO
                       TO WS-RTN-LINEA (WS-RENGLON)
                   DISPLAY "Extra rechazada; no se paga."
               WHEN OTHER
                   DISPLAY "Decision no valida; la extra sigue "
                       "pendiente."
           END-EVALUATE.

           APRUEBA-RETENIDA.
           MOVE RET-FECHA TO WS-FECHA.
           COMPUTE WS-HORAS ROUNDED = RET-MIN-RETENIDOS / 60.
           PERFORM SUMA-AUTORIZADO-SEMANA.
           IF WS-HORAS-DIA + WS-HORAS > WS-LIMITE-DIA
               OR WS-HORAS-SEMANA + WS-HORAS > WS-LIMITE-SEMANA
               DISPLAY "AVISO: con esta aprobacion el empleado pasa "
                   "del limite de ley de extra del dia o la semana."
           END-IF.
           MOVE "Ratifica extra retenida" TO WS-MOTIVO.
           MOVE "R" TO HEX-CLASE.
           PERFORM AGREGA-AUTORIZACION-NUEVA.
           MOVE WS-RTN-LINEA (WS-RENGLON) TO EXTRA-RETENIDA-REGISTRO.
           MOVE "A" TO RET-STATUS.
           MOVE WS-JEFE-ID TO RET-JEFE-ID.
           MOVE WS-FECHA-HOY TO RET-FECHA-DECISION.
           MOVE EXTRA-RETENIDA-REGISTRO TO WS-RTN-LINEA (WS-RENGLON).
           DISPLAY "Extra aprobada; se paga al volver a correr las "
               "checadas del periodo.".

           REESCRIBE-AUTORIZACIONES.
           IF WS-TOTAL-AUTORIZACIONES > ZEROES
               OPEN OUTPUT AUTORIZACIONES-EXTRA
               IF WS-FILE-STATUS-AUT NOT = "00"
                   DISPLAY "AVISO: no se pudo reescribir las "
                       "autorizaciones: " WS-RUTA-AUTORIZACIONES
               ELSE
                   PERFORM ESCRIBE-AUTORIZACION
                       VARYING WS-IX-AUT FROM 1 BY 1
                       UNTIL WS-IX-AUT > WS-TOTAL-AUTORIZACIONES
                   CLOSE AUTORIZACIONES-EXTRA
               END-IF
           END-IF.

           ESCRIBE-AUTORIZACION.
           MOVE WS-AUT-LINEA (WS-IX-AUT) TO LINEA-AUTORIZACION.
           WRITE LINEA-AUTORIZACION.

           REESCRIBE-RETENIDAS.
           IF WS-TOTAL-RETENIDAS > ZEROES
               OPEN OUTPUT EXTRA-RETENIDA
               IF WS-FILE-STATUS-RET NOT = "00"
                   DISPLAY "AVISO: no se pudo reescribir la extra "
                       "retenida: " WS-RUTA-RETENIDA
               ELSE
                   PERFORM ESCRIBE-RETENIDA
                       VARYING WS-IX-RTN FROM 1 BY 1
                       UNTIL WS-IX-RTN > WS-TOTAL-RETENIDAS
                   CLOSE EXTRA-RETENIDA
               END-IF
           END-IF.

           ESCRIBE-RETENIDA.
           MOVE WS-RTN-LINEA (WS-IX-RTN) TO LINEA-RETENIDA.
           WRITE LINEA-RETENIDA.

       END PROGRAM autoriza-extra.
