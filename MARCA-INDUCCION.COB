      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:PALOMEO DE LAS TAREAS DE INDUCCION DE NUEVO INGRESO
      *         QUE EL SISTEMA NO PUEDE COMPROBAR SOLO (INDUCCION.txt,
      *         INDREG.cpy; P.EJ. DOCUMENTOS FIRMADOS RECIBIDOS):
      *         RECURSOS HUMANOS TECLEA EL EMPLEADOS-ID, VE SU LISTA
      *         CON LO CUMPLIDO Y LO PENDIENTE, Y MARCA UNA TAREA A LA
      *         VEZ CON SU USUARIO Y LA FECHA DE HOY. LAS TAREAS DE
      *         COMPROBACION AUTOMATICA (IMS, CTR, CLB, IDN, TUR, SGM)
      *         NO SE PALOMEAN AQUI: LAS CIERRA revisa-induccion
      *         CUANDO EL ARCHIVO SATELITE LO CONFIRMA. ROLES M Y S
      *         DE inicia-sesion; EL ARCHIVO SE REESCRIBE COMPLETO AL
      *         SALIR, COMO captura-acuses.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. marca-induccion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT INDUCCION
       ASSIGN TO DYNAMIC WS-RUTA-INDUCCION
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IND.

       DATA DIVISION.
       FILE SECTION.
       FD INDUCCION.
       01  LINEA-INDUCCION PIC X(126).

       WORKING-STORAGE SECTION.
       COPY INDREG.

       01  WS-RUTA-INDUCCION PIC X(200).
       01  WS-FILE-STATUS-IND PIC X(2).
       01  FIN-DE-ENTRADA PIC X.

       01  WS-TABLA-INDUCCION.
           05 WS-IND-LINEA OCCURS 9999 TIMES PIC X(126).
       01  WS-TOTAL-INDUCCION PIC 9(4) VALUE ZEROES.
       01  WS-IX-IND PIC 9(4).
       01  WS-IND-ENCONTRADO PIC 9(4).
       01  WS-TAREAS-EMPLEADO PIC 9(3).

       01  WS-ID-CAPTURADO PIC X(6).
       01  WS-TAREA-CAPTURADA PIC X(3).
       01  WS-FECHA-HOY PIC X(8).
       01  WS-SITUACION PIC X(9).
       01  WS-TOTAL-MARCADAS PIC 9(5) VALUE ZEROES.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "marca-induccion".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S"
               OR (WS-SESION-ROL NOT = "M" AND WS-SESION-ROL NOT = "S")
               DISPLAY "Su rol no permite palomear la induccion."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           ACCEPT WS-RUTA-INDUCCION FROM ENVIRONMENT "INDUCCION_PATH".
           IF WS-RUTA-INDUCCION = SPACES
               MOVE "INDUCCION.txt" TO WS-RUTA-INDUCCION
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGA-INDUCCION.
           IF WS-TOTAL-INDUCCION = ZEROES
               DISPLAY "No hay listas de induccion abiertas ("
                   FUNCTION TRIM(WS-RUTA-INDUCCION) ")."
           ELSE
               MOVE "X" TO WS-ID-CAPTURADO
               PERFORM ATIENDE-EMPLEADO
                   UNTIL WS-ID-CAPTURADO = SPACES
                   OR WS-ID-CAPTURADO = "0"
               IF WS-TOTAL-MARCADAS > ZEROES
                   PERFORM REESCRIBE-INDUCCION
               END-IF
           END-IF.
           DISPLAY "Tareas palomeadas: " WS-TOTAL-MARCADAS.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-MARCADAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           CARGA-INDUCCION.
           OPEN INPUT INDUCCION.
           IF WS-FILE-STATUS-IND = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-INDUCCION
               PERFORM AGREGA-INDUCCION UNTIL FIN-DE-ENTRADA = "0"
               CLOSE INDUCCION
           END-IF.

           LEE-INDUCCION.
           READ INDUCCION
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-INDUCCION.
           IF LINEA-INDUCCION NOT = SPACES
               AND WS-TOTAL-INDUCCION < 9999
               ADD 1 TO WS-TOTAL-INDUCCION
               MOVE LINEA-INDUCCION
                   TO WS-IND-LINEA (WS-TOTAL-INDUCCION)
           END-IF.
           PERFORM LEE-INDUCCION.

           ATIENDE-EMPLEADO.
           DISPLAY "--------------------------------------------".
           DISPLAY "ID del empleado (vacio o 0 termina): ".
           MOVE SPACES TO WS-ID-CAPTURADO.
           ACCEPT WS-ID-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-ID-CAPTURADO)
               TO WS-ID-CAPTURADO.
           IF WS-ID-CAPTURADO NOT = SPACES
               AND WS-ID-CAPTURADO NOT = "0"
               MOVE ZEROES TO WS-TAREAS-EMPLEADO
               PERFORM MUESTRA-TAREA
                   VARYING WS-IX-IND FROM 1 BY 1
                   UNTIL WS-IX-IND > WS-TOTAL-INDUCCION
               IF WS-TAREAS-EMPLEADO = ZEROES
                   DISPLAY "Ese empleado no tiene lista de induccion."
               ELSE
                   PERFORM MARCA-TAREA
               END-IF
           END-IF.

           MUESTRA-TAREA.
           MOVE WS-IND-LINEA (WS-IX-IND) TO INDUCCION-REGISTRO.
           IF IND-EMPLEADO-ID = WS-ID-CAPTURADO
               IF WS-TAREAS-EMPLEADO = ZEROES
                   DISPLAY FUNCTION TRIM(IND-NOMBRE) "  alta "
                       IND-FECHA-ALTA "  sitio " IND-SITIO
                   DISPLAY "TAREA DESCRIPCION                    "
                       "LIMITE   SITUACION"
               END-IF
               ADD 1 TO WS-TAREAS-EMPLEADO
               IF IND-STATUS = "C"
                   MOVE "CUMPLIDA" TO WS-SITUACION
               ELSE
                   IF IND-FECHA-LIMITE < WS-FECHA-HOY
                       MOVE "VENCIDA" TO WS-SITUACION
                   ELSE
                       MOVE "PENDIENTE" TO WS-SITUACION
                   END-IF
               END-IF
               DISPLAY IND-TAREA "   " IND-DESCRIPCION " "
                   IND-FECHA-LIMITE " " WS-SITUACION " "
                   IND-FECHA-CUMPLIDA " " FUNCTION TRIM(IND-CERRO)
           END-IF.

           MARCA-TAREA.
           DISPLAY "Tarea a palomear (vacio = ninguna): ".
           MOVE SPACES TO WS-TAREA-CAPTURADA.
           ACCEPT WS-TAREA-CAPTURADA.
           MOVE FUNCTION UPPER-CASE(WS-TAREA-CAPTURADA)
               TO WS-TAREA-CAPTURADA.
           IF WS-TAREA-CAPTURADA NOT = SPACES
               IF WS-TAREA-CAPTURADA = "IMS"
                   OR WS-TAREA-CAPTURADA = "CTR"
                   OR WS-TAREA-CAPTURADA = "CLB"
                   OR WS-TAREA-CAPTURADA = "IDN"
                   OR WS-TAREA-CAPTURADA = "TUR"
                   OR WS-TAREA-CAPTURADA = "SGM"
                   DISPLAY "Esa tarea se cierra sola cuando el "
                       "archivo correspondiente la confirma."
               ELSE
                   PERFORM LOCALIZA-TAREA
               END-IF
           END-IF.

           LOCALIZA-TAREA.
           MOVE ZEROES TO WS-IND-ENCONTRADO.
           PERFORM VARYING WS-IX-IND FROM 1 BY 1
               UNTIL WS-IX-IND > WS-TOTAL-INDUCCION
               OR WS-IND-ENCONTRADO > ZEROES
               MOVE WS-IND-LINEA (WS-IX-IND) TO INDUCCION-REGISTRO
               IF IND-EMPLEADO-ID = WS-ID-CAPTURADO
                   AND IND-TAREA = WS-TAREA-CAPTURADA
                   MOVE WS-IX-IND TO WS-IND-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-IND-ENCONTRADO = ZEROES
               DISPLAY "Esa tarea no esta en la lista del empleado."
           ELSE
               MOVE WS-IND-LINEA (WS-IND-ENCONTRADO)
                   TO INDUCCION-REGISTRO
               IF IND-STATUS = "C"
                   DISPLAY "La tarea ya estaba cumplida."
               ELSE
                   MOVE "C" TO IND-STATUS
                   MOVE WS-FECHA-HOY TO IND-FECHA-CUMPLIDA
                   MOVE WS-SESION-USUARIO TO IND-CERRO
                   MOVE INDUCCION-REGISTRO
                       TO WS-IND-LINEA (WS-IND-ENCONTRADO)
                   ADD 1 TO WS-TOTAL-MARCADAS
                   DISPLAY "Tarea " IND-TAREA " palomeada."
               END-IF
           END-IF.

           REESCRIBE-INDUCCION.
           OPEN OUTPUT INDUCCION.
           IF WS-FILE-STATUS-IND NOT = "00"
               DISPLAY "No se pudo reescribir la lista de induccion: "
                   FUNCTION TRIM(WS-RUTA-INDUCCION)
           ELSE
               PERFORM ESCRIBE-INDUCCION
                   VARYING WS-IX-IND FROM 1 BY 1
                   UNTIL WS-IX-IND > WS-TOTAL-INDUCCION
               CLOSE INDUCCION
           END-IF.

           ESCRIBE-INDUCCION.
           MOVE WS-IND-LINEA (WS-IX-IND) TO LINEA-INDUCCION.
           WRITE LINEA-INDUCCION.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM marca-induccion.
