      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CAPTURA DE LAS SEMANAS COTIZADAS QUE RECONOCE EL
      *         REPORTE DEL IMSS DE CADA EMPLEADO (SEMANAS-PREVIAS.txt,
      *         SEMREG.cpy), CON LA FECHA DE CORTE DEL REPORTE, PARA
      *         QUE proyecta-retiro ESTIME SUS SEMANAS AL CUMPLIR 60 Y
      *         65 ANOS. UN EMPLEADO TIENE UNA SOLA LINEA: CAPTURAR UN
      *         REPORTE MAS RECIENTE REEMPLAZA EL ANTERIOR. LA FECHA DE
      *         CORTE NO PUEDE SER FUTURA. SOLO EL ROL S (SUPERVISOR)
      *         DE inicia-sesion; EL ARCHIVO SE REESCRIBE COMPLETO EN
      *         CADA MOVIMIENTO, COMO MANTIENE-PARAMETROS.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantiene-semanas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT SEMANAS-PREVIAS
       ASSIGN TO DYNAMIC WS-RUTA-SEMANAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SEM.

       DATA DIVISION.
       FILE SECTION.
       FD SEMANAS-PREVIAS.
       01  LINEA-SEMANAS PIC X(50).

       WORKING-STORAGE SECTION.
       COPY SEMREG.

       01  WS-RUTA-SEMANAS PIC X(200).
       01  WS-FILE-STATUS-SEM PIC X(2).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-OPCION-SEM PIC X.

       01  WS-TABLA-SEMANAS.
           05 WS-SEM-LINEA OCCURS 5000 TIMES PIC X(50).
       01  WS-TOTAL-SEMANAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-SEM PIC 9(4).
       01  WS-SEM-ENCONTRADO PIC 9(4).

       01  WS-ID-CAPTURADO PIC X(7).
       01  WS-SEMANAS-X PIC X(6).
       01  WS-SEMANAS-CAPTURADAS PIC 9(4).
       01  WS-FECHA-CAPTURADA PIC X(10).
       01  WS-FECHA-NUM PIC 9(8).
       01  WS-MES-FECHA PIC 9(2).
       01  WS-DIA-FECHA PIC 9(2).
       01  WS-DATO-VALIDO PIC X.
       01  WS-CONFIRMACION PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-TOTAL-MOVIMIENTOS PIC 9(5) VALUE ZEROES.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "mantiene-semanas".
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
               DISPLAY "Solo un supervisor puede capturar las "
                   "semanas cotizadas."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-SEMANAS.
           MOVE SPACES TO WS-OPCION-SEM.
           PERFORM MENU-SEMANAS UNTIL WS-OPCION-SEM = "0".
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-MOVIMIENTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-SEMANAS FROM ENVIRONMENT
               "SEMANAS_PREVIAS_PATH".
           IF WS-RUTA-SEMANAS = SPACES
               MOVE "SEMANAS-PREVIAS.txt" TO WS-RUTA-SEMANAS
           END-IF.

           CARGA-SEMANAS.
           OPEN INPUT SEMANAS-PREVIAS.
           IF WS-FILE-STATUS-SEM NOT = "00"
               DISPLAY "Archivo de semanas previas nuevo; se creara "
                   "al guardar."
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-SEMANAS
               PERFORM AGREGA-SEMANAS-A-TABLA
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE SEMANAS-PREVIAS
           END-IF.

           LEE-LINEA-SEMANAS.
           READ SEMANAS-PREVIAS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-SEMANAS-A-TABLA.
           IF LINEA-SEMANAS NOT = SPACES
               AND WS-TOTAL-SEMANAS < 5000
               ADD 1 TO WS-TOTAL-SEMANAS
               MOVE LINEA-SEMANAS TO WS-SEM-LINEA (WS-TOTAL-SEMANAS)
           END-IF.
           PERFORM LEE-LINEA-SEMANAS.

           MENU-SEMANAS.
           DISPLAY "--------------------------------------------".
           DISPLAY "  SEMANAS COTIZADAS PREVIAS (REPORTE IMSS)".
           DISPLAY "  1. Listar las semanas capturadas".
           DISPLAY "  2. Capturar el reporte de un empleado".
           DISPLAY "  3. Eliminar la captura de un empleado".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-SEM.
           EVALUATE WS-OPCION-SEM
               WHEN "1"
                   PERFORM LISTA-SEMANAS
               WHEN "2"
                   PERFORM CAPTURA-SEMANAS
               WHEN "3"
                   PERFORM ELIMINA-SEMANAS
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           LISTA-SEMANAS.
           IF WS-TOTAL-SEMANAS = ZEROES
               DISPLAY "No hay semanas previas capturadas."
           END-IF.
           PERFORM MUESTRA-SEMANAS
               VARYING WS-IX-SEM FROM 1 BY 1
               UNTIL WS-IX-SEM > WS-TOTAL-SEMANAS.

           MUESTRA-SEMANAS.
           MOVE WS-SEM-LINEA (WS-IX-SEM) TO SEMANAS-PREVIAS-REGISTRO.
           DISPLAY "  " SEM-ID " " SEM-SEMANAS " semanas al "
               SEM-FECHA-CORTE " (capturo " FUNCTION TRIM(SEM-USUARIO)
               " el " SEM-FECHA-CAPTURA ")".

           ACEPTA-ID.
           DISPLAY "ID del empleado (EMPLEADOS-ID): ".
           MOVE SPACES TO WS-ID-CAPTURADO.
           ACCEPT WS-ID-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-ID-CAPTURADO)
               TO WS-ID-CAPTURADO.

           BUSCA-ID-EN-TABLA.
           MOVE ZEROES TO WS-SEM-ENCONTRADO.
           PERFORM VARYING WS-IX-SEM FROM 1 BY 1
               UNTIL WS-IX-SEM > WS-TOTAL-SEMANAS
               OR WS-SEM-ENCONTRADO > ZEROES
               MOVE WS-SEM-LINEA (WS-IX-SEM)
                   TO SEMANAS-PREVIAS-REGISTRO
               IF SEM-ID = WS-ID-CAPTURADO (1:6)
                   MOVE WS-IX-SEM TO WS-SEM-ENCONTRADO
               END-IF
           END-PERFORM.

           CAPTURA-SEMANAS.
           MOVE "S" TO WS-DATO-VALIDO.
           PERFORM ACEPTA-ID.
           IF WS-ID-CAPTURADO (1:6) = SPACES
               OR WS-ID-CAPTURADO (7:1) NOT = SPACE
               DISPLAY "El ID es de 6 posiciones."
               MOVE "N" TO WS-DATO-VALIDO
           END-IF.
           IF WS-DATO-VALIDO = "S"
               PERFORM BUSCA-ID-EN-TABLA
               IF WS-SEM-ENCONTRADO > ZEROES
                   MOVE WS-SEM-LINEA (WS-SEM-ENCONTRADO)
                       TO SEMANAS-PREVIAS-REGISTRO
                   DISPLAY "Ya tiene " SEM-SEMANAS " semanas al "
                       SEM-FECHA-CORTE "; se reemplazara."
               ELSE
                   IF WS-TOTAL-SEMANAS >= 5000
                       DISPLAY "La tabla de semanas esta llena."
                       MOVE "N" TO WS-DATO-VALIDO
                   END-IF
               END-IF
           END-IF.
           IF WS-DATO-VALIDO = "S"
               DISPLAY "Semanas cotizadas del reporte del IMSS: "
               MOVE SPACES TO WS-SEMANAS-X
               ACCEPT WS-SEMANAS-X
               IF WS-SEMANAS-X = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-SEMANAS-X) NOT = ZEROES
                   DISPLAY "Semanas no validas."
                   MOVE "N" TO WS-DATO-VALIDO
               ELSE
                   COMPUTE WS-SEMANAS-CAPTURADAS =
                       FUNCTION NUMVAL(WS-SEMANAS-X)
               END-IF
           END-IF.
           IF WS-DATO-VALIDO = "S"
               PERFORM CAPTURA-FECHA-CORTE
           END-IF.
           IF WS-DATO-VALIDO = "S"
               IF WS-SEM-ENCONTRADO = ZEROES
                   ADD 1 TO WS-TOTAL-SEMANAS
                   MOVE WS-TOTAL-SEMANAS TO WS-SEM-ENCONTRADO
               END-IF
               MOVE SPACES TO SEMANAS-PREVIAS-REGISTRO
               MOVE WS-ID-CAPTURADO (1:6) TO SEM-ID
               MOVE WS-SEMANAS-CAPTURADAS TO SEM-SEMANAS
               MOVE WS-FECHA-CAPTURADA (1:8) TO SEM-FECHA-CORTE
               MOVE WS-FECHA-HOY TO SEM-FECHA-CAPTURA
               MOVE WS-SESION-USUARIO TO SEM-USUARIO
               MOVE SEMANAS-PREVIAS-REGISTRO
                   TO WS-SEM-LINEA (WS-SEM-ENCONTRADO)
               PERFORM REESCRIBE-SEMANAS
               ADD 1 TO WS-TOTAL-MOVIMIENTOS
               DISPLAY "Semanas previas registradas."
           END-IF.

           CAPTURA-FECHA-CORTE.
           DISPLAY "Fecha de corte del reporte AAAAMMDD: ".
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
               IF WS-FECHA-NUM < 19430101
                   OR WS-MES-FECHA < 1 OR WS-MES-FECHA > 12
                   OR WS-DIA-FECHA < 1 OR WS-DIA-FECHA > 31
                   DISPLAY "Fecha no valida."
                   MOVE "N" TO WS-DATO-VALIDO
               ELSE
                   IF WS-FECHA-CAPTURADA (1:8) > WS-FECHA-HOY
                       DISPLAY "La fecha de corte no puede ser futura."
                       MOVE "N" TO WS-DATO-VALIDO
                   END-IF
               END-IF
           END-IF.

           ELIMINA-SEMANAS.
           PERFORM ACEPTA-ID.
           PERFORM BUSCA-ID-EN-TABLA.
           IF WS-SEM-ENCONTRADO = ZEROES
               DISPLAY "Ese empleado no tiene semanas capturadas."
           ELSE
               DISPLAY "Eliminar las semanas del empleado "
                   WS-ID-CAPTURADO (1:6) " (S/N): "
               MOVE SPACES TO WS-CONFIRMACION
               ACCEPT WS-CONFIRMACION
               IF FUNCTION UPPER-CASE(WS-CONFIRMACION) = "S"
                   MOVE WS-SEM-LINEA (WS-TOTAL-SEMANAS)
                       TO WS-SEM-LINEA (WS-SEM-ENCONTRADO)
                   SUBTRACT 1 FROM WS-TOTAL-SEMANAS
                   PERFORM REESCRIBE-SEMANAS
                   ADD 1 TO WS-TOTAL-MOVIMIENTOS
                   DISPLAY "Semanas eliminadas."
               ELSE
                   DISPLAY "No se elimino nada."
               END-IF
           END-IF.

           REESCRIBE-SEMANAS.
           OPEN OUTPUT SEMANAS-PREVIAS.
           IF WS-FILE-STATUS-SEM NOT = "00"
               DISPLAY "No se pudo reescribir las semanas previas: "
                   FUNCTION TRIM(WS-RUTA-SEMANAS)
           ELSE
               PERFORM ESCRIBE-LINEA-SEMANAS
                   VARYING WS-IX-SEM FROM 1 BY 1
                   UNTIL WS-IX-SEM > WS-TOTAL-SEMANAS
               CLOSE SEMANAS-PREVIAS
           END-IF.

           ESCRIBE-LINEA-SEMANAS.
           MOVE WS-SEM-LINEA (WS-IX-SEM) TO LINEA-SEMANAS.
           WRITE LINEA-SEMANAS.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM mantiene-semanas.
