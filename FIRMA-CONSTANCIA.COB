      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:FIRMA DE LAS AREAS EN LA CONSTANCIA DE NO ADEUDO DE
      *         UNA BAJA (CONSTANCIAS-BAJA.txt, CNSREG.cpy): SE TECLEA
      *         EL EMPLEADOS-ID, SE VE CADA AREA CON SU IMPORTE Y SU
      *         SITUACION, Y SE LIBERA UN AREA PENDIENTE A LA VEZ CON
      *         EL USUARIO DE LA SESION Y LA FECHA DE HOY (EL AREA YA
      *         RECUPERO EL EQUIPO, PRESENTO EL AVISO AL INFONAVIT,
      *         CANCELO EL SGMM, ETC.). LOS IMPORTES NO SE TOCAN AQUI:
      *         SI ALGO CAMBIA SE VUELVE A CORRER constancia-no-adeudo.
      *         ROLES M Y S DE inicia-sesion; EL ARCHIVO SE REESCRIBE
      *         COMPLETO AL SALIR, COMO marca-induccion.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. firma-constancia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CONSTANCIAS-BAJA
       ASSIGN TO DYNAMIC WS-RUTA-CONSTANCIAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CNS.

       DATA DIVISION.
       FILE SECTION.
       FD CONSTANCIAS-BAJA.
       01  LINEA-CONSTANCIA PIC X(119).

       WORKING-STORAGE SECTION.
       COPY CNSREG.

       01  WS-RUTA-CONSTANCIAS PIC X(200).
       01  WS-FILE-STATUS-CNS PIC X(2).
       01  FIN-DE-ENTRADA PIC X.

       01  WS-TABLA-CONSTANCIAS.
           05 WS-CNS-LINEA OCCURS 9999 TIMES PIC X(119).
       01  WS-TOTAL-CONSTANCIAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-CNS PIC 9(4).
       01  WS-CNS-ENCONTRADO PIC 9(4).
       01  WS-AREAS-EMPLEADO PIC 9(3).

       01  WS-ID-CAPTURADO PIC X(6).
       01  WS-AREA-CAPTURADA PIC X(3).
       01  WS-FECHA-HOY PIC X(8).
       01  WS-SITUACION PIC X(9).
       01  WS-SENTIDO PIC X(9).
       01  WS-IMPORTE-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-FIRMADAS PIC 9(5) VALUE ZEROES.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "firma-constancia".
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
               DISPLAY "Su rol no permite firmar constancias."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           ACCEPT WS-RUTA-CONSTANCIAS FROM ENVIRONMENT
               "CONSTANCIAS_BAJA_PATH".
           IF WS-RUTA-CONSTANCIAS = SPACES
               MOVE "CONSTANCIAS-BAJA.txt" TO WS-RUTA-CONSTANCIAS
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGA-CONSTANCIAS.
           IF WS-TOTAL-CONSTANCIAS = ZEROES
               DISPLAY "No hay constancias de no adeudo ("
                   FUNCTION TRIM(WS-RUTA-CONSTANCIAS) ")."
           ELSE
               MOVE "X" TO WS-ID-CAPTURADO
               PERFORM ATIENDE-EMPLEADO
                   UNTIL WS-ID-CAPTURADO = SPACES
                   OR WS-ID-CAPTURADO = "0"
               IF WS-TOTAL-FIRMADAS > ZEROES
                   PERFORM REESCRIBE-CONSTANCIAS
               END-IF
           END-IF.
           DISPLAY "Areas liberadas: " WS-TOTAL-FIRMADAS.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-FIRMADAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           CARGA-CONSTANCIAS.
           OPEN INPUT CONSTANCIAS-BAJA.
           IF WS-FILE-STATUS-CNS = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-CONSTANCIA
               PERFORM AGREGA-CONSTANCIA UNTIL FIN-DE-ENTRADA = "0"
               CLOSE CONSTANCIAS-BAJA
           END-IF.

           LEE-CONSTANCIA.
           READ CONSTANCIAS-BAJA
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-CONSTANCIA.
           IF LINEA-CONSTANCIA NOT = SPACES
               AND WS-TOTAL-CONSTANCIAS < 9999
               ADD 1 TO WS-TOTAL-CONSTANCIAS
               MOVE LINEA-CONSTANCIA
                   TO WS-CNS-LINEA (WS-TOTAL-CONSTANCIAS)
           END-IF.
           PERFORM LEE-CONSTANCIA.

           ATIENDE-EMPLEADO.
           DISPLAY "--------------------------------------------".
           DISPLAY "ID del empleado (vacio o 0 termina): ".
           MOVE SPACES TO WS-ID-CAPTURADO.
           ACCEPT WS-ID-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-ID-CAPTURADO)
               TO WS-ID-CAPTURADO.
           IF WS-ID-CAPTURADO NOT = SPACES
               AND WS-ID-CAPTURADO NOT = "0"
               MOVE ZEROES TO WS-AREAS-EMPLEADO
               PERFORM MUESTRA-AREA
                   VARYING WS-IX-CNS FROM 1 BY 1
                   UNTIL WS-IX-CNS > WS-TOTAL-CONSTANCIAS
               IF WS-AREAS-EMPLEADO = ZEROES
                   DISPLAY "Ese empleado no tiene constancia; corra "
                       "primero constancia-no-adeudo."
               ELSE
                   PERFORM FIRMA-AREA
               END-IF
           END-IF.

           MUESTRA-AREA.
           MOVE WS-CNS-LINEA (WS-IX-CNS) TO CONSTANCIA-REGISTRO.
           IF CNS-EMPLEADO-ID = WS-ID-CAPTURADO
               IF WS-AREAS-EMPLEADO = ZEROES
                   DISPLAY "Baja del " CNS-FECHA-BAJA
                   DISPLAY "AREA DETALLE" "                        "
                       "                          IMPORTE"
               END-IF
               ADD 1 TO WS-AREAS-EMPLEADO
               IF CNS-STATUS = "L"
                   MOVE "LIBERADA" TO WS-SITUACION
               ELSE
                   MOVE "PENDIENTE" TO WS-SITUACION
               END-IF
               EVALUATE CNS-SENTIDO
                   WHEN "R"
                       MOVE "RECUPERAR" TO WS-SENTIDO
                   WHEN "P"
                       MOVE "PAGAR" TO WS-SENTIDO
                   WHEN OTHER
                       MOVE SPACES TO WS-SENTIDO
               END-EVALUATE
               MOVE CNS-IMPORTE TO WS-IMPORTE-EDITADO
               DISPLAY CNS-AREA "  " CNS-DETALLE " "
                   WS-IMPORTE-EDITADO " " WS-SENTIDO
               DISPLAY "     " WS-SITUACION " " CNS-FECHA-LIBERA " "
                   FUNCTION TRIM(CNS-LIBERO)
           END-IF.

           FIRMA-AREA.
           DISPLAY "Area a liberar (vacio = ninguna): ".
           MOVE SPACES TO WS-AREA-CAPTURADA.
           ACCEPT WS-AREA-CAPTURADA.
           MOVE FUNCTION UPPER-CASE(WS-AREA-CAPTURADA)
               TO WS-AREA-CAPTURADA.
           IF WS-AREA-CAPTURADA NOT = SPACES
               PERFORM LOCALIZA-AREA
           END-IF.

           LOCALIZA-AREA.
           MOVE ZEROES TO WS-CNS-ENCONTRADO.
           PERFORM VARYING WS-IX-CNS FROM 1 BY 1
               UNTIL WS-IX-CNS > WS-TOTAL-CONSTANCIAS
               OR WS-CNS-ENCONTRADO > ZEROES
               MOVE WS-CNS-LINEA (WS-IX-CNS) TO CONSTANCIA-REGISTRO
               IF CNS-EMPLEADO-ID = WS-ID-CAPTURADO
                   AND CNS-AREA = WS-AREA-CAPTURADA
                   MOVE WS-IX-CNS TO WS-CNS-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-CNS-ENCONTRADO = ZEROES
               DISPLAY "Esa area no esta en la constancia del empleado."
           ELSE
               MOVE WS-CNS-LINEA (WS-CNS-ENCONTRADO)
                   TO CONSTANCIA-REGISTRO
               IF CNS-STATUS = "L"
                   DISPLAY "El area ya estaba liberada."
               ELSE
                   MOVE "L" TO CNS-STATUS
                   MOVE WS-FECHA-HOY TO CNS-FECHA-LIBERA
                   MOVE WS-SESION-USUARIO TO CNS-LIBERO
                   MOVE CONSTANCIA-REGISTRO
                       TO WS-CNS-LINEA (WS-CNS-ENCONTRADO)
                   ADD 1 TO WS-TOTAL-FIRMADAS
                   DISPLAY "Area " CNS-AREA " liberada."
               END-IF
           END-IF.

           REESCRIBE-CONSTANCIAS.
           OPEN OUTPUT CONSTANCIAS-BAJA.
           IF WS-FILE-STATUS-CNS NOT = "00"
               DISPLAY "No se pudo reescribir las constancias: "
                   FUNCTION TRIM(WS-RUTA-CONSTANCIAS)
           ELSE
               PERFORM ESCRIBE-CONSTANCIA
                   VARYING WS-IX-CNS FROM 1 BY 1
                   UNTIL WS-IX-CNS > WS-TOTAL-CONSTANCIAS
               CLOSE CONSTANCIAS-BAJA
           END-IF.

           ESCRIBE-CONSTANCIA.
           MOVE WS-CNS-LINEA (WS-IX-CNS) TO LINEA-CONSTANCIA.
           WRITE LINEA-CONSTANCIA.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM firma-constancia.
