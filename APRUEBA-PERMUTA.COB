      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:APROBACION DE PERMUTAS DE TURNO POR EL JEFE DIRECTO:
      *         EL JEFE CAPTURA SU ID Y VE LAS SOLICITUDES "S" DE
      *         PERMUTAS-TURNO.txt (PMTREG.cpy) CUYOS DOS EMPLEADOS LE
      *         REPORTAN POR EMPLEADOS-JEFE-ID. AL APROBAR SE REVISA
      *         QUE NINGUNO DE LOS DOS TENGA VACACIONES
      *         (MOVIMIENTOS-VACACIONES.txt) NI INCAPACIDAD
      *         (INCAPACIDADES.dat) EN LAS FECHAS Y QUE SUS TURNOS DEL
      *         DIRECTORIO SIGAN SIENDO LOS DE LA SOLICITUD; SI NO, LA
      *         PERMUTA QUEDA RECHAZADA CON LA RAZON. TAMBIEN CANCELA
      *         UNA APROBADA QUE NO HA EMPEZADO. EL ARCHIVO SE
      *         REESCRIBE AL SALIR, COMO aprueba-vacaciones.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aprueba-permuta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PERMUTAS-TURNO
       ASSIGN TO DYNAMIC WS-RUTA-PERMUTAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PMT.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT MOVIMIENTOS-VACACIONES
       ASSIGN TO DYNAMIC WS-RUTA-MOVIMIENTOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-MOV.

       SELECT INCAPACIDADES
       ASSIGN TO DYNAMIC WS-RUTA-INCAPACIDADES
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-INC.

       DATA DIVISION.
       FILE SECTION.
       FD PERMUTAS-TURNO.
       01  LINEA-PERMUTA PIC X(141).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD MOVIMIENTOS-VACACIONES.
       01  LINEA-MOVIMIENTO PIC X(20).

       FD INCAPACIDADES.
           COPY INCREG.

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
           COPY PMTREG.

       01  WS-RUTA-PERMUTAS PIC X(200).
       01  WS-FILE-STATUS-PMT PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-MOVIMIENTOS PIC X(200).
       01  WS-FILE-STATUS-MOV PIC X(2).
       01  WS-RUTA-INCAPACIDADES PIC X(200).
       01  WS-FILE-STATUS-INC PIC X(2).
       01  FIN-DE-PERMUTAS PIC X.
       01  FIN-DE-ENTRADA PIC X.
       01  WS-OPCION-APR PIC X.
       01  WS-JEFE-ID PIC X(6).
       01  WS-FECHA-HOY PIC X(8).
       01  WS-RENGLON-X PIC X(5).
       01  WS-DECISION PIC X.
       01  WS-HAY-PENDIENTES PIC X.

       01  WS-TABLA-PERMUTAS.
           05 WS-PMT-LINEA OCCURS 5000 TIMES PIC X(141).
       01  WS-TOTAL-PERMUTAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-PMT PIC 9(4).
       01  WS-HUBO-CAMBIOS PIC X VALUE "N".

      *    Cruce de la pareja con el directorio: los dos deben
      *    reportar al jefe y seguir en el turno que se permuta.
       01  WS-NUMERO-BUSCADO PIC 9(5).
       01  WS-ES-DEL-JEFE PIC X.
       01  WS-PAREJA-DEL-JEFE PIC X.
       01  WS-TURNO-ACTUAL PIC X(3).
       01  WS-NOMBRE-A PIC X(25).
       01  WS-NOMBRE-B PIC X(25).

      *    Revision de ausencias en las fechas de la permuta.
       01  WS-INICIO-ENTERO PIC 9(7).
       01  WS-FIN-ENTERO PIC 9(7).
       01  WS-AUS-INICIO PIC 9(7).
       01  WS-AUS-FIN PIC 9(7).
       01  WS-NUMERO-X PIC X(6).
       01  WS-FECHA-X PIC X(10).
       01  WS-DIAS-X PIC X(4).
       01  WS-NUMERO-LEIDO PIC 9(5).
       01  WS-DIAS-LEIDOS PIC 9(3).
       01  WS-NOTA-RECHAZO PIC X(40).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-PERMUTAS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS
               STOP RUN
           END-IF.
           DISPLAY "ID del jefe que atiende (6 caracteres): ".
           ACCEPT WS-JEFE-ID.
           MOVE SPACES TO WS-OPCION-APR.
           PERFORM MENU-APRUEBA UNTIL WS-OPCION-APR = "0".
           CLOSE EMPLEADOS-ARCHIVO.
           IF WS-HUBO-CAMBIOS = "S"
               PERFORM REESCRIBE-PERMUTAS
           END-IF.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-PERMUTAS FROM ENVIRONMENT
               "PERMUTAS_TURNO_PATH".
           IF WS-RUTA-PERMUTAS = SPACES
               MOVE "PERMUTAS-TURNO.txt" TO WS-RUTA-PERMUTAS
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-MOVIMIENTOS FROM ENVIRONMENT
               "MOVIMIENTOS_VACACIONES_PATH".
           IF WS-RUTA-MOVIMIENTOS = SPACES
               MOVE "MOVIMIENTOS-VACACIONES.txt"
                   TO WS-RUTA-MOVIMIENTOS
           END-IF.
           ACCEPT WS-RUTA-INCAPACIDADES FROM ENVIRONMENT
               "INCAPACIDADES_PATH".
           IF WS-RUTA-INCAPACIDADES = SPACES
               MOVE "INCAPACIDADES.dat" TO WS-RUTA-INCAPACIDADES
           END-IF.

           CARGA-PERMUTAS.
           OPEN INPUT PERMUTAS-TURNO.
           IF WS-FILE-STATUS-PMT NOT = "00"
               DISPLAY "No hay permutas capturadas."
           ELSE
               MOVE "1" TO FIN-DE-PERMUTAS
               PERFORM LEE-LINEA-PERMUTA
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-PERMUTAS = "0"
               CLOSE PERMUTAS-TURNO
           END-IF.

           LEE-LINEA-PERMUTA.
           READ PERMUTAS-TURNO
               AT END
                   MOVE "0" TO FIN-DE-PERMUTAS
               NOT AT END
                   MOVE LINEA-PERMUTA TO PERMUTA-REGISTRO
           END-READ.

           AGREGA-A-TABLA.
           IF PMT-FOLIO IS NUMERIC
               AND WS-TOTAL-PERMUTAS < 5000
               ADD 1 TO WS-TOTAL-PERMUTAS
               MOVE LINEA-PERMUTA TO WS-PMT-LINEA (WS-TOTAL-PERMUTAS)
           END-IF.
           PERFORM LEE-LINEA-PERMUTA.

           MENU-APRUEBA.
           DISPLAY "--------------------------------------------".
           DISPLAY "  PERMUTAS DE TURNO - JEFE " WS-JEFE-ID.
           DISPLAY "  1. Ver permutas pendientes de mi equipo".
           DISPLAY "  2. Atender una permuta".
           DISPLAY "  3. Cancelar una permuta aprobada que no empieza".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-APR.
           EVALUATE WS-OPCION-APR
               WHEN "1"
                   PERFORM LISTA-PENDIENTES
               WHEN "2"
                   PERFORM ATIENDE-PERMUTA
               WHEN "3"
                   PERFORM CANCELA-PERMUTA
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           LISTA-PENDIENTES.
           MOVE "N" TO WS-HAY-PENDIENTES.
           PERFORM EVALUA-PENDIENTE
               VARYING WS-IX-PMT FROM 1 BY 1
               UNTIL WS-IX-PMT > WS-TOTAL-PERMUTAS.
           IF WS-HAY-PENDIENTES = "N"
               DISPLAY "No hay permutas pendientes de su equipo."
           END-IF.

           EVALUA-PENDIENTE.
           MOVE WS-PMT-LINEA (WS-IX-PMT) TO PERMUTA-REGISTRO.
           IF PMT-STATUS = "S"
               PERFORM VERIFICA-PAREJA
               IF WS-PAREJA-DEL-JEFE = "S"
                   MOVE "S" TO WS-HAY-PENDIENTES
                   DISPLAY "  [" WS-IX-PMT "] folio " PMT-FOLIO
                       " del " PMT-FECHA-INICIO " al " PMT-FECHA-FIN
                   DISPLAY "      " PMT-NUMERO-A " " WS-NOMBRE-A
                       " turno " PMT-TURNO-A " <-> " PMT-NUMERO-B
                       " " WS-NOMBRE-B " turno " PMT-TURNO-B
                   DISPLAY "      " PMT-MOTIVO
               END-IF
           END-IF.

      *    La pareja es del jefe cuando los dos numeros (cruce por
      *    CRUCEID.cpy) tienen su EMPLEADOS-JEFE-ID; deja los nombres
      *    para la pantalla.
           VERIFICA-PAREJA.
           MOVE "N" TO WS-PAREJA-DEL-JEFE.
           MOVE PMT-NUMERO-A TO WS-NUMERO-BUSCADO.
           PERFORM LEE-EMPLEADO-PAREJA.
           MOVE EMPLEADOS-NOMBRE TO WS-NOMBRE-A.
           IF WS-ES-DEL-JEFE = "S"
               MOVE PMT-NUMERO-B TO WS-NUMERO-BUSCADO
               PERFORM LEE-EMPLEADO-PAREJA
               MOVE EMPLEADOS-NOMBRE TO WS-NOMBRE-B
               IF WS-ES-DEL-JEFE = "S"
                   MOVE "S" TO WS-PAREJA-DEL-JEFE
               END-IF
           END-IF.

           LEE-EMPLEADO-PAREJA.
           MOVE "N" TO WS-ES-DEL-JEFE.
           MOVE SPACES TO WS-TURNO-ACTUAL.
           MOVE WS-NUMERO-BUSCADO TO CRUCE-ID-NOMINA.
           MOVE SPACES TO CRUCE-ID-SITIO.
           CALL "forma-id-directorio"
               USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
           END-CALL.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   MOVE SPACES TO EMPLEADOS-NOMBRE
               NOT INVALID KEY
                   MOVE EMPLEADOS-TURNO TO WS-TURNO-ACTUAL
                   IF EMPLEADOS-JEFE-ID = WS-JEFE-ID
                       MOVE "S" TO WS-ES-DEL-JEFE
                   END-IF
           END-READ.

           ATIENDE-PERMUTA.
           DISPLAY "Renglon de la permuta a atender: ".
           PERFORM CAPTURA-RENGLON.
           IF WS-IX-PMT > ZEROES
               IF PMT-STATUS NOT = "S"
                   DISPLAY "Esa permuta ya fue atendida."
               ELSE
      *            El cruce con el jefe se verifica de nuevo aqui: un
      *            renglon tecleado directo no debe dejar aprobar
      *            permutas de otro equipo.
                   PERFORM VERIFICA-PAREJA
                   IF WS-PAREJA-DEL-JEFE = "S"
                       PERFORM DECIDE-PERMUTA
                   ELSE
                       DISPLAY "Esa permuta no es de dos empleados "
                           "que reporten a " WS-JEFE-ID "."
                   END-IF
               END-IF
           END-IF.

      *    Deja en WS-IX-PMT el renglon tecleado (cero si no existe) y
      *    su permuta en PERMUTA-REGISTRO.
           CAPTURA-RENGLON.
           MOVE ZEROES TO WS-IX-PMT.
           ACCEPT WS-RENGLON-X.
           IF FUNCTION TRIM(WS-RENGLON-X) IS NUMERIC
               COMPUTE WS-IX-PMT = FUNCTION NUMVAL(WS-RENGLON-X)
           END-IF.
           IF WS-IX-PMT = ZEROES
               OR WS-IX-PMT > WS-TOTAL-PERMUTAS
               DISPLAY "Renglon no valido."
               MOVE ZEROES TO WS-IX-PMT
           ELSE
               MOVE WS-PMT-LINEA (WS-IX-PMT) TO PERMUTA-REGISTRO
           END-IF.

           DECIDE-PERMUTA.
           DISPLAY "Aprobar (A) o rechazar (R): ".
           ACCEPT WS-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM APRUEBA-PERMUTA
               WHEN "R"
                   DISPLAY "Razon del rechazo: "
                   ACCEPT WS-NOTA-RECHAZO
                   PERFORM RECHAZA-PERMUTA
                   DISPLAY "Permuta rechazada."
               WHEN OTHER
                   DISPLAY "Decision no valida; la permuta sigue "
                       "pendiente."
           END-EVALUATE.

      *    Antes de aprobar: los turnos del directorio deben seguir
      *    siendo los permutados y ninguno de los dos puede estar de
      *    vacaciones ni incapacitado en algun dia de la permuta. Si
      *    algo falla la permuta se rechaza con la razon.
           APRUEBA-PERMUTA.
           MOVE SPACES TO WS-NOTA-RECHAZO.
           MOVE PMT-NUMERO-A TO WS-NUMERO-BUSCADO.
           PERFORM LEE-EMPLEADO-PAREJA.
           IF WS-TURNO-ACTUAL NOT = PMT-TURNO-A
               MOVE "EL TURNO ASIGNADO CAMBIO DESDE LA SOLICITUD"
                   TO WS-NOTA-RECHAZO
           END-IF.
           MOVE PMT-NUMERO-B TO WS-NUMERO-BUSCADO.
           PERFORM LEE-EMPLEADO-PAREJA.
           IF WS-TURNO-ACTUAL NOT = PMT-TURNO-B
               MOVE "EL TURNO ASIGNADO CAMBIO DESDE LA SOLICITUD"
                   TO WS-NOTA-RECHAZO
           END-IF.
           COMPUTE WS-INICIO-ENTERO = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(PMT-FECHA-INICIO)).
           COMPUTE WS-FIN-ENTERO = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(PMT-FECHA-FIN)).
           IF WS-NOTA-RECHAZO = SPACES
               PERFORM REVISA-VACACIONES
           END-IF.
           IF WS-NOTA-RECHAZO = SPACES
               PERFORM REVISA-INCAPACIDADES
           END-IF.
           IF WS-NOTA-RECHAZO = SPACES
               MOVE "A" TO PMT-STATUS
               MOVE WS-JEFE-ID TO PMT-JEFE-ID
               MOVE WS-FECHA-HOY TO PMT-FECHA-DECISION
               MOVE SPACES TO PMT-NOTA-DECISION
               MOVE PERMUTA-REGISTRO TO WS-PMT-LINEA (WS-IX-PMT)
               MOVE "S" TO WS-HUBO-CAMBIOS
               DISPLAY "Permuta aprobada; checadas y kardex usaran "
                   "el turno permutado del " PMT-FECHA-INICIO " al "
                   PMT-FECHA-FIN "."
           ELSE
               PERFORM RECHAZA-PERMUTA
               DISPLAY "RECHAZADA: " WS-NOTA-RECHAZO
           END-IF.

           RECHAZA-PERMUTA.
           MOVE "R" TO PMT-STATUS.
           MOVE WS-JEFE-ID TO PMT-JEFE-ID.
           MOVE WS-FECHA-HOY TO PMT-FECHA-DECISION.
           MOVE WS-NOTA-RECHAZO TO PMT-NOTA-DECISION.
           MOVE PERMUTA-REGISTRO TO WS-PMT-LINEA (WS-IX-PMT).
           MOVE "S" TO WS-HUBO-CAMBIOS.

      *    Movimientos de vacaciones aprobadas (numero fecha dias,
      *    los mismos que pinta el kardex).
           REVISA-VACACIONES.
           OPEN INPUT MOVIMIENTOS-VACACIONES.
           IF WS-FILE-STATUS-MOV = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-MOVIMIENTO-VAC
               PERFORM REVISA-UN-MOVIMIENTO-VAC
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE MOVIMIENTOS-VACACIONES
           END-IF.

           LEE-MOVIMIENTO-VAC.
           READ MOVIMIENTOS-VACACIONES
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           REVISA-UN-MOVIMIENTO-VAC.
           IF LINEA-MOVIMIENTO NOT = SPACES
               MOVE SPACES TO WS-NUMERO-X WS-FECHA-X WS-DIAS-X
               UNSTRING LINEA-MOVIMIENTO DELIMITED BY " "
                   INTO WS-NUMERO-X WS-FECHA-X WS-DIAS-X
               END-UNSTRING
               IF WS-FECHA-X (1:8) IS NUMERIC
                   COMPUTE WS-NUMERO-LEIDO =
                       FUNCTION NUMVAL(WS-NUMERO-X)
                   COMPUTE WS-DIAS-LEIDOS =
                       FUNCTION NUMVAL(WS-DIAS-X)
                   IF (WS-NUMERO-LEIDO = PMT-NUMERO-A
                       OR WS-NUMERO-LEIDO = PMT-NUMERO-B)
                       AND WS-DIAS-LEIDOS > ZEROES
                       COMPUTE WS-AUS-INICIO =
                           FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(WS-FECHA-X (1:8)))
                       COMPUTE WS-AUS-FIN =
                           WS-AUS-INICIO + WS-DIAS-LEIDOS - 1
                       IF WS-AUS-INICIO <= WS-FIN-ENTERO
                           AND WS-AUS-FIN >= WS-INICIO-ENTERO
                           MOVE SPACES TO WS-NOTA-RECHAZO
                           STRING "VACACIONES DEL " DELIMITED BY SIZE
                               WS-NUMERO-LEIDO DELIMITED BY SIZE
                               " DESDE " DELIMITED BY SIZE
                               WS-FECHA-X (1:8) DELIMITED BY SIZE
                               INTO WS-NOTA-RECHAZO
                           END-STRING
                           MOVE "0" TO FIN-DE-ENTRADA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF FIN-DE-ENTRADA NOT = "0"
               PERFORM LEE-MOVIMIENTO-VAC
           END-IF.

           REVISA-INCAPACIDADES.
           OPEN INPUT INCAPACIDADES.
           IF WS-FILE-STATUS-INC = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-INCAPACIDAD
               PERFORM REVISA-UNA-INCAPACIDAD
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE INCAPACIDADES
           END-IF.

           LEE-INCAPACIDAD.
           READ INCAPACIDADES NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           REVISA-UNA-INCAPACIDAD.
           IF INC-FECHA-INICIO IS NUMERIC
               AND INC-DIAS > ZEROES
               AND (INC-NUMERO-EMP = PMT-NUMERO-A
                   OR INC-NUMERO-EMP = PMT-NUMERO-B)
               COMPUTE WS-AUS-INICIO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(INC-FECHA-INICIO))
               COMPUTE WS-AUS-FIN = WS-AUS-INICIO + INC-DIAS - 1
               IF WS-AUS-INICIO <= WS-FIN-ENTERO
                   AND WS-AUS-FIN >= WS-INICIO-ENTERO
                   MOVE SPACES TO WS-NOTA-RECHAZO
                   STRING "INCAPACIDAD DEL " DELIMITED BY SIZE
                       INC-NUMERO-EMP DELIMITED BY SIZE
                       " FOLIO " DELIMITED BY SIZE
                       INC-FOLIO DELIMITED BY SIZE
                       INTO WS-NOTA-RECHAZO
                   END-STRING
                   MOVE "0" TO FIN-DE-ENTRADA
               END-IF
           END-IF.
           IF FIN-DE-ENTRADA NOT = "0"
               PERFORM LEE-INCAPACIDAD
           END-IF.

      *    Solo una permuta aprobada que todavia no empieza se puede
      *    cancelar; la que ya corre se deja como quedo.
           CANCELA-PERMUTA.
           DISPLAY "Renglon de la permuta a cancelar: ".
           PERFORM CAPTURA-RENGLON.
           IF WS-IX-PMT > ZEROES
               IF PMT-STATUS NOT = "A"
                   DISPLAY "Solo se cancela una permuta aprobada."
               ELSE
                   IF PMT-FECHA-INICIO <= WS-FECHA-HOY
                       DISPLAY "La permuta ya empezo; no se cancela."
                   ELSE
                       PERFORM VERIFICA-PAREJA
                       IF WS-PAREJA-DEL-JEFE = "S"
                           MOVE "C" TO PMT-STATUS
                           MOVE WS-FECHA-HOY TO PMT-FECHA-DECISION
                           MOVE "CANCELADA POR EL JEFE"
                               TO PMT-NOTA-DECISION
                           MOVE PERMUTA-REGISTRO
                               TO WS-PMT-LINEA (WS-IX-PMT)
                           MOVE "S" TO WS-HUBO-CAMBIOS
                           DISPLAY "Permuta cancelada."
                       ELSE
                           DISPLAY "Esa permuta no es de dos "
                               "empleados que reporten a "
                               WS-JEFE-ID "."
                       END-IF
                   END-IF
               END-IF
           END-IF.

           REESCRIBE-PERMUTAS.
           OPEN OUTPUT PERMUTAS-TURNO.
           IF WS-FILE-STATUS-PMT NOT = "00"
               DISPLAY "AVISO: no se pudo reescribir las permutas: "
                   FUNCTION TRIM(WS-RUTA-PERMUTAS)
           ELSE
               PERFORM ESCRIBE-LINEA-PERMUTA
                   VARYING WS-IX-PMT FROM 1 BY 1
                   UNTIL WS-IX-PMT > WS-TOTAL-PERMUTAS
               CLOSE PERMUTAS-TURNO
           END-IF.

           ESCRIBE-LINEA-PERMUTA.
           MOVE WS-PMT-LINEA (WS-IX-PMT) TO LINEA-PERMUTA.
           WRITE LINEA-PERMUTA.

       END PROGRAM aprueba-permuta.
