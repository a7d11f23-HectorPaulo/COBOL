      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CAPTURA DE LA EVALUACION ANUAL DE DESEMPENO POR EL JEFE
      *         DIRECTO: EL JEFE CAPTURA SU ID, VE A LOS ACTIVOS QUE LE
      *         REPORTAN POR EMPLEADOS-JEFE-ID CON SU CALIFICACION DEL
      *         CICLO (EVALUACION_ANIO, POR OMISION EL ANIO EN CURSO) Y
      *         CAPTURA O CORRIGE LA DE CADA UNO (1 A 5) EN
      *         EVALUACIONES-DESEMPENO.txt (EVAREG.cpy), QUEDANDO EL
      *         JEFE COMO EVALUADOR Y LA FECHA DE CAPTURA. EL ARCHIVO
      *         SE REESCRIBE AL SALIR.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. captura-evaluacion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EVALUACIONES-DESEMPENO
       ASSIGN TO DYNAMIC WS-RUTA-EVALUACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EVA.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EVALUACIONES-DESEMPENO.
       01  LINEA-EVALUACION PIC X(64).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
           COPY EVAREG.

       01  WS-RUTA-EVALUACIONES PIC X(200).
       01  WS-FILE-STATUS-EVA PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  FIN-DE-EVALUACIONES PIC X.
       01  FIN-DEL-DIRECTORIO PIC X.
       01  WS-OPCION-EVA PIC X.
       01  WS-JEFE-ID PIC X(6).
       01  WS-FECHA-HOY PIC X(8).
       01  WS-ANIO-X PIC X(4).
       01  WS-ANIO-CICLO PIC 9(4).

       01  WS-TABLA-EVALUACIONES.
           05 WS-EVA-LINEA OCCURS 9999 TIMES PIC X(64).
       01  WS-TOTAL-EVALUACIONES PIC 9(4) VALUE ZEROES.
       01  WS-IX-EVA PIC 9(4).
       01  WS-EVA-ENCONTRADA PIC 9(4).
       01  WS-HUBO-CAMBIOS PIC X VALUE "N".

       01  WS-NUMERO-X PIC X(5).
       01  WS-NUMERO PIC 9(5).
       01  WS-NUMERO-DIRECTORIO PIC 9(5).
       01  WS-CALIFICACION-X PIC X(2).
       01  WS-COMENTARIO PIC X(40).
       01  WS-ES-DEL-JEFE PIC X.
       01  WS-TOTAL-EQUIPO PIC 9(4).
       01  WS-TOTAL-EVALUADOS PIC 9(4).
       01  WS-ESTADO-EVALUACION PIC X(20).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-EVALUACIONES.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS
               STOP RUN
           END-IF.
           DISPLAY "Ciclo de evaluacion: " WS-ANIO-CICLO.
           DISPLAY "ID del jefe que evalua (6 caracteres): ".
           ACCEPT WS-JEFE-ID.
           MOVE SPACES TO WS-OPCION-EVA.
           PERFORM MENU-EVALUACION UNTIL WS-OPCION-EVA = "0".
           CLOSE EMPLEADOS-ARCHIVO.
           IF WS-HUBO-CAMBIOS = "S"
               PERFORM REESCRIBE-EVALUACIONES
           END-IF.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-ANIO-X FROM ENVIRONMENT "EVALUACION_ANIO".
           IF WS-ANIO-X IS NUMERIC
               MOVE WS-ANIO-X TO WS-ANIO-CICLO
           ELSE
               MOVE WS-FECHA-HOY (1:4) TO WS-ANIO-CICLO
           END-IF.
           ACCEPT WS-RUTA-EVALUACIONES FROM ENVIRONMENT
               "EVALUACIONES_DESEMPENO_PATH".
           IF WS-RUTA-EVALUACIONES = SPACES
               MOVE "EVALUACIONES-DESEMPENO.txt"
                   TO WS-RUTA-EVALUACIONES
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.

           CARGA-EVALUACIONES.
           OPEN INPUT EVALUACIONES-DESEMPENO.
           IF WS-FILE-STATUS-EVA NOT = "00"
               DISPLAY "No hay evaluaciones capturadas todavia."
           ELSE
               MOVE "1" TO FIN-DE-EVALUACIONES
               PERFORM LEE-LINEA-EVALUACION
               PERFORM AGREGA-A-TABLA
                   UNTIL FIN-DE-EVALUACIONES = "0"
               CLOSE EVALUACIONES-DESEMPENO
           END-IF.

           LEE-LINEA-EVALUACION.
           READ EVALUACIONES-DESEMPENO
               AT END
                   MOVE "0" TO FIN-DE-EVALUACIONES
           END-READ.

           AGREGA-A-TABLA.
           IF LINEA-EVALUACION NOT = SPACES
               AND WS-TOTAL-EVALUACIONES < 9999
               ADD 1 TO WS-TOTAL-EVALUACIONES
               MOVE LINEA-EVALUACION
                   TO WS-EVA-LINEA (WS-TOTAL-EVALUACIONES)
           END-IF.
           PERFORM LEE-LINEA-EVALUACION.

           MENU-EVALUACION.
           DISPLAY "--------------------------------------------".
           DISPLAY "  EVALUACION DE DESEMPENO " WS-ANIO-CICLO
               " - JEFE " WS-JEFE-ID.
           DISPLAY "  1. Ver mi equipo y su evaluacion".
           DISPLAY "  2. Capturar o corregir una evaluacion".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-EVA.
           EVALUATE WS-OPCION-EVA
               WHEN "1"
                   PERFORM LISTA-EQUIPO
               WHEN "2"
                   PERFORM CAPTURA-UNA-EVALUACION
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

      *    Recorre el directorio completo buscando a los activos que
      *    reportan al jefe; la calificacion sale de la tabla del
      *    ciclo por numero de nomina (regla de CRUCEID.cpy).
           LISTA-EQUIPO.
           MOVE ZEROES TO WS-TOTAL-EQUIPO WS-TOTAL-EVALUADOS.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           MOVE "1" TO FIN-DEL-DIRECTORIO.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE "0" TO FIN-DEL-DIRECTORIO
           END-START.
           PERFORM MUESTRA-INTEGRANTE UNTIL FIN-DEL-DIRECTORIO = "0".
           IF WS-TOTAL-EQUIPO = ZEROES
               DISPLAY "Nadie activo le reporta a " WS-JEFE-ID "."
           ELSE
               DISPLAY "Evaluados " WS-TOTAL-EVALUADOS " de "
                   WS-TOTAL-EQUIPO "."
           END-IF.

           MUESTRA-INTEGRANTE.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DEL-DIRECTORIO
               NOT AT END
                   IF EMPLEADOS-JEFE-ID = WS-JEFE-ID
                       AND EMPLEADOS-STATUS = "A"
                       PERFORM MUESTRA-EVALUACION-INTEGRANTE
                   END-IF
           END-READ.

           MUESTRA-EVALUACION-INTEGRANTE.
           ADD 1 TO WS-TOTAL-EQUIPO.
           IF EMPLEADOS-ID IS NUMERIC
               COMPUTE WS-NUMERO-DIRECTORIO =
                   FUNCTION NUMVAL(EMPLEADOS-ID (2:5))
           ELSE
               MOVE EMPLEADOS-ID-SECUENCIA TO WS-NUMERO-DIRECTORIO
           END-IF.
           MOVE WS-NUMERO-DIRECTORIO TO WS-NUMERO.
           PERFORM BUSCA-EVALUACION.
           IF WS-EVA-ENCONTRADA > ZEROES
               ADD 1 TO WS-TOTAL-EVALUADOS
               MOVE SPACES TO WS-ESTADO-EVALUACION
               STRING "CALIFICACION " DELIMITED BY SIZE
                   EVA-CALIFICACION DELIMITED BY SIZE
                   INTO WS-ESTADO-EVALUACION
               END-STRING
           ELSE
               MOVE "PENDIENTE" TO WS-ESTADO-EVALUACION
           END-IF.
           DISPLAY "  " WS-NUMERO-DIRECTORIO " " EMPLEADOS-NOMBRE " "
               EMPLEADOS-APELLIDOS " " WS-ESTADO-EVALUACION.

      *    Deja en WS-EVA-ENCONTRADA el renglon del ciclo para
      *    WS-NUMERO (cero si no tiene) y en EVALUACION-REGISTRO su
      *    contenido.
           BUSCA-EVALUACION.
           MOVE ZEROES TO WS-EVA-ENCONTRADA.
           PERFORM VARYING WS-IX-EVA FROM 1 BY 1
               UNTIL WS-IX-EVA > WS-TOTAL-EVALUACIONES
               OR WS-EVA-ENCONTRADA > ZEROES
               MOVE WS-EVA-LINEA (WS-IX-EVA) TO EVALUACION-REGISTRO
               IF EVA-ANIO = WS-ANIO-CICLO
                   AND EVA-NUMERO-EMP = WS-NUMERO
                   MOVE WS-IX-EVA TO WS-EVA-ENCONTRADA
               END-IF
           END-PERFORM.

           CAPTURA-UNA-EVALUACION.
           DISPLAY "Numero de nomina del empleado: ".
           ACCEPT WS-NUMERO-X.
           IF FUNCTION TRIM(WS-NUMERO-X) IS NOT NUMERIC
               DISPLAY "Numero no valido."
           ELSE
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUMERO-X)
               PERFORM VERIFICA-EMPLEADO
               IF WS-ES-DEL-JEFE = "S"
                   PERFORM CAPTURA-CALIFICACION
               END-IF
           END-IF.

           VERIFICA-EMPLEADO.
           MOVE "N" TO WS-ES-DEL-JEFE.
           MOVE WS-NUMERO TO CRUCE-ID-NOMINA.
           MOVE SPACES TO CRUCE-ID-SITIO.
           CALL "forma-id-directorio"
               USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
           END-CALL.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   DISPLAY "El numero no esta en el directorio."
               NOT INVALID KEY
                   IF EMPLEADOS-JEFE-ID NOT = WS-JEFE-ID
                       DISPLAY "El empleado no le reporta a "
                           WS-JEFE-ID "."
                   ELSE
                       IF EMPLEADOS-STATUS NOT = "A"
                           DISPLAY "El empleado no esta activo."
                       ELSE
                           MOVE "S" TO WS-ES-DEL-JEFE
                           DISPLAY "  " EMPLEADOS-NOMBRE " "
                               EMPLEADOS-APELLIDOS
                       END-IF
                   END-IF
           END-READ.

      *    Una sola evaluacion por empleado y ciclo: si ya existe se
      *    corrige en su renglon, con el jefe y la fecha de hoy.
           CAPTURA-CALIFICACION.
           PERFORM BUSCA-EVALUACION.
           IF WS-EVA-ENCONTRADA > ZEROES
               DISPLAY "Ya tiene calificacion " EVA-CALIFICACION
                   " del " EVA-FECHA "; se corrige."
           END-IF.
           DISPLAY "Calificacion (1 no cumple, 2 cumple parcialmente, "
               "3 cumple, 4 supera, 5 sobresaliente): ".
           ACCEPT WS-CALIFICACION-X.
           IF WS-CALIFICACION-X (1:1) < "1"
               OR WS-CALIFICACION-X (1:1) > "5"
               OR WS-CALIFICACION-X (2:1) NOT = SPACE
               DISPLAY "Calificacion no valida; no se guardo."
           ELSE
               DISPLAY "Comentario: "
               ACCEPT WS-COMENTARIO
               MOVE SPACES TO EVALUACION-REGISTRO
               MOVE WS-ANIO-CICLO TO EVA-ANIO
               MOVE WS-NUMERO TO EVA-NUMERO-EMP
               MOVE WS-CALIFICACION-X (1:1) TO EVA-CALIFICACION
               MOVE WS-JEFE-ID TO EVA-EVALUADOR
               MOVE WS-FECHA-HOY TO EVA-FECHA
               MOVE WS-COMENTARIO TO EVA-COMENTARIO
               IF WS-EVA-ENCONTRADA > ZEROES
                   MOVE EVALUACION-REGISTRO
                       TO WS-EVA-LINEA (WS-EVA-ENCONTRADA)
                   MOVE "S" TO WS-HUBO-CAMBIOS
                   DISPLAY "Evaluacion corregida."
               ELSE
                   IF WS-TOTAL-EVALUACIONES < 9999
                       ADD 1 TO WS-TOTAL-EVALUACIONES
                       MOVE EVALUACION-REGISTRO
                           TO WS-EVA-LINEA (WS-TOTAL-EVALUACIONES)
                       MOVE "S" TO WS-HUBO-CAMBIOS
                       DISPLAY "Evaluacion registrada."
                   ELSE
                       DISPLAY "No cabe otra evaluacion en la tabla."
                   END-IF
               END-IF
           END-IF.

           REESCRIBE-EVALUACIONES.
           OPEN OUTPUT EVALUACIONES-DESEMPENO.
           IF WS-FILE-STATUS-EVA NOT = "00"
               DISPLAY "AVISO: no se pudo reescribir las evaluaciones: "
                   FUNCTION TRIM(WS-RUTA-EVALUACIONES)
           ELSE
               PERFORM ESCRIBE-LINEA-EVALUACION
                   VARYING WS-IX-EVA FROM 1 BY 1
                   UNTIL WS-IX-EVA > WS-TOTAL-EVALUACIONES
               CLOSE EVALUACIONES-DESEMPENO
           END-IF.

           ESCRIBE-LINEA-EVALUACION.
           MOVE WS-EVA-LINEA (WS-IX-EVA) TO LINEA-EVALUACION.
           WRITE LINEA-EVALUACION.

       END PROGRAM captura-evaluacion.
