      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CONVERSION POR UNICA VEZ DEL MAESTRO DE NOMINA DE 55 A
      *         56 BYTES: AGREGA AL FINAL LA FRECUENCIA DE PAGO
      *         (WS-FRECUENCIA-EMP DE NOMREG.cpy). LOS NUMEROS DE
      *         NOMINA QUE TRAE LA LISTA DE OPERADORES SEMANALES
      *         (OPERADORES-SEMANALES.txt, UN NUMERO POR RENGLON)
      *         QUEDAN EN "S"; TODOS LOS DEMAS EN "Q". EL MAESTRO
      *         ORIGINAL NO SE TOCA: EL CONVERTIDO SALE A OTRA RUTA
      *         Y SE PONE EN SU LUGAR A MANO DESPUES DE REVISAR LOS
      *         CONTEOS.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. convierte-frecuencia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EMPLEADOS-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-ENTRADA
       FILE STATUS IS WS-FILE-STATUS-ENT.

       SELECT EMPLEADOS-SALIDA
       ASSIGN TO DYNAMIC WS-RUTA-SALIDA
       FILE STATUS IS WS-FILE-STATUS-SAL.

       SELECT OPERADORES-SEMANALES
       ASSIGN TO DYNAMIC WS-RUTA-SEMANALES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SEM.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ENTRADA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS.
       01  REG-EMPLEADOS-ENTRADA PIC X(55).

       FD EMPLEADOS-SALIDA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS.
       01  REG-EMPLEADOS-SALIDA PIC X(56).

       FD OPERADORES-SEMANALES.
       01  LINEA-SEMANAL PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-ENTRADA PIC X(200).
       01  WS-FILE-STATUS-ENT PIC X(2).
       01  WS-RUTA-SALIDA PIC X(200).
       01  WS-FILE-STATUS-SAL PIC X(2).
       01  WS-RUTA-SEMANALES PIC X(200).
       01  WS-FILE-STATUS-SEM PIC X(2).
       01  FIN-DEL-MAESTRO PIC X.
       01  FIN-DE-SEMANALES PIC X.

       COPY NOMREG.

       01  WS-TABLA-SEMANALES.
           05 WS-SEM-NUMERO OCCURS 9999 TIMES PIC 9(5).
       01  WS-TOTAL-SEMANALES PIC 9(4) VALUE ZEROES.
       01  WS-IX-SEM PIC 9(4).
       01  WS-SEM-ENCONTRADO PIC 9(4).
       01  WS-SEM-NUMERO-X PIC X(6).

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SEMANAL PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-QUINCENAL PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-SEMANALES.
           OPEN INPUT EMPLEADOS-ENTRADA.
           IF WS-FILE-STATUS-ENT NOT = "00"
               DISPLAY "No se pudo abrir el maestro de entrada. FILE "
                   "STATUS: " WS-FILE-STATUS-ENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EMPLEADOS-SALIDA.
           IF WS-FILE-STATUS-SAL NOT = "00"
               DISPLAY "No se pudo crear el maestro convertido. FILE "
                   "STATUS: " WS-FILE-STATUS-SAL
               CLOSE EMPLEADOS-ENTRADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DEL-MAESTRO.
           PERFORM LEE-EMPLEADO.
           PERFORM CONVIERTE-EMPLEADO UNTIL FIN-DEL-MAESTRO = "0".
           CLOSE EMPLEADOS-ENTRADA.
           CLOSE EMPLEADOS-SALIDA.
           DISPLAY "Registros leidos: " WS-TOTAL-LEIDOS.
           DISPLAY "Quedan semanales: " WS-TOTAL-SEMANAL.
           DISPLAY "Quedan quincenales: " WS-TOTAL-QUINCENAL.
           DISPLAY "Maestro convertido en: " WS-RUTA-SALIDA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-ENTRADA FROM ENVIRONMENT
               "REGISTRO_NOMINA_ENTRADA_PATH".
           IF WS-RUTA-ENTRADA = SPACES
               DISPLAY "Falta REGISTRO_NOMINA_ENTRADA_PATH (maestro "
                   "de 55 bytes a convertir)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUTA-SALIDA FROM ENVIRONMENT
               "CONVIERTE_FRECUENCIA_SALIDA_PATH".
           IF WS-RUTA-SALIDA = SPACES
               MOVE "MAESTRO-NOMINA-56.dat" TO WS-RUTA-SALIDA
           END-IF.
           ACCEPT WS-RUTA-SEMANALES FROM ENVIRONMENT
               "OPERADORES_SEMANALES_PATH".
           IF WS-RUTA-SEMANALES = SPACES
               MOVE "OPERADORES-SEMANALES.txt" TO WS-RUTA-SEMANALES
           END-IF.

      *    Sin lista, la conversion deja a todos en quincenal; los
      *    semanales se marcan despues corriendo otra vez con la
      *    lista sobre el respaldo de 55 bytes.
           CARGA-SEMANALES.
           OPEN INPUT OPERADORES-SEMANALES.
           IF WS-FILE-STATUS-SEM NOT = "00"
               DISPLAY "Aviso: sin lista de operadores semanales ("
                   WS-RUTA-SEMANALES "); todos quedan en quincenal."
           ELSE
               MOVE "1" TO FIN-DE-SEMANALES
               PERFORM LEE-SEMANAL
               PERFORM AGREGA-SEMANAL UNTIL FIN-DE-SEMANALES = "0"
               CLOSE OPERADORES-SEMANALES
               DISPLAY "Operadores semanales en la lista: "
                   WS-TOTAL-SEMANALES
           END-IF.

           LEE-SEMANAL.
           READ OPERADORES-SEMANALES
               AT END
                   MOVE "0" TO FIN-DE-SEMANALES
           END-READ.

           AGREGA-SEMANAL.
           IF LINEA-SEMANAL NOT = SPACES
               AND WS-TOTAL-SEMANALES < 9999
               MOVE SPACES TO WS-SEM-NUMERO-X
               UNSTRING LINEA-SEMANAL DELIMITED BY ","
                   INTO WS-SEM-NUMERO-X
               END-UNSTRING
               ADD 1 TO WS-TOTAL-SEMANALES
               COMPUTE WS-SEM-NUMERO (WS-TOTAL-SEMANALES) =
                   FUNCTION NUMVAL(WS-SEM-NUMERO-X)
           END-IF.
           PERFORM LEE-SEMANAL.

           LEE-EMPLEADO.
           READ EMPLEADOS-ENTRADA
               AT END
                   MOVE "0" TO FIN-DEL-MAESTRO
           END-READ.

           CONVIERTE-EMPLEADO.
           ADD 1 TO WS-TOTAL-LEIDOS.
           MOVE SPACES TO WS-REG-EMPLEADOS.
           MOVE REG-EMPLEADOS-ENTRADA TO WS-REG-EMPLEADOS (1:55).
           MOVE ZEROES TO WS-SEM-ENCONTRADO.
           PERFORM VARYING WS-IX-SEM FROM 1 BY 1
               UNTIL WS-IX-SEM > WS-TOTAL-SEMANALES
               OR WS-SEM-ENCONTRADO > ZEROES
               IF WS-SEM-NUMERO (WS-IX-SEM) = WS-NUMERO-EMP
                   MOVE WS-IX-SEM TO WS-SEM-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-SEM-ENCONTRADO > ZEROES
               MOVE "S" TO WS-FRECUENCIA-EMP
               ADD 1 TO WS-TOTAL-SEMANAL
           ELSE
               MOVE "Q" TO WS-FRECUENCIA-EMP
               ADD 1 TO WS-TOTAL-QUINCENAL
           END-IF.
           MOVE WS-REG-EMPLEADOS TO REG-EMPLEADOS-SALIDA.
           WRITE REG-EMPLEADOS-SALIDA.
           PERFORM LEE-EMPLEADO.
       END PROGRAM convierte-frecuencia.
