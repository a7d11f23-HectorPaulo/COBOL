      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:MANTENIMIENTO DE LA TABLA DE TRIPULACION MINIMA
      *         (TRIPULACION-MINIMA.txt, UN RENGLON
      *         depto,turno,dia,minimo POR COMBINACION, CON EL DIA
      *         COMO LETRA DLMXJVS IGUAL QUE LOS DIAS LABORABLES DEL
      *         CATALOGO DE TURNOS): LISTAR, AGREGAR, MODIFICAR Y
      *         ELIMINAR, REESCRIBIENDO EL ARCHIVO COMPLETO DESDE LA
      *         TABLA COMO MANTIENE-PLANTILLA. EL DEPARTAMENTO Y EL
      *         TURNO SE VALIDAN CONTRA SUS CATALOGOS. ES LA GENTE QUE
      *         PRODUCCION NECESITA EN CADA TURNO; reporte-tripulacion
      *         AVISA LOS DIAS QUE VAN A QUEDAR CORTOS Y
      *         aprueba-vacaciones ADVIERTE AL JEFE ANTES DE APROBAR.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantiene-tripulacion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT TRIPULACION-MINIMA
       ASSIGN TO DYNAMIC WS-RUTA-TRIPULACION
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TRI.

       DATA DIVISION.
       FILE SECTION.
       FD TRIPULACION-MINIMA.
       01  LINEA-TRIPULACION PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-TRIPULACION PIC X(200).
       01  WS-FILE-STATUS-TRI PIC X(2).
       01  FIN-DE-TRIPULACION PIC X.
       01  WS-OPCION-TRI PIC X.
       01  WS-TABLA-TRIPULACION.
           05 WS-TRI-RENGLON OCCURS 500 TIMES.
               10 WS-TRI-DEPTO PIC 9(3).
               10 WS-TRI-TURNO PIC X(3).
               10 WS-TRI-DIA PIC X(1).
               10 WS-TRI-MINIMO PIC 9(3).
       01  WS-TOTAL-TRIPULACION PIC 9(3) VALUE ZEROES.
       01  WS-IX-TRI PIC 9(3).
       01  WS-TRI-ENCONTRADO PIC 9(3).
       01  WS-DEPTO-CAPTURADO PIC 9(3).
       01  WS-TURNO-CAPTURADO PIC X(3).
       01  WS-DIA-CAPTURADO PIC X(1).
       01  WS-DEPTO-X PIC X(4).
       01  WS-TURNO-X PIC X(4).
       01  WS-DIA-X PIC X(2).
       01  WS-MINIMO-X PIC X(5).
       01  WS-LETRAS-SEMANA PIC X(7) VALUE "DLMXJVS".
       01  WS-CUENTA-LETRA PIC 9(2).
       01  WS-CAPTURA-VALIDA PIC X.

       01  WS-NOMBRE-DEPTO-CAT PIC X(20).
       01  WS-RESULTADO-DEPTO PIC X.
       01  WS-ENTRADA-TURNO PIC X(4).
       01  WS-SALIDA-TURNO PIC X(4).
       01  WS-TOLERANCIA-TURNO PIC 9(3).
       01  WS-RESULTADO-TURNO PIC X.

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-RUTA-TRIPULACION FROM ENVIRONMENT
               "TRIPULACION_MINIMA_PATH".
           IF WS-RUTA-TRIPULACION = SPACES
               MOVE "TRIPULACION-MINIMA.txt" TO WS-RUTA-TRIPULACION
           END-IF.
           PERFORM CARGA-TRIPULACION.
           MOVE SPACES TO WS-OPCION-TRI.
           PERFORM MENU-TRIPULACION UNTIL WS-OPCION-TRI = "0".
           STOP RUN.

           CARGA-TRIPULACION.
           OPEN INPUT TRIPULACION-MINIMA.
           IF WS-FILE-STATUS-TRI NOT = "00"
               DISPLAY "Tabla de tripulacion minima nueva; se creara "
                   "al guardar."
           ELSE
               MOVE "1" TO FIN-DE-TRIPULACION
               PERFORM LEE-LINEA-TRIPULACION
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-TRIPULACION = "0"
               CLOSE TRIPULACION-MINIMA
           END-IF.

           LEE-LINEA-TRIPULACION.
           READ TRIPULACION-MINIMA
               AT END
                   MOVE "0" TO FIN-DE-TRIPULACION
           END-READ.

           AGREGA-A-TABLA.
           IF LINEA-TRIPULACION NOT = SPACES
               AND WS-TOTAL-TRIPULACION < 500
               ADD 1 TO WS-TOTAL-TRIPULACION
               MOVE SPACES TO WS-DEPTO-X WS-TURNO-X WS-DIA-X
                   WS-MINIMO-X
               UNSTRING LINEA-TRIPULACION DELIMITED BY ","
                   INTO WS-DEPTO-X WS-TURNO-X WS-DIA-X WS-MINIMO-X
               END-UNSTRING
               COMPUTE WS-TRI-DEPTO (WS-TOTAL-TRIPULACION) =
                   FUNCTION NUMVAL(WS-DEPTO-X)
               MOVE WS-TURNO-X (1:3)
                   TO WS-TRI-TURNO (WS-TOTAL-TRIPULACION)
               MOVE WS-DIA-X (1:1) TO WS-TRI-DIA (WS-TOTAL-TRIPULACION)
               COMPUTE WS-TRI-MINIMO (WS-TOTAL-TRIPULACION) =
                   FUNCTION NUMVAL(WS-MINIMO-X)
           END-IF.
           PERFORM LEE-LINEA-TRIPULACION.

           MENU-TRIPULACION.
           DISPLAY "--------------------------------------------".
           DISPLAY "  TRIPULACION MINIMA POR DEPTO/TURNO/DIA".
           DISPLAY "  1. Listar minimos".
           DISPLAY "  2. Agregar una combinacion".
           DISPLAY "  3. Modificar el minimo".
           DISPLAY "  4. Eliminar una combinacion".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-TRI.
           EVALUATE WS-OPCION-TRI
               WHEN "1"
                   PERFORM LISTA-TRIPULACION
               WHEN "2"
                   PERFORM AGREGA-COMBINACION
               WHEN "3"
                   PERFORM MODIFICA-COMBINACION
               WHEN "4"
                   PERFORM ELIMINA-COMBINACION
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           LISTA-TRIPULACION.
           IF WS-TOTAL-TRIPULACION = ZEROES
               DISPLAY "La tabla de tripulacion minima esta vacia."
           END-IF.
           PERFORM MUESTRA-COMBINACION
               VARYING WS-IX-TRI FROM 1 BY 1
               UNTIL WS-IX-TRI > WS-TOTAL-TRIPULACION.

           MUESTRA-COMBINACION.
           DISPLAY "  depto " WS-TRI-DEPTO (WS-IX-TRI)
               " turno " WS-TRI-TURNO (WS-IX-TRI)
               " dia " WS-TRI-DIA (WS-IX-TRI)
               " minimo " WS-TRI-MINIMO (WS-IX-TRI).

           BUSCA-COMBINACION.
           MOVE ZEROES TO WS-TRI-ENCONTRADO.
           PERFORM VARYING WS-IX-TRI FROM 1 BY 1
               UNTIL WS-IX-TRI > WS-TOTAL-TRIPULACION
               OR WS-TRI-ENCONTRADO > ZEROES
               IF WS-TRI-DEPTO (WS-IX-TRI) = WS-DEPTO-CAPTURADO
                   AND WS-TRI-TURNO (WS-IX-TRI) = WS-TURNO-CAPTURADO
                   AND WS-TRI-DIA (WS-IX-TRI) = WS-DIA-CAPTURADO
                   MOVE WS-IX-TRI TO WS-TRI-ENCONTRADO
               END-IF
           END-PERFORM.

           CAPTURA-COMBINACION.
           MOVE "S" TO WS-CAPTURA-VALIDA.
           DISPLAY "Departamento (3 digitos): ".
           ACCEPT WS-DEPTO-CAPTURADO.
           DISPLAY "Clave del turno (3 caracteres): ".
           ACCEPT WS-TURNO-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-TURNO-CAPTURADO)
               TO WS-TURNO-CAPTURADO.
           DISPLAY "Dia de la semana (D L M X J V S): ".
           ACCEPT WS-DIA-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-DIA-CAPTURADO)
               TO WS-DIA-CAPTURADO.
           MOVE ZEROES TO WS-CUENTA-LETRA.
           IF WS-DIA-CAPTURADO NOT = SPACE
               INSPECT WS-LETRAS-SEMANA TALLYING WS-CUENTA-LETRA
                   FOR ALL WS-DIA-CAPTURADO
           END-IF.
           IF WS-CUENTA-LETRA = ZEROES
               DISPLAY "Dia no valido; use D L M X J V o S."
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.

      *    Solo se validan los catalogos al dar de alta: una
      *    combinacion vieja de un turno ya dado de baja se puede
      *    seguir corrigiendo o eliminando.
           VALIDA-CATALOGOS.
           CALL "busca-depto"
               USING WS-DEPTO-CAPTURADO WS-NOMBRE-DEPTO-CAT
                   WS-RESULTADO-DEPTO
           END-CALL.
           IF WS-RESULTADO-DEPTO NOT = "S"
               DISPLAY "El departamento no esta en el catalogo."
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.
           CALL "busca-turno"
               USING WS-TURNO-CAPTURADO WS-ENTRADA-TURNO
                   WS-SALIDA-TURNO WS-TOLERANCIA-TURNO
                   WS-RESULTADO-TURNO
           END-CALL.
           IF WS-RESULTADO-TURNO NOT = "S"
               DISPLAY "El turno no esta en el catalogo de turnos."
               MOVE "N" TO WS-CAPTURA-VALIDA
           END-IF.

           AGREGA-COMBINACION.
           PERFORM CAPTURA-COMBINACION.
           IF WS-CAPTURA-VALIDA = "S"
               PERFORM VALIDA-CATALOGOS
           END-IF.
           IF WS-CAPTURA-VALIDA = "S"
               PERFORM BUSCA-COMBINACION
               IF WS-TRI-ENCONTRADO > ZEROES
                   DISPLAY "Esa combinacion ya esta capturada."
               ELSE
                   IF WS-TOTAL-TRIPULACION >= 500
                       DISPLAY "La tabla de tripulacion esta llena."
                   ELSE
                       ADD 1 TO WS-TOTAL-TRIPULACION
                       MOVE WS-TOTAL-TRIPULACION TO WS-TRI-ENCONTRADO
                       MOVE WS-DEPTO-CAPTURADO
                           TO WS-TRI-DEPTO (WS-TRI-ENCONTRADO)
                       MOVE WS-TURNO-CAPTURADO
                           TO WS-TRI-TURNO (WS-TRI-ENCONTRADO)
                       MOVE WS-DIA-CAPTURADO
                           TO WS-TRI-DIA (WS-TRI-ENCONTRADO)
                       PERFORM CAPTURA-MINIMO
                       PERFORM REESCRIBE-TRIPULACION
                       DISPLAY "Combinacion agregada."
                   END-IF
               END-IF
           END-IF.

           CAPTURA-MINIMO.
           DISPLAY "Tripulacion minima (personas): ".
           ACCEPT WS-MINIMO-X.
           COMPUTE WS-TRI-MINIMO (WS-TRI-ENCONTRADO) =
               FUNCTION NUMVAL(WS-MINIMO-X).

           MODIFICA-COMBINACION.
           PERFORM CAPTURA-COMBINACION.
           IF WS-CAPTURA-VALIDA = "S"
               PERFORM BUSCA-COMBINACION
               IF WS-TRI-ENCONTRADO = ZEROES
                   DISPLAY "Esa combinacion no esta capturada."
               ELSE
                   PERFORM CAPTURA-MINIMO
                   PERFORM REESCRIBE-TRIPULACION
                   DISPLAY "Minimo modificado."
               END-IF
           END-IF.

           ELIMINA-COMBINACION.
           PERFORM CAPTURA-COMBINACION.
           IF WS-CAPTURA-VALIDA = "S"
               PERFORM BUSCA-COMBINACION
               IF WS-TRI-ENCONTRADO = ZEROES
                   DISPLAY "Esa combinacion no esta capturada."
               ELSE
                   MOVE WS-TRI-RENGLON (WS-TOTAL-TRIPULACION)
                       TO WS-TRI-RENGLON (WS-TRI-ENCONTRADO)
                   SUBTRACT 1 FROM WS-TOTAL-TRIPULACION
                   PERFORM REESCRIBE-TRIPULACION
                   DISPLAY "Combinacion eliminada."
               END-IF
           END-IF.

           REESCRIBE-TRIPULACION.
           OPEN OUTPUT TRIPULACION-MINIMA.
           IF WS-FILE-STATUS-TRI NOT = "00"
               DISPLAY "No se pudo reescribir la tabla de tripulacion: "
                   WS-RUTA-TRIPULACION
           ELSE
               PERFORM ESCRIBE-LINEA-TRIPULACION
                   VARYING WS-IX-TRI FROM 1 BY 1
                   UNTIL WS-IX-TRI > WS-TOTAL-TRIPULACION
               CLOSE TRIPULACION-MINIMA
           END-IF.

           ESCRIBE-LINEA-TRIPULACION.
           MOVE SPACES TO LINEA-TRIPULACION.
           STRING WS-TRI-DEPTO (WS-IX-TRI) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-TRI-TURNO (WS-IX-TRI) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-TRI-DIA (WS-IX-TRI) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-TRI-MINIMO (WS-IX-TRI) DELIMITED BY SIZE
               INTO LINEA-TRIPULACION
           END-STRING.
           WRITE LINEA-TRIPULACION.

       END PROGRAM mantiene-tripulacion.
