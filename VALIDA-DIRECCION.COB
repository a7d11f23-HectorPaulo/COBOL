      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: VALIDA UNA DIRECCION (LOS 35 BYTES
      *         DE EMPLEADOS-DIRECCION, CALLE/CIUDAD/ESTADO/CODIGO
      *         POSTAL) CONTRA EL CATALOGO DE SEPOMEX VIA
      *         busca-codigo-postal. EL CODIGO POSTAL DEBE EXISTIR, EL
      *         ESTADO DEBE SER EL DEL CODIGO Y LA CIUDAD LA CIUDAD O
      *         EL MUNICIPIO DEL CODIGO (LOS PRIMEROS 10 CARACTERES,
      *         QUE ES LO QUE CABE). SI LA CIUDAD O EL ESTADO VIENEN EN
      *         BLANCO SE LLENAN CON LOS DEL CODIGO POSTAL.
      *         RESULTADO "S" DIRECCION CORRECTA, "C" CORRECTA CON
      *         CIUDAD O ESTADO SUGERIDOS POR EL CODIGO (YA LLENADOS EN
      *         LA DIRECCION), "N" NO CUADRA, "X" NO HAY CATALOGO
      *         CONTRA QUE VALIDAR; EL MENSAJE DICE POR QUE.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. valida-direccion.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CP-ESTADO PIC X(2).
       01  WS-CP-MUNICIPIO PIC X(40).
       01  WS-CP-CIUDAD PIC X(40).
       01  WS-CP-RESULTADO PIC X.
       01  WS-CIUDAD-SUGERIDA PIC X(10).
       01  WS-CIUDAD-CAPTURADA PIC X(10).
       01  WS-HUBO-SUGERENCIA PIC X.

       LINKAGE SECTION.
       01  LK-DIRECCION PIC X(35).
       01  LK-DIRECCION-X REDEFINES LK-DIRECCION.
           05 LK-DIR-CALLE PIC X(18).
           05 LK-DIR-CIUDAD PIC X(10).
           05 LK-DIR-ESTADO PIC X(2).
           05 LK-DIR-CODIGO-POSTAL PIC X(5).
       01  LK-RESULTADO PIC X.
       01  LK-MENSAJE PIC X(60).

       PROCEDURE DIVISION USING LK-DIRECCION LK-RESULTADO LK-MENSAJE.
       MAIN-PROCEDURE.
           MOVE "N" TO LK-RESULTADO.
           MOVE SPACES TO LK-MENSAJE.
           IF LK-DIR-CODIGO-POSTAL IS NOT NUMERIC
               MOVE "El codigo postal debe ser de 5 digitos"
                   TO LK-MENSAJE
               GOBACK
           END-IF.
           CALL "busca-codigo-postal"
               USING LK-DIR-CODIGO-POSTAL WS-CP-ESTADO WS-CP-MUNICIPIO
                   WS-CP-CIUDAD WS-CP-RESULTADO
           END-CALL.
           IF WS-CP-RESULTADO = "X"
               MOVE "X" TO LK-RESULTADO
               MOVE "No hay catalogo de codigos postales para validar"
                   TO LK-MENSAJE
               GOBACK
           END-IF.
           IF WS-CP-RESULTADO NOT = "S"
               STRING "El C.P. " LK-DIR-CODIGO-POSTAL
                   " no existe en SEPOMEX" DELIMITED BY SIZE
                   INTO LK-MENSAJE
               END-STRING
               GOBACK
           END-IF.
      *    La ciudad sugerida es la del codigo; los codigos rurales
      *    no traen ciudad y se usa el municipio.
           IF WS-CP-CIUDAD NOT = SPACES
               MOVE WS-CP-CIUDAD TO WS-CIUDAD-SUGERIDA
           ELSE
               MOVE WS-CP-MUNICIPIO TO WS-CIUDAD-SUGERIDA
           END-IF.
           MOVE "N" TO WS-HUBO-SUGERENCIA.
           IF LK-DIR-ESTADO = SPACES
               MOVE WS-CP-ESTADO TO LK-DIR-ESTADO
               MOVE "S" TO WS-HUBO-SUGERENCIA
           END-IF.
           IF LK-DIR-CIUDAD = SPACES
               MOVE WS-CIUDAD-SUGERIDA TO LK-DIR-CIUDAD
               MOVE "S" TO WS-HUBO-SUGERENCIA
           END-IF.
           MOVE FUNCTION UPPER-CASE(LK-DIR-ESTADO) TO LK-DIR-ESTADO.
           IF LK-DIR-ESTADO NOT = WS-CP-ESTADO
               STRING "El C.P. " LK-DIR-CODIGO-POSTAL
                   " es del estado " WS-CP-ESTADO ", no "
                   LK-DIR-ESTADO DELIMITED BY SIZE
                   INTO LK-MENSAJE
               END-STRING
               GOBACK
           END-IF.
           MOVE FUNCTION UPPER-CASE(LK-DIR-CIUDAD)
               TO WS-CIUDAD-CAPTURADA.
           IF WS-CIUDAD-CAPTURADA NOT = WS-CIUDAD-SUGERIDA
               AND WS-CIUDAD-CAPTURADA NOT = WS-CP-MUNICIPIO (1:10)
               STRING "El C.P. " LK-DIR-CODIGO-POSTAL
                   " es de " WS-CIUDAD-SUGERIDA ", no "
                   LK-DIR-CIUDAD DELIMITED BY SIZE
                   INTO LK-MENSAJE
               END-STRING
               GOBACK
           END-IF.
           MOVE WS-CIUDAD-CAPTURADA TO LK-DIR-CIUDAD.
           IF WS-HUBO-SUGERENCIA = "S"
               MOVE "C" TO LK-RESULTADO
               STRING "Ciudad/estado sugeridos por el C.P.: "
                   LK-DIR-CIUDAD " " LK-DIR-ESTADO DELIMITED BY SIZE
                   INTO LK-MENSAJE
               END-STRING
           ELSE
               MOVE "S" TO LK-RESULTADO
           END-IF.
           GOBACK.
       END PROGRAM valida-direccion.
