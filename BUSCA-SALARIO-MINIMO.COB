      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: REGRESA LA ZONA DE SALARIO MINIMO
      *         DE UN SITIO ("G" GENERAL, "F" ZONA LIBRE DE LA
      *         FRONTERA NORTE) SEGUN EL CATALOGO DE SITIOS
      *         (CATALOGO-SITIOS.txt DE mantiene-sitios) Y EL SALARIO
      *         MINIMO DIARIO DE ESA ZONA VIGENTE A LA FECHA DEL
      *         CALCULO, DE LA TABLA DE PARAMETROS LEGALES
      *         (busca-parametro-legal, CLAVES SM-GENERAL Y
      *         SM-FRONTERA, A NOMBRE DEL PROGRAMA QUE LLAMA); SIN
      *         VALOR EN LA TABLA, EL GENERAL SE TOMA DE
      *         REGISTRO_NOMINA_SALARIO_MINIMO Y EL DE FRONTERA DE
      *         REGISTRO_NOMINA_SALARIO_MINIMO_FRONTERA (AMBOS EN
      *         CENTESIMAS), CON LOS VIGENTES POR OMISION. EL SITIO EN
      *         BLANCO ES LA PLAZA "00". RESULTADO "S" SITIO EN EL
      *         CATALOGO, "N" SITIO FUERA DEL CATALOGO Y "X" NO HAY
      *         CATALOGO; EN AMBOS CASOS SE APLICA LA ZONA GENERAL. EL
      *         CATALOGO SE CARGA EN LA PRIMERA LLAMADA Y QUEDA EN
      *         MEMORIA EL RESTO DE LA CORRIDA.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. busca-salario-minimo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CATALOGO-SITIOS
       ASSIGN TO DYNAMIC WS-RUTA-CATALOGO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-SITIOS.
       01  LINEA-CATALOGO PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-CATALOGO PIC X(200).
       01  WS-FILE-STATUS-CAT PIC X(2).
       01  FIN-DE-CATALOGO PIC X.
      *    "N" sin cargar, "S" cargado, "F" no se pudo abrir (no se
      *    reintenta en cada llamada).
       01  WS-CATALOGO-CARGADO PIC X VALUE "N".
       01  WS-TABLA-ZONAS.
           05 WS-ZON-RENGLON OCCURS 50 TIMES.
               10 WS-ZON-CLAVE PIC X(2).
               10 WS-ZON-ZONA PIC X(1).
       01  WS-TOTAL-ZONAS PIC 9(2) VALUE ZEROES.
       01  WS-IX-ZON PIC 9(2).
       01  WS-ZON-ENCONTRADO PIC 9(2).
       01  WS-CLAVE-X PIC X(3).
       01  WS-ESTADO-X PIC X(15).
       01  WS-TASA-X PIC X(8).
       01  WS-EXENCION-X PIC X(12).
       01  WS-ZONA-X PIC X(3).
       01  WS-SITIO-BUSCADO PIC X(2).

       01  WS-SALARIO-MINIMO-X PIC X(8).
       01  WS-SALARIO-MINIMO-CENT PIC 9(7).
       01  WS-MINIMO-GENERAL PIC 9(5)V99 VALUE 315.04.
       01  WS-MINIMO-FRONTERA PIC 9(5)V99 VALUE 440.87.
       01  WS-CLAVE-PARAMETRO PIC X(12).
       01  WS-VALOR-PARAMETRO PIC 9(7)V9(5).
       01  WS-RESULTADO-PARAMETRO PIC X.

       LINKAGE SECTION.
       01  LK-PROGRAMA PIC X(20).
       01  LK-SITIO PIC X(2).
       01  LK-FECHA PIC X(8).
       01  LK-ZONA PIC X(1).
       01  LK-MINIMO-DIARIO PIC 9(5)V99.
       01  LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-PROGRAMA LK-SITIO LK-FECHA LK-ZONA
           LK-MINIMO-DIARIO LK-RESULTADO.
       MAIN-PROCEDURE.
           IF WS-CATALOGO-CARGADO = "N"
               PERFORM RESUELVE-MINIMOS
               PERFORM CARGA-CATALOGO
           END-IF.
           MOVE "G" TO LK-ZONA.
           MOVE WS-MINIMO-GENERAL TO LK-MINIMO-DIARIO.
           IF WS-CATALOGO-CARGADO NOT = "S"
               MOVE "X" TO LK-RESULTADO
               PERFORM MINIMO-VIGENTE
               GOBACK
           END-IF.
           MOVE LK-SITIO TO WS-SITIO-BUSCADO.
           IF WS-SITIO-BUSCADO = SPACES
               MOVE "00" TO WS-SITIO-BUSCADO
           END-IF.
           MOVE ZEROES TO WS-ZON-ENCONTRADO.
           PERFORM VARYING WS-IX-ZON FROM 1 BY 1
               UNTIL WS-IX-ZON > WS-TOTAL-ZONAS
               OR WS-ZON-ENCONTRADO > ZEROES
               IF WS-ZON-CLAVE (WS-IX-ZON) = WS-SITIO-BUSCADO
                   MOVE WS-IX-ZON TO WS-ZON-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ZON-ENCONTRADO = ZEROES
               MOVE "N" TO LK-RESULTADO
               PERFORM MINIMO-VIGENTE
               GOBACK
           END-IF.
           MOVE "S" TO LK-RESULTADO.
           IF WS-ZON-ZONA (WS-ZON-ENCONTRADO) = "F"
               MOVE "F" TO LK-ZONA
               MOVE WS-MINIMO-FRONTERA TO LK-MINIMO-DIARIO
           END-IF.
           PERFORM MINIMO-VIGENTE.
           GOBACK.

      *    El valor de la tabla de parametros legales a la fecha del
      *    calculo manda sobre el de ambiente o el de omision.
           MINIMO-VIGENTE.
           IF LK-ZONA = "F"
               MOVE "SM-FRONTERA" TO WS-CLAVE-PARAMETRO
           ELSE
               MOVE "SM-GENERAL" TO WS-CLAVE-PARAMETRO
           END-IF.
           CALL "busca-parametro-legal"
               USING LK-PROGRAMA WS-CLAVE-PARAMETRO LK-FECHA
                   WS-VALOR-PARAMETRO WS-RESULTADO-PARAMETRO
           END-CALL.
           IF WS-RESULTADO-PARAMETRO = "S"
               MOVE WS-VALOR-PARAMETRO TO LK-MINIMO-DIARIO
           END-IF.

           RESUELVE-MINIMOS.
           ACCEPT WS-SALARIO-MINIMO-X FROM ENVIRONMENT
               "REGISTRO_NOMINA_SALARIO_MINIMO".
           IF WS-SALARIO-MINIMO-X IS NUMERIC
               AND WS-SALARIO-MINIMO-X NOT = ZEROES
               MOVE WS-SALARIO-MINIMO-X TO WS-SALARIO-MINIMO-CENT
               DIVIDE WS-SALARIO-MINIMO-CENT BY 100
                   GIVING WS-MINIMO-GENERAL
           END-IF.
           MOVE SPACES TO WS-SALARIO-MINIMO-X.
           ACCEPT WS-SALARIO-MINIMO-X FROM ENVIRONMENT
               "REGISTRO_NOMINA_SALARIO_MINIMO_FRONTERA".
           IF WS-SALARIO-MINIMO-X IS NUMERIC
               AND WS-SALARIO-MINIMO-X NOT = ZEROES
               MOVE WS-SALARIO-MINIMO-X TO WS-SALARIO-MINIMO-CENT
               DIVIDE WS-SALARIO-MINIMO-CENT BY 100
                   GIVING WS-MINIMO-FRONTERA
           END-IF.

           CARGA-CATALOGO.
           ACCEPT WS-RUTA-CATALOGO FROM ENVIRONMENT
               "CATALOGO_SITIOS_PATH".
           IF WS-RUTA-CATALOGO = SPACES
               MOVE "CATALOGO-SITIOS.txt" TO WS-RUTA-CATALOGO
           END-IF.
           OPEN INPUT CATALOGO-SITIOS.
           IF WS-FILE-STATUS-CAT NOT = "00"
               MOVE "F" TO WS-CATALOGO-CARGADO
               DISPLAY "Aviso: no se pudo abrir el catalogo de "
                   "sitios (" FUNCTION TRIM(WS-RUTA-CATALOGO)
                   "); se aplica el salario minimo general."
           ELSE
               MOVE "1" TO FIN-DE-CATALOGO
               PERFORM LEE-LINEA-CATALOGO
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-CATALOGO = "0"
               CLOSE CATALOGO-SITIOS
               MOVE "S" TO WS-CATALOGO-CARGADO
           END-IF.

           LEE-LINEA-CATALOGO.
           READ CATALOGO-SITIOS
               AT END
                   MOVE "0" TO FIN-DE-CATALOGO
           END-READ.

      *    Los renglones capturados antes de la zona traen cuatro
      *    campos y quedan en la zona general.
           AGREGA-A-TABLA.
           IF LINEA-CATALOGO NOT = SPACES
               AND WS-TOTAL-ZONAS < 50
               ADD 1 TO WS-TOTAL-ZONAS
               MOVE SPACES TO WS-CLAVE-X WS-ESTADO-X WS-TASA-X
                   WS-EXENCION-X WS-ZONA-X
               UNSTRING LINEA-CATALOGO DELIMITED BY ","
                   INTO WS-CLAVE-X WS-ESTADO-X WS-TASA-X
                       WS-EXENCION-X WS-ZONA-X
               END-UNSTRING
               MOVE WS-CLAVE-X (1:2) TO WS-ZON-CLAVE (WS-TOTAL-ZONAS)
               IF WS-ZONA-X (1:1) = "F"
                   MOVE "F" TO WS-ZON-ZONA (WS-TOTAL-ZONAS)
               ELSE
                   MOVE "G" TO WS-ZON-ZONA (WS-TOTAL-ZONAS)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CATALOGO.
       END PROGRAM busca-salario-minimo.
