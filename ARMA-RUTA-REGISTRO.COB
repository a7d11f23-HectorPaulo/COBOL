      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: ARMA LA RUTA DEL ARCHIVO DE UN
      *         REGISTRO PATRONAL A PARTIR DE LA RUTA DEL ARCHIVO
      *         CONSOLIDADO, METIENDO "-" Y EL REGISTRO ANTES DE LA
      *         EXTENSION (EXTRACTO-IMSS.txt CON EL REGISTRO
      *         Y6012345104 QUEDA EXTRACTO-IMSS-Y6012345104.txt); SIN
      *         EXTENSION EL REGISTRO VA AL FINAL. EL REGISTRO EN
      *         BLANCO REGRESA LA MISMA RUTA. LA USAN extracto-imss,
      *         cuotas-imss, remesa-infonavit Y timbra-nomina PARA
      *         DEJAR UN ARCHIVO POR REGISTRO.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. arma-ruta-registro.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-LARGO-RUTA PIC 9(3).
       01  WS-POSICION PIC 9(3).
       01  WS-POSICION-PUNTO PIC 9(3).

       LINKAGE SECTION.
       01  LK-RUTA-BASE PIC X(200).
       01  LK-REGISTRO PIC X(11).
       01  LK-RUTA PIC X(200).

       PROCEDURE DIVISION USING LK-RUTA-BASE LK-REGISTRO LK-RUTA.
       MAIN-PROCEDURE.
           MOVE LK-RUTA-BASE TO LK-RUTA.
           IF LK-REGISTRO = SPACES OR LK-RUTA-BASE = SPACES
               GOBACK
           END-IF.
           COMPUTE WS-LARGO-RUTA =
               FUNCTION LENGTH(FUNCTION TRIM(LK-RUTA-BASE TRAILING)).
      *    El punto cuenta solo si esta en el nombre del archivo,
      *    despues de la ultima diagonal.
           MOVE ZEROES TO WS-POSICION-PUNTO.
           PERFORM BUSCA-PUNTO
               VARYING WS-POSICION FROM WS-LARGO-RUTA BY -1
               UNTIL WS-POSICION < 1
               OR WS-POSICION-PUNTO > ZEROES
               OR LK-RUTA-BASE (WS-POSICION:1) = "\"
               OR LK-RUTA-BASE (WS-POSICION:1) = "/".
           MOVE SPACES TO LK-RUTA.
           IF WS-POSICION-PUNTO > 1
               STRING LK-RUTA-BASE (1:WS-POSICION-PUNTO - 1)
                       DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   LK-REGISTRO DELIMITED BY SPACE
                   LK-RUTA-BASE (WS-POSICION-PUNTO:
                       WS-LARGO-RUTA - WS-POSICION-PUNTO + 1)
                       DELIMITED BY SIZE
                   INTO LK-RUTA
               END-STRING
           ELSE
               STRING LK-RUTA-BASE (1:WS-LARGO-RUTA)
                       DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   LK-REGISTRO DELIMITED BY SPACE
                   INTO LK-RUTA
               END-STRING
           END-IF.
           GOBACK.

           BUSCA-PUNTO.
           IF LK-RUTA-BASE (WS-POSICION:1) = "."
               MOVE WS-POSICION TO WS-POSICION-PUNTO
           END-IF.
       END PROGRAM arma-ruta-registro.
