      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: BUSCA UN CODIGO POSTAL DE 5 DIGITOS
      *         EN EL CATALOGO INDEXADO DE SEPOMEX (SEPOMEX.dat,
      *         SEPREG.cpy, LO CARGA carga-sepomex) Y REGRESA LA CLAVE
      *         DEL ESTADO, EL MUNICIPIO Y LA CIUDAD. RESULTADO "S"
      *         ENCONTRADO, "N" EL CODIGO NO EXISTE, "X" EL CATALOGO
      *         NO SE PUDO ABRIR. EL CATALOGO SE ABRE EN LA PRIMERA
      *         LLAMADA Y QUEDA ABIERTO EL RESTO DE LA CORRIDA.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. busca-codigo-postal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CATALOGO-SEPOMEX
       ASSIGN TO DYNAMIC WS-RUTA-SEPOMEX
       ORGANIZATION IS INDEXED
       RECORD KEY IS SEP-CODIGO-POSTAL
       ACCESS MODE IS RANDOM
       FILE STATUS IS WS-FILE-STATUS-SEP.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-SEPOMEX.
           COPY SEPREG.

       WORKING-STORAGE SECTION.
       01  WS-RUTA-SEPOMEX PIC X(200).
       01  WS-FILE-STATUS-SEP PIC X(2).
      *    "N" sin abrir, "S" abierto, "F" fallo la apertura (no se
      *    reintenta en cada llamada).
       01  WS-CATALOGO-ABIERTO PIC X VALUE "N".

       LINKAGE SECTION.
       01  LK-CODIGO-POSTAL PIC X(5).
       01  LK-ESTADO PIC X(2).
       01  LK-MUNICIPIO PIC X(40).
       01  LK-CIUDAD PIC X(40).
       01  LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-CODIGO-POSTAL LK-ESTADO
           LK-MUNICIPIO LK-CIUDAD LK-RESULTADO.
       MAIN-PROCEDURE.
           IF WS-CATALOGO-ABIERTO = "N"
               PERFORM ABRE-CATALOGO
           END-IF.
           MOVE SPACES TO LK-ESTADO LK-MUNICIPIO LK-CIUDAD.
           IF WS-CATALOGO-ABIERTO NOT = "S"
               MOVE "X" TO LK-RESULTADO
               GOBACK
           END-IF.
           MOVE "N" TO LK-RESULTADO.
           IF LK-CODIGO-POSTAL IS NUMERIC
               MOVE LK-CODIGO-POSTAL TO SEP-CODIGO-POSTAL
               READ CATALOGO-SEPOMEX
                   KEY IS SEP-CODIGO-POSTAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEP-ESTADO TO LK-ESTADO
                       MOVE SEP-MUNICIPIO TO LK-MUNICIPIO
                       MOVE SEP-CIUDAD TO LK-CIUDAD
                       MOVE "S" TO LK-RESULTADO
               END-READ
           END-IF.
           GOBACK.

           ABRE-CATALOGO.
           ACCEPT WS-RUTA-SEPOMEX FROM ENVIRONMENT "SEPOMEX_PATH".
           IF WS-RUTA-SEPOMEX = SPACES
               MOVE "SEPOMEX.dat" TO WS-RUTA-SEPOMEX
           END-IF.
           OPEN INPUT CATALOGO-SEPOMEX.
           IF WS-FILE-STATUS-SEP = "00"
               MOVE "S" TO WS-CATALOGO-ABIERTO
           ELSE
               MOVE "F" TO WS-CATALOGO-ABIERTO
               DISPLAY "Aviso: no se pudo abrir el catalogo de "
                   "codigos postales (" FUNCTION TRIM(WS-RUTA-SEPOMEX)
                   "). FILE STATUS: " WS-FILE-STATUS-SEP
           END-IF.
       END PROGRAM busca-codigo-postal.
