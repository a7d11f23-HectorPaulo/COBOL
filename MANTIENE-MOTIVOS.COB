      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:MANTENIMIENTO DEL CATALOGO DE MOTIVOS DE PERMISO
      *         (CATALOGO-MOTIVOS-PERMISO.txt, UN RENGLON
      *         clave,descripcion,goce,dias POR MOTIVO): LISTAR,
      *         AGREGAR, MODIFICAR Y ELIMINAR, REESCRIBIENDO EL
      *         ARCHIVO COMPLETO DESDE LA TABLA COMO mantiene-razones.
      *         GOCE "S" ES PERMISO CON GOCE DE SUELDO Y "N" LICENCIA
      *         SIN GOCE; DIAS ES EL MAXIMO DE DIAS NATURALES QUE
      *         AUTORIZA LA LEY O EL CONTRATO (000 = SIN LIMITE).
      *         UN CATALOGO NUEVO ARRANCA CON LOS MOTIVOS DE LA LFT Y
      *         LOS DE LA POLITICA DE LA CASA PARA AJUSTARLOS. LA
      *         CAPTURA DE PERMISOS (mantiene-permisos) EXIGE UNA
      *         CLAVE DE ESTE CATALOGO Y RESPETA SU LIMITE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantiene-motivos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CATALOGO-MOTIVOS
       ASSIGN TO DYNAMIC WS-RUTA-CATALOGO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-MOTIVOS.
       01  LINEA-CATALOGO PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-CATALOGO PIC X(200).
       01  WS-FILE-STATUS-CAT PIC X(2).
       01  FIN-DE-CATALOGO PIC X.
       01  WS-OPCION-MOT PIC X.
       01  WS-TABLA-MOTIVOS.
           05 WS-MOT-RENGLON OCCURS 30 TIMES.
               10 WS-MOT-CLAVE PIC X(3).
               10 WS-MOT-DESCRIPCION PIC X(30).
               10 WS-MOT-GOCE PIC X(1).
               10 WS-MOT-DIAS PIC 9(3).
       01  WS-TOTAL-MOTIVOS PIC 9(2) VALUE ZEROES.
       01  WS-IX-MOT PIC 9(2).
       01  WS-MOT-ENCONTRADO PIC 9(2).
       01  WS-CLAVE-CAPTURADA PIC X(3).
       01  WS-CLAVE-X PIC X(4).
       01  WS-GOCE-X PIC X(2).
       01  WS-DIAS-X PIC X(4).

      *    Motivos con que arranca un catalogo nuevo: paternidad y
      *    adopcion con los dias de la LFT; defuncion y matrimonio
      *    segun la politica de la casa; licencia sin goce hasta
      *    seis meses.
       01  WS-MOTIVOS-BASE.
           05 FILLER PIC X(37) VALUE
               "PATPATERNIDAD (LFT 132 XXVII BIS)S005".
           05 FILLER PIC X(37) VALUE
               "ADOADOPCION (LFT 170 II BIS)     S042".
           05 FILLER PIC X(37) VALUE
               "DEFDEFUNCION DE FAMILIAR DIRECTO S003".
           05 FILLER PIC X(37) VALUE
               "MTRMATRIMONIO                    S005".
           05 FILLER PIC X(37) VALUE
               "PSGPERMISO PERSONAL SIN GOCE     N005".
           05 FILLER PIC X(37) VALUE
               "LSGLICENCIA SIN GOCE             N180".
       01  WS-MOTIVOS-BASE-TABLA REDEFINES WS-MOTIVOS-BASE.
           05 WS-BASE-RENGLON OCCURS 6 TIMES PIC X(37).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-RUTA-CATALOGO FROM ENVIRONMENT
               "CATALOGO_MOTIVOS_PATH".
           IF WS-RUTA-CATALOGO = SPACES
               MOVE "CATALOGO-MOTIVOS-PERMISO.txt" TO WS-RUTA-CATALOGO
           END-IF.
           PERFORM CARGA-CATALOGO.
           MOVE SPACES TO WS-OPCION-MOT.
           PERFORM MENU-MOTIVOS UNTIL WS-OPCION-MOT = "0".
           STOP RUN.

           CARGA-CATALOGO.
           OPEN INPUT CATALOGO-MOTIVOS.
           IF WS-FILE-STATUS-CAT NOT = "00"
               DISPLAY "Catalogo nuevo; se propone la base de ley y "
                   "se creara al guardar."
               PERFORM AGREGA-MOTIVO-BASE
                   VARYING WS-IX-MOT FROM 1 BY 1
                   UNTIL WS-IX-MOT > 6
           ELSE
               MOVE "1" TO FIN-DE-CATALOGO
               PERFORM LEE-LINEA-CATALOGO
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-CATALOGO = "0"
               CLOSE CATALOGO-MOTIVOS
           END-IF.

           AGREGA-MOTIVO-BASE.
           ADD 1 TO WS-TOTAL-MOTIVOS.
           MOVE WS-BASE-RENGLON (WS-IX-MOT)
               TO WS-MOT-RENGLON (WS-TOTAL-MOTIVOS).

           LEE-LINEA-CATALOGO.
           READ CATALOGO-MOTIVOS
               AT END
                   MOVE "0" TO FIN-DE-CATALOGO
           END-READ.

           AGREGA-A-TABLA.
           IF LINEA-CATALOGO NOT = SPACES
               AND WS-TOTAL-MOTIVOS < 30
               ADD 1 TO WS-TOTAL-MOTIVOS
               MOVE SPACES TO WS-CLAVE-X WS-GOCE-X WS-DIAS-X
               UNSTRING LINEA-CATALOGO DELIMITED BY ","
                   INTO WS-CLAVE-X
                       WS-MOT-DESCRIPCION (WS-TOTAL-MOTIVOS)
                       WS-GOCE-X
                       WS-DIAS-X
               END-UNSTRING
               MOVE WS-CLAVE-X (1:3)
                   TO WS-MOT-CLAVE (WS-TOTAL-MOTIVOS)
               MOVE WS-GOCE-X (1:1)
                   TO WS-MOT-GOCE (WS-TOTAL-MOTIVOS)
               COMPUTE WS-MOT-DIAS (WS-TOTAL-MOTIVOS) =
                   FUNCTION NUMVAL(WS-DIAS-X)
           END-IF.
           PERFORM LEE-LINEA-CATALOGO.

           MENU-MOTIVOS.
           DISPLAY "--------------------------------------------".
           DISPLAY "  CATALOGO DE MOTIVOS DE PERMISO".
           DISPLAY "  1. Listar motivos".
           DISPLAY "  2. Agregar un motivo".
           DISPLAY "  3. Modificar un motivo".
           DISPLAY "  4. Eliminar un motivo".
           DISPLAY "  5. Guardar el catalogo como esta".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-MOT.
           EVALUATE WS-OPCION-MOT
               WHEN "1"
                   PERFORM LISTA-MOTIVOS
               WHEN "2"
                   PERFORM AGREGA-MOTIVO
               WHEN "3"
                   PERFORM MODIFICA-MOTIVO
               WHEN "4"
                   PERFORM ELIMINA-MOTIVO
               WHEN "5"
                   PERFORM REESCRIBE-CATALOGO
                   DISPLAY "Catalogo guardado."
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           LISTA-MOTIVOS.
           IF WS-TOTAL-MOTIVOS = ZEROES
               DISPLAY "El catalogo esta vacio."
           END-IF.
           PERFORM MUESTRA-MOTIVO
               VARYING WS-IX-MOT FROM 1 BY 1
               UNTIL WS-IX-MOT > WS-TOTAL-MOTIVOS.

           MUESTRA-MOTIVO.
           DISPLAY "  " WS-MOT-CLAVE (WS-IX-MOT) " "
               WS-MOT-DESCRIPCION (WS-IX-MOT) " goce: "
               WS-MOT-GOCE (WS-IX-MOT) " dias max: "
               WS-MOT-DIAS (WS-IX-MOT).

           BUSCA-MOTIVO-EN-TABLA.
           MOVE ZEROES TO WS-MOT-ENCONTRADO.
           PERFORM VARYING WS-IX-MOT FROM 1 BY 1
               UNTIL WS-IX-MOT > WS-TOTAL-MOTIVOS
               OR WS-MOT-ENCONTRADO > ZEROES
               IF WS-MOT-CLAVE (WS-IX-MOT) = WS-CLAVE-CAPTURADA
                   MOVE WS-IX-MOT TO WS-MOT-ENCONTRADO
               END-IF
           END-PERFORM.

           AGREGA-MOTIVO.
           DISPLAY "Clave del motivo (3 caracteres): ".
           ACCEPT WS-CLAVE-CAPTURADA.
           MOVE FUNCTION UPPER-CASE(WS-CLAVE-CAPTURADA)
               TO WS-CLAVE-CAPTURADA.
           PERFORM BUSCA-MOTIVO-EN-TABLA.
           IF WS-MOT-ENCONTRADO > ZEROES
               DISPLAY "Esa clave ya existe en el catalogo."
           ELSE
               IF WS-TOTAL-MOTIVOS >= 30
                   DISPLAY "El catalogo esta lleno."
               ELSE
                   ADD 1 TO WS-TOTAL-MOTIVOS
                   MOVE WS-TOTAL-MOTIVOS TO WS-MOT-ENCONTRADO
                   MOVE WS-CLAVE-CAPTURADA
                       TO WS-MOT-CLAVE (WS-MOT-ENCONTRADO)
                   PERFORM CAPTURA-DATOS-MOTIVO
                   PERFORM REESCRIBE-CATALOGO
                   DISPLAY "Motivo agregado."
               END-IF
           END-IF.

           CAPTURA-DATOS-MOTIVO.
           DISPLAY "Descripcion del motivo: ".
           ACCEPT WS-MOT-DESCRIPCION (WS-MOT-ENCONTRADO).
           DISPLAY "Con goce de sueldo S/N: ".
           ACCEPT WS-GOCE-X.
           MOVE FUNCTION UPPER-CASE(WS-GOCE-X (1:1))
               TO WS-MOT-GOCE (WS-MOT-ENCONTRADO).
           IF WS-MOT-GOCE (WS-MOT-ENCONTRADO) NOT = "S"
               MOVE "N" TO WS-MOT-GOCE (WS-MOT-ENCONTRADO)
           END-IF.
           DISPLAY "Maximo de dias naturales (0 = sin limite): ".
           MOVE SPACES TO WS-DIAS-X.
           ACCEPT WS-DIAS-X.
           COMPUTE WS-MOT-DIAS (WS-MOT-ENCONTRADO) =
               FUNCTION NUMVAL(WS-DIAS-X).

           MODIFICA-MOTIVO.
           DISPLAY "Clave del motivo a modificar: ".
           ACCEPT WS-CLAVE-CAPTURADA.
           MOVE FUNCTION UPPER-CASE(WS-CLAVE-CAPTURADA)
               TO WS-CLAVE-CAPTURADA.
           PERFORM BUSCA-MOTIVO-EN-TABLA.
           IF WS-MOT-ENCONTRADO = ZEROES
               DISPLAY "Esa clave no esta en el catalogo."
           ELSE
               PERFORM CAPTURA-DATOS-MOTIVO
               PERFORM REESCRIBE-CATALOGO
               DISPLAY "Motivo modificado."
           END-IF.

           ELIMINA-MOTIVO.
           DISPLAY "Clave del motivo a eliminar: ".
           ACCEPT WS-CLAVE-CAPTURADA.
           MOVE FUNCTION UPPER-CASE(WS-CLAVE-CAPTURADA)
               TO WS-CLAVE-CAPTURADA.
           PERFORM BUSCA-MOTIVO-EN-TABLA.
           IF WS-MOT-ENCONTRADO = ZEROES
               DISPLAY "Esa clave no esta en el catalogo."
           ELSE
               MOVE WS-MOT-RENGLON (WS-TOTAL-MOTIVOS)
                   TO WS-MOT-RENGLON (WS-MOT-ENCONTRADO)
               SUBTRACT 1 FROM WS-TOTAL-MOTIVOS
               PERFORM REESCRIBE-CATALOGO
               DISPLAY "Motivo eliminado."
           END-IF.

           REESCRIBE-CATALOGO.
           OPEN OUTPUT CATALOGO-MOTIVOS.
           IF WS-FILE-STATUS-CAT NOT = "00"
               DISPLAY "No se pudo reescribir el catalogo: "
                   WS-RUTA-CATALOGO
           ELSE
               PERFORM ESCRIBE-LINEA-MOTIVO
                   VARYING WS-IX-MOT FROM 1 BY 1
                   UNTIL WS-IX-MOT > WS-TOTAL-MOTIVOS
               CLOSE CATALOGO-MOTIVOS
           END-IF.

           ESCRIBE-LINEA-MOTIVO.
           MOVE SPACES TO LINEA-CATALOGO.
           STRING WS-MOT-CLAVE (WS-IX-MOT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOT-DESCRIPCION (WS-IX-MOT))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-MOT-GOCE (WS-IX-MOT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-MOT-DIAS (WS-IX-MOT) DELIMITED BY SIZE
               INTO LINEA-CATALOGO
           END-STRING.
           WRITE LINEA-CATALOGO.

       END PROGRAM mantiene-motivos.
