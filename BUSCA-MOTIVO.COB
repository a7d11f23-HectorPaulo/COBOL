      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: BUSCA UN MOTIVO DE PERMISO EN EL
      *         CATALOGO DE MOTIVOS (clave,descripcion,goce,dias POR
      *         RENGLON, MANTENIDO POR mantiene-motivos) Y REGRESA SU
      *         DESCRIPCION, LA MARCA DE GOCE DE SUELDO Y EL MAXIMO DE
      *         DIAS QUE AUTORIZA (000 = SIN LIMITE), PARA QUE LA
      *         CAPTURA DE PERMISOS VALIDE LA CLAVE Y EL LIMITE Y LOS
      *         REPORTES IMPRIMAN LA DESCRIPCION. EL CATALOGO SE
      *         CARGA EN LA PRIMERA LLAMADA, COMO busca-razon.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. busca-motivo.
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
       01  WS-CATALOGO-CARGADO PIC X VALUE "N".
       01  WS-TABLA-MOTIVOS-CAT.
           05 WS-MOT-CAT-RENGLON OCCURS 30 TIMES.
               10 WS-MOT-CAT-CLAVE PIC X(3).
               10 WS-MOT-CAT-DESCRIPCION PIC X(30).
               10 WS-MOT-CAT-GOCE PIC X(1).
               10 WS-MOT-CAT-DIAS PIC 9(3).
       01  WS-TOTAL-MOTIVOS-CAT PIC 9(2) VALUE ZEROES.
       01  WS-IX-CAT PIC 9(2).
       01  WS-CLAVE-X PIC X(4).
       01  WS-GOCE-X PIC X(2).
       01  WS-DIAS-X PIC X(4).

       LINKAGE SECTION.
       01  LK-CLAVE PIC X(3).
       01  LK-DESCRIPCION PIC X(30).
       01  LK-GOCE PIC X.
       01  LK-DIAS-MAXIMO PIC 9(3).
       01  LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-CLAVE LK-DESCRIPCION LK-GOCE
           LK-DIAS-MAXIMO LK-RESULTADO.
       MAIN-PROCEDURE.
           IF WS-CATALOGO-CARGADO = "N"
               PERFORM CARGA-CATALOGO
               MOVE "S" TO WS-CATALOGO-CARGADO
           END-IF.
           MOVE "N" TO LK-RESULTADO.
           MOVE SPACES TO LK-DESCRIPCION.
           MOVE "N" TO LK-GOCE.
           MOVE ZEROES TO LK-DIAS-MAXIMO.
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > WS-TOTAL-MOTIVOS-CAT
               OR LK-RESULTADO = "S"
               IF WS-MOT-CAT-CLAVE (WS-IX-CAT) = LK-CLAVE
                   MOVE WS-MOT-CAT-DESCRIPCION (WS-IX-CAT)
                       TO LK-DESCRIPCION
                   MOVE WS-MOT-CAT-GOCE (WS-IX-CAT) TO LK-GOCE
                   MOVE WS-MOT-CAT-DIAS (WS-IX-CAT) TO LK-DIAS-MAXIMO
                   MOVE "S" TO LK-RESULTADO
               END-IF
           END-PERFORM.
           GOBACK.

           CARGA-CATALOGO.
           ACCEPT WS-RUTA-CATALOGO FROM ENVIRONMENT
               "CATALOGO_MOTIVOS_PATH".
           IF WS-RUTA-CATALOGO = SPACES
               MOVE "CATALOGO-MOTIVOS-PERMISO.txt" TO WS-RUTA-CATALOGO
           END-IF.
           OPEN INPUT CATALOGO-MOTIVOS.
           IF WS-FILE-STATUS-CAT NOT = "00"
               DISPLAY "Aviso: no se pudo abrir el catalogo de "
                   "motivos de permiso (" WS-RUTA-CATALOGO ")."
           ELSE
               MOVE "1" TO FIN-DE-CATALOGO
               PERFORM LEE-LINEA-CATALOGO
               PERFORM AGREGA-MOTIVO-CAT UNTIL FIN-DE-CATALOGO = "0"
               CLOSE CATALOGO-MOTIVOS
           END-IF.

           LEE-LINEA-CATALOGO.
           READ CATALOGO-MOTIVOS
               AT END
                   MOVE "0" TO FIN-DE-CATALOGO
           END-READ.

           AGREGA-MOTIVO-CAT.
           IF LINEA-CATALOGO NOT = SPACES
               AND WS-TOTAL-MOTIVOS-CAT < 30
               ADD 1 TO WS-TOTAL-MOTIVOS-CAT
               MOVE SPACES TO WS-CLAVE-X WS-GOCE-X WS-DIAS-X
               UNSTRING LINEA-CATALOGO DELIMITED BY ","
                   INTO WS-CLAVE-X
                       WS-MOT-CAT-DESCRIPCION (WS-TOTAL-MOTIVOS-CAT)
                       WS-GOCE-X
                       WS-DIAS-X
               END-UNSTRING
               MOVE WS-CLAVE-X (1:3)
                   TO WS-MOT-CAT-CLAVE (WS-TOTAL-MOTIVOS-CAT)
               MOVE WS-GOCE-X (1:1)
                   TO WS-MOT-CAT-GOCE (WS-TOTAL-MOTIVOS-CAT)
               COMPUTE WS-MOT-CAT-DIAS (WS-TOTAL-MOTIVOS-CAT) =
                   FUNCTION NUMVAL(WS-DIAS-X)
           END-IF.
           PERFORM LEE-LINEA-CATALOGO.
       END PROGRAM busca-motivo.
