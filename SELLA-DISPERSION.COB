      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: LEE COMPLETO UN ARCHIVO DE
      *         DISPERSION (EL QUE ESCRIBE dispersa-nomina) Y REGRESA
      *         SU HUELLA (huella-linea SOBRE TODAS SUS LINEAS,
      *         ENCABEZADO Y COLA INCLUIDOS), EL CONTEO DE DEPOSITOS Y
      *         SU TOTAL EN CENTAVOS. LA USAN dispersa-nomina AL
      *         GENERAR, libera-dispersion AL APROBAR Y
      *         verifica-dispersion ANTES DE SUBIR EL ARCHIVO AL
      *         PORTAL, PARA QUE LAS TRES CALCULEN EXACTAMENTE IGUAL.
      *         LK-RESULTADO "N" = NO SE PUDO ABRIR EL ARCHIVO.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sella-dispersion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT ARCHIVO-DISPERSION
       ASSIGN TO DYNAMIC WS-RUTA-DISPERSION
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DIS.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-DISPERSION.
       01  LINEA-DISPERSION PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-DISPERSION PIC X(200).
       01  WS-FILE-STATUS-DIS PIC X(2).
       01  FIN-DE-DISPERSION PIC X.
       01  WS-LINEA-HUELLA PIC X(500).
       01  WS-LONGITUD-LINEA PIC 9(3) VALUE 50.
      *    Detalle del archivo de dispersion (mismo layout que
      *    WS-DETALLE-DISPERSION de dispersa-nomina).
       01  WS-LINEA-DISPERSION-DET.
           05 DIS-TIPO PIC X.
           05 DIS-CONSECUTIVO PIC 9(6).
           05 DIS-CLABE PIC X(18).
           05 DIS-BANCO PIC X(3).
           05 DIS-NUMERO PIC 9(5).
           05 DIS-IMPORTE-CENT PIC 9(11).
           05 FILLER PIC X(6).

       LINKAGE SECTION.
       01  LK-RUTA PIC X(200).
       01  LK-HUELLA PIC X(18).
       01  LK-CONTEO PIC 9(6).
       01  LK-TOTAL-CENT PIC 9(13).
       01  LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-RUTA LK-HUELLA LK-CONTEO
           LK-TOTAL-CENT LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE ZEROES TO LK-HUELLA LK-CONTEO LK-TOTAL-CENT.
           MOVE LK-RUTA TO WS-RUTA-DISPERSION.
           OPEN INPUT ARCHIVO-DISPERSION.
           IF WS-FILE-STATUS-DIS NOT = "00"
               MOVE "N" TO LK-RESULTADO
           ELSE
               MOVE "S" TO LK-RESULTADO
               MOVE "1" TO FIN-DE-DISPERSION
               PERFORM LEE-LINEA-DISPERSION
               PERFORM ACUMULA-LINEA UNTIL FIN-DE-DISPERSION = "0"
               CLOSE ARCHIVO-DISPERSION
           END-IF.
           GOBACK.

           LEE-LINEA-DISPERSION.
           READ ARCHIVO-DISPERSION
               AT END
                   MOVE "0" TO FIN-DE-DISPERSION
               NOT AT END
                   MOVE LINEA-DISPERSION TO WS-LINEA-DISPERSION-DET
           END-READ.

           ACUMULA-LINEA.
           MOVE LINEA-DISPERSION TO WS-LINEA-HUELLA.
           CALL "huella-linea"
               USING WS-LINEA-HUELLA WS-LONGITUD-LINEA LK-HUELLA
           END-CALL.
           IF DIS-TIPO = "D"
               ADD 1 TO LK-CONTEO
               IF DIS-IMPORTE-CENT IS NUMERIC
                   ADD DIS-IMPORTE-CENT TO LK-TOTAL-CENT
               END-IF
           END-IF.
           PERFORM LEE-LINEA-DISPERSION.
       END PROGRAM sella-dispersion.
