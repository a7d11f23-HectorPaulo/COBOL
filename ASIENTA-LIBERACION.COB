      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: AGREGA UN EVENTO A LA BITACORA DE
      *         LIBERACION DE LA DISPERSION (LDIREG.cpy) CON EL SELLO
      *         DE fecha-sello, EL OPERADOR, LA HUELLA, EL CONTEO, EL
      *         TOTAL Y LA RUTA DEL ARCHIVO. LA LLAMAN dispersa-nomina
      *         (GEN), libera-dispersion (AP1/AP2) Y
      *         verifica-dispersion (VOK/VRC). MISMO PATRON DE
      *         SUBRUTINA QUE bitacora-corrida. LK-RESULTADO "N" = NO
      *         SE PUDO ESCRIBIR.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. asienta-liberacion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT LIBERACIONES-DISPERSION
       ASSIGN TO DYNAMIC WS-RUTA-LIBERACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-LDI.

       DATA DIVISION.
       FILE SECTION.
       FD LIBERACIONES-DISPERSION.
       01  LINEA-LIBERACION PIC X(162).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-LIBERACIONES PIC X(200).
       01  WS-FILE-STATUS-LDI PIC X(2).
       01  WS-SELLO PIC X(16).
       COPY LDIREG.

       LINKAGE SECTION.
       01  LK-EVENTO PIC X(3).
       01  LK-USUARIO PIC X(20).
       01  LK-HUELLA PIC X(18).
       01  LK-CONTEO PIC 9(6).
       01  LK-TOTAL-CENT PIC 9(13).
       01  LK-RUTA PIC X(200).
       01  LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-EVENTO LK-USUARIO LK-HUELLA
           LK-CONTEO LK-TOTAL-CENT LK-RUTA LK-RESULTADO.
       MAIN-PROCEDURE.
           ACCEPT WS-RUTA-LIBERACIONES FROM ENVIRONMENT
               "LIBERACIONES_DISPERSION_PATH".
           IF WS-RUTA-LIBERACIONES = SPACES
               MOVE "LIBERACIONES-DISPERSION.txt"
                   TO WS-RUTA-LIBERACIONES
           END-IF.
           OPEN EXTEND LIBERACIONES-DISPERSION.
           IF WS-FILE-STATUS-LDI NOT = "00"
               OPEN OUTPUT LIBERACIONES-DISPERSION
           END-IF.
           IF WS-FILE-STATUS-LDI NOT = "00"
               MOVE "N" TO LK-RESULTADO
               DISPLAY "AVISO: no se pudo escribir en la bitacora de "
                   "liberacion: " WS-RUTA-LIBERACIONES
           ELSE
               MOVE "S" TO LK-RESULTADO
               CALL "fecha-sello" USING WS-SELLO END-CALL
               MOVE SPACES TO LIBERACION-REGISTRO
               MOVE WS-SELLO TO LDI-SELLO
               MOVE LK-EVENTO TO LDI-EVENTO
               MOVE LK-USUARIO TO LDI-USUARIO
               MOVE LK-HUELLA TO LDI-HUELLA
               MOVE LK-CONTEO TO LDI-CONTEO
               MOVE LK-TOTAL-CENT TO LDI-TOTAL-CENT
               MOVE LK-RUTA TO LDI-ARCHIVO
               MOVE LIBERACION-REGISTRO TO LINEA-LIBERACION
               WRITE LINEA-LIBERACION
               CLOSE LIBERACIONES-DISPERSION
           END-IF.
           GOBACK.
       END PROGRAM asienta-liberacion.
