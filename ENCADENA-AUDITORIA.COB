      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: LLENA EL ESLABON DE UNA ENTRADA DE
      *         EMPLEADOS-AUDITORIA.log (AUDREG.cpy) JUSTO ANTES DE
      *         QUE EL PROGRAMA LA ESCRIBA: LA SECUENCIA SIGUIENTE A LA
      *         DEL ULTIMO ESLABON (ESLREG.cpy) Y LA HUELLA DE LA
      *         LINEA ANTERIOR COMPLETA. LUEGO SACA LA HUELLA DE ESTA
      *         LINEA (huella-linea) Y LA DEJA COMO ULTIMO ESLABON PARA
      *         LA ENTRADA QUE SIGUE. ASI UNA LINEA BORRADA O EDITADA
      *         ROMPE LA CADENA Y verifica-auditoria LA ENCUENTRA. SIN
      *         ARCHIVO DE ESLABON LA CADENA EMPIEZA EN LA SECUENCIA 1
      *         CON HUELLA EN CEROS. LA LLAMAN TODOS LOS PROGRAMAS QUE
      *         AGREGAN AL LOG. MISMO PATRON DE SUBRUTINA QUE
      *         bitacora-corrida.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. encadena-auditoria.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT ESLABON-AUDITORIA
       ASSIGN TO DYNAMIC WS-RUTA-ESLABON
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ESL.

       DATA DIVISION.
       FILE SECTION.
       FD ESLABON-AUDITORIA.
       01  LINEA-ESLABON PIC X(45).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-ESLABON PIC X(200).
       01  WS-FILE-STATUS-ESL PIC X(2).
       01  WS-LONGITUD-LINEA PIC 9(3) VALUE 518.
       01  WS-HUELLA-LINEA.
           05 WS-HUELLA-A PIC 9(9).
           05 WS-HUELLA-B PIC 9(9).
       COPY AUDREG.
       COPY ESLREG.

       LINKAGE SECTION.
       01  LK-LINEA-AUDITORIA PIC X(518).

       PROCEDURE DIVISION USING LK-LINEA-AUDITORIA.
       MAIN-PROCEDURE.
           ACCEPT WS-RUTA-ESLABON FROM ENVIRONMENT
               "AUDITORIA_ESLABON_PATH".
           IF WS-RUTA-ESLABON = SPACES
               MOVE "EMPLEADOS-AUDITORIA-ESLABON.txt"
                   TO WS-RUTA-ESLABON
           END-IF.
           PERFORM LEE-ULTIMO-ESLABON.
           MOVE LK-LINEA-AUDITORIA TO WS-LINEA-AUDITORIA-DET.
           ADD 1 TO ESL-SECUENCIA.
           MOVE ESL-SECUENCIA TO AUD-SECUENCIA.
           MOVE ESL-HUELLA TO AUD-HUELLA-ANTERIOR.
           MOVE WS-LINEA-AUDITORIA-DET TO LK-LINEA-AUDITORIA.
           MOVE ZEROES TO WS-HUELLA-LINEA.
           CALL "huella-linea"
               USING LK-LINEA-AUDITORIA WS-LONGITUD-LINEA
                   WS-HUELLA-LINEA
           END-CALL.
           MOVE WS-HUELLA-LINEA TO ESL-HUELLA.
           MOVE AUD-FECHA-HORA TO ESL-FECHA-HORA.
           PERFORM GUARDA-ULTIMO-ESLABON.
           GOBACK.

           LEE-ULTIMO-ESLABON.
           MOVE SPACES TO ESLABON-REGISTRO.
           MOVE ZEROES TO ESL-SECUENCIA.
           MOVE ALL "0" TO ESL-HUELLA.
           OPEN INPUT ESLABON-AUDITORIA.
           IF WS-FILE-STATUS-ESL = "00"
               READ ESLABON-AUDITORIA
                   NOT AT END
                       MOVE LINEA-ESLABON TO ESLABON-REGISTRO
               END-READ
               CLOSE ESLABON-AUDITORIA
           END-IF.
           IF ESL-SECUENCIA NOT NUMERIC
               OR ESL-HUELLA NOT NUMERIC
               MOVE ZEROES TO ESL-SECUENCIA
               MOVE ALL "0" TO ESL-HUELLA
           END-IF.

           GUARDA-ULTIMO-ESLABON.
           OPEN OUTPUT ESLABON-AUDITORIA.
           IF WS-FILE-STATUS-ESL NOT = "00"
               DISPLAY "AVISO: no se pudo guardar el eslabon de la "
                   "auditoria: " WS-RUTA-ESLABON
           ELSE
               MOVE ESLABON-REGISTRO TO LINEA-ESLABON
               WRITE LINEA-ESLABON
               CLOSE ESLABON-AUDITORIA
           END-IF.
       END PROGRAM encadena-auditoria.
