      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REGISTRO DE ACCIDENTES DE TRABAJO (ACCIDENTES-
      *         TRABAJO.dat, ACCREG.cpy): CAPTURA LOS DATOS DEL AVISO
      *         ST-7 DE CADA RIESGO DE TRABAJO CONTRA EL CERTIFICADO
      *         "R" QUE YA ESTA EN INCAPACIDADES.dat (MISMA LLAVE
      *         NUMERO + FOLIO), LOS LISTA Y LOS ELIMINA. LA
      *         DEFUNCION SE ACEPTA SIN CERTIFICADO PREVIO. CON ESTO
      *         prima-riesgo TIENE LOS CASOS, LOS PORCENTAJES DE
      *         INCAPACIDAD Y LAS DEFUNCIONES DEL ANO SIN ARMARLOS A
      *         MANO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. captura-accidente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT ACCIDENTES
       ASSIGN TO DYNAMIC WS-RUTA-ACCIDENTES
       ORGANIZATION IS INDEXED
       RECORD KEY IS ACC-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-ACC.

       SELECT INCAPACIDADES
       ASSIGN TO DYNAMIC WS-RUTA-INCAPACIDADES
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-INC.

       DATA DIVISION.
       FILE SECTION.
       FD ACCIDENTES.
           COPY ACCREG.

       FD INCAPACIDADES.
           COPY INCREG.

       WORKING-STORAGE SECTION.
       01  WS-RUTA-ACCIDENTES PIC X(200).
       01  WS-RUTA-INCAPACIDADES PIC X(200).
       01  WS-FILE-STATUS-ACC PIC X(2).
       01  WS-FILE-STATUS-INC PIC X(2).
       01  FIN-DE-ACCIDENTES PIC X.
       01  WS-OPCION-ACC PIC X.
       01  WS-PORCENTAJE-X PIC X(6).
       01  WS-CERTIFICADO-OK PIC X.
       01  WS-PORCENTAJE-EDITADO PIC ZZ9.99.

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-RUTA-ACCIDENTES FROM ENVIRONMENT
               "ACCIDENTES_TRABAJO_PATH".
           IF WS-RUTA-ACCIDENTES = SPACES
               MOVE "ACCIDENTES-TRABAJO.dat" TO WS-RUTA-ACCIDENTES
           END-IF.
           ACCEPT WS-RUTA-INCAPACIDADES FROM ENVIRONMENT
               "INCAPACIDADES_PATH".
           IF WS-RUTA-INCAPACIDADES = SPACES
               MOVE "INCAPACIDADES.dat" TO WS-RUTA-INCAPACIDADES
           END-IF.
           OPEN I-O ACCIDENTES.
           IF WS-FILE-STATUS-ACC = "35"
               OPEN OUTPUT ACCIDENTES
               CLOSE ACCIDENTES
               OPEN I-O ACCIDENTES
           END-IF.
           IF WS-FILE-STATUS-ACC NOT = "00"
               DISPLAY "No se pudo abrir ACCIDENTES. FILE STATUS: "
                   WS-FILE-STATUS-ACC
               STOP RUN
           END-IF.
           OPEN INPUT INCAPACIDADES.
           IF WS-FILE-STATUS-INC NOT = "00"
               DISPLAY "No se pudo abrir INCAPACIDADES. FILE STATUS: "
                   WS-FILE-STATUS-INC
               CLOSE ACCIDENTES
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-OPCION-ACC.
           PERFORM MENU-ACCIDENTES UNTIL WS-OPCION-ACC = "0".
           CLOSE ACCIDENTES.
           CLOSE INCAPACIDADES.
           STOP RUN.

           MENU-ACCIDENTES.
           DISPLAY "--------------------------------------------".
           DISPLAY "  ACCIDENTES DE TRABAJO (ST-7)".
           DISPLAY "  1. Listar accidentes".
           DISPLAY "  2. Capturar o cambiar un accidente".
           DISPLAY "  3. Eliminar un accidente".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-ACC.
           EVALUATE WS-OPCION-ACC
               WHEN "1"
                   PERFORM LISTA-ACCIDENTES
               WHEN "2"
                   PERFORM CAPTURA-ACCIDENTE
               WHEN "3"
                   PERFORM ELIMINA-ACCIDENTE
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           LISTA-ACCIDENTES.
           CLOSE ACCIDENTES.
           OPEN INPUT ACCIDENTES.
           MOVE "1" TO FIN-DE-ACCIDENTES.
           PERFORM LEE-SIGUIENTE-ACCIDENTE.
           PERFORM MUESTRA-ACCIDENTE UNTIL FIN-DE-ACCIDENTES = "0".
           CLOSE ACCIDENTES.
           OPEN I-O ACCIDENTES.

           LEE-SIGUIENTE-ACCIDENTE.
           READ ACCIDENTES NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ACCIDENTES
           END-READ.

           MUESTRA-ACCIDENTE.
           MOVE ACC-PORC-INCAPACIDAD TO WS-PORCENTAJE-EDITADO.
           DISPLAY "  " ACC-NUMERO-EMP " " ACC-SITIO " " ACC-FOLIO
               " " ACC-FECHA " tipo " ACC-TIPO
               " consecuencia " ACC-CONSECUENCIA
               " " WS-PORCENTAJE-EDITADO "% "
               FUNCTION TRIM(ACC-LUGAR).
           PERFORM LEE-SIGUIENTE-ACCIDENTE.

      *    El accidente se amarra al certificado "R" capturado en
      *    captura-incapacidad; solo la defuncion puede no traerlo.
           CAPTURA-ACCIDENTE.
           DISPLAY "Numero de empleado (5 digitos): ".
           ACCEPT ACC-NUMERO-EMP.
           DISPLAY "Sitio (vacio para la serie numerica): ".
           ACCEPT ACC-SITIO.
           DISPLAY "Folio del certificado: ".
           ACCEPT ACC-FOLIO.
           DISPLAY "Consecuencia I=temporal, P=permanente parcial, "
               "T=permanente total, D=defuncion: ".
           ACCEPT ACC-CONSECUENCIA.
           MOVE FUNCTION UPPER-CASE(ACC-CONSECUENCIA)
               TO ACC-CONSECUENCIA.
           PERFORM VERIFICA-CERTIFICADO.
           IF WS-CERTIFICADO-OK = "S"
               PERFORM CAPTURA-DATOS-ST7
           END-IF.

           VERIFICA-CERTIFICADO.
           MOVE "N" TO WS-CERTIFICADO-OK.
           IF ACC-CONSECUENCIA NOT = "I" AND NOT = "P"
               AND NOT = "T" AND NOT = "D"
               DISPLAY "Consecuencia no valida; no se registra."
           ELSE
               MOVE ACC-NUMERO-EMP TO INC-NUMERO-EMP
               MOVE ACC-FOLIO TO INC-FOLIO
               READ INCAPACIDADES
                   KEY IS INC-LLAVE
                   INVALID KEY
                       IF ACC-CONSECUENCIA = "D"
                           DISPLAY "Aviso: defuncion sin certificado "
                               "de incapacidad; se registra con el "
                               "folio del ST-7."
                           MOVE "S" TO WS-CERTIFICADO-OK
                       ELSE
                           DISPLAY "Ese folio no esta en "
                               "INCAPACIDADES; capture primero el "
                               "certificado."
                       END-IF
                   NOT INVALID KEY
                       IF INC-TIPO NOT = "R"
                           DISPLAY "El certificado no es de riesgo "
                               "de trabajo (tipo " INC-TIPO ")."
                       ELSE
                           MOVE "S" TO WS-CERTIFICADO-OK
                       END-IF
               END-READ
           END-IF.

           CAPTURA-DATOS-ST7.
           DISPLAY "Fecha del accidente AAAAMMDD: ".
           ACCEPT ACC-FECHA.
           DISPLAY "Hora del accidente HHMM: ".
           ACCEPT ACC-HORA.
           DISPLAY "Lugar del accidente: ".
           ACCEPT ACC-LUGAR.
           DISPLAY "Tipo T=en el centro de trabajo, R=en trayecto: ".
           ACCEPT ACC-TIPO.
           MOVE FUNCTION UPPER-CASE(ACC-TIPO) TO ACC-TIPO.
           MOVE ZEROES TO ACC-PORC-INCAPACIDAD.
           IF ACC-CONSECUENCIA = "P"
               DISPLAY "Porcentaje de incapacidad permanente: "
               ACCEPT WS-PORCENTAJE-X
               COMPUTE ACC-PORC-INCAPACIDAD =
                   FUNCTION NUMVAL(WS-PORCENTAJE-X)
           END-IF.
           IF ACC-CONSECUENCIA = "T"
               MOVE 100 TO ACC-PORC-INCAPACIDAD
           END-IF.
           DISPLAY "Descripcion breve: ".
           ACCEPT ACC-DESCRIPCION.
           IF ACC-FECHA NOT NUMERIC
               OR (ACC-TIPO NOT = "T" AND ACC-TIPO NOT = "R")
               OR ACC-PORC-INCAPACIDAD > 100
               DISPLAY "Datos no validos (fecha, tipo o porcentaje); "
                   "no se registra."
           ELSE
               PERFORM GUARDA-ACCIDENTE
           END-IF.

           GUARDA-ACCIDENTE.
           WRITE ACCIDENTE-REGISTRO
               INVALID KEY
                   REWRITE ACCIDENTE-REGISTRO
                       INVALID KEY
                           DISPLAY "No se pudo guardar el accidente."
                       NOT INVALID KEY
                           DISPLAY "Accidente actualizado."
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Accidente registrado."
           END-WRITE.

           ELIMINA-ACCIDENTE.
           DISPLAY "Numero de empleado (5 digitos): ".
           ACCEPT ACC-NUMERO-EMP.
           DISPLAY "Folio del certificado: ".
           ACCEPT ACC-FOLIO.
           DELETE ACCIDENTES
               INVALID KEY
                   DISPLAY "Ese accidente no esta registrado."
               NOT INVALID KEY
                   DISPLAY "Accidente eliminado."
           END-DELETE.
       END PROGRAM captura-accidente.
