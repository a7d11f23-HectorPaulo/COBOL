      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: LEVANTA UNA ALERTA DE OPERACION
      *         (SEVERIDAD C/M/A, PROGRAMA, MENSAJE Y SELLO DE LA
      *         CORRIDA) Y LA DEJA EN LA BANDEJA DE SALIDA
      *         BANDEJA-ALERTAS.txt (ALEREG.cpy) QUE RECOGE LA
      *         PASARELA DE CORREO/SMS, UN RENGLON POR CADA GUARDIA DE
      *         GUARDIAS-ALERTAS.txt QUE CUBRE LA SEVERIDAD Y LA HORA
      *         (severidad,desde-hhmm,hasta-hhmm,usuario,medio,contacto;
      *         SEVERIDAD "*" = TODAS; UN RANGO CON DESDE MAYOR QUE
      *         HASTA CRUZA LA MEDIANOCHE; DESDE IGUAL A HASTA = TODO
      *         EL DIA). CON FOLIO EN CEROS ASIGNA EL SIGUIENTE Y LO
      *         REGRESA; CON FOLIO ES UN REENVIO DE ESA ALERTA
      *         (reenvia-alertas). MISMO PATRON DE SUBRUTINA QUE
      *         bitacora-corrida.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. levanta-alerta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT BANDEJA-ALERTAS
       ASSIGN TO DYNAMIC WS-RUTA-BANDEJA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-BAN.

       SELECT GUARDIAS-ALERTAS
       ASSIGN TO DYNAMIC WS-RUTA-GUARDIAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-GUA.

       DATA DIVISION.
       FILE SECTION.
       FD BANDEJA-ALERTAS.
       01  LINEA-BANDEJA PIC X(227).

       FD GUARDIAS-ALERTAS.
       01  LINEA-GUARDIA PIC X(120).

       WORKING-STORAGE SECTION.
       COPY ALEREG.

       01  WS-RUTA-BANDEJA PIC X(200).
       01  WS-FILE-STATUS-BAN PIC X(2).
       01  WS-RUTA-GUARDIAS PIC X(200).
       01  WS-FILE-STATUS-GUA PIC X(2).
       01  FIN-DE-ARCHIVO PIC X.
       01  WS-SELLO PIC X(16).
       01  WS-HORA-AHORA PIC 9(4).

       01  WS-FOLIO-MAYOR PIC 9(8).
       01  WS-REENVIO-MAYOR PIC 9(2).
       01  WS-HAY-REENVIO PIC X.
       01  WS-FOLIO-ALERTA PIC 9(8).
       01  WS-REENVIO-ALERTA PIC 9(2).

       01  WS-SEVERIDAD-X PIC X(3).
       01  WS-DESDE-X PIC X(6).
       01  WS-HASTA-X PIC X(6).
       01  WS-GUA-DESDE PIC 9(4).
       01  WS-GUA-HASTA PIC 9(4).
       01  WS-GUA-USUARIO PIC X(20).
       01  WS-GUA-MEDIO PIC X(4).
       01  WS-GUA-CONTACTO PIC X(60).
       01  WS-GUARDIA-CUBRE PIC X.
       01  WS-TOTAL-DESTINOS PIC 9(3).

       LINKAGE SECTION.
       01  LK-SEVERIDAD PIC X(1).
       01  LK-PROGRAMA PIC X(20).
       01  LK-MENSAJE PIC X(80).
       01  LK-SELLO-CORRIDA PIC X(16).
       01  LK-FOLIO PIC 9(8).

       PROCEDURE DIVISION USING LK-SEVERIDAD LK-PROGRAMA LK-MENSAJE
           LK-SELLO-CORRIDA LK-FOLIO.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-RUTAS.
           PERFORM BUSCA-FOLIOS.
           IF LK-FOLIO = ZEROES
               COMPUTE WS-FOLIO-ALERTA = WS-FOLIO-MAYOR + 1
               MOVE ZEROES TO WS-REENVIO-ALERTA
               MOVE WS-FOLIO-ALERTA TO LK-FOLIO
           ELSE
               MOVE LK-FOLIO TO WS-FOLIO-ALERTA
               IF WS-HAY-REENVIO = "S" AND WS-REENVIO-MAYOR < 99
                   COMPUTE WS-REENVIO-ALERTA = WS-REENVIO-MAYOR + 1
               ELSE
                   MOVE WS-REENVIO-MAYOR TO WS-REENVIO-ALERTA
               END-IF
           END-IF.
           CALL "fecha-sello" USING WS-SELLO END-CALL.
           MOVE WS-SELLO (9:4) TO WS-HORA-AHORA.
           OPEN EXTEND BANDEJA-ALERTAS.
           IF WS-FILE-STATUS-BAN NOT = "00"
               OPEN OUTPUT BANDEJA-ALERTAS
           END-IF.
           IF WS-FILE-STATUS-BAN NOT = "00"
               DISPLAY "No se pudo abrir la bandeja de alertas: "
                   FUNCTION TRIM(WS-RUTA-BANDEJA)
           ELSE
               MOVE ZEROES TO WS-TOTAL-DESTINOS
               PERFORM ENVIA-A-GUARDIAS
               IF WS-TOTAL-DESTINOS = ZEROES
                   DISPLAY "Aviso: ninguna guardia cubre la alerta "
                       WS-FOLIO-ALERTA "; queda sin destinatario."
                   MOVE "(SIN GUARDIA)" TO WS-GUA-USUARIO
                   MOVE SPACES TO WS-GUA-MEDIO WS-GUA-CONTACTO
                   PERFORM ESCRIBE-ALERTA
               END-IF
               CLOSE BANDEJA-ALERTAS
           END-IF.
           DISPLAY "ALERTA " LK-SEVERIDAD " folio " WS-FOLIO-ALERTA
               ": " FUNCTION TRIM(LK-MENSAJE).
           GOBACK.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-BANDEJA FROM ENVIRONMENT
               "BANDEJA_ALERTAS_PATH".
           IF WS-RUTA-BANDEJA = SPACES
               MOVE "BANDEJA-ALERTAS.txt" TO WS-RUTA-BANDEJA
           END-IF.
           ACCEPT WS-RUTA-GUARDIAS FROM ENVIRONMENT
               "GUARDIAS_ALERTAS_PATH".
           IF WS-RUTA-GUARDIAS = SPACES
               MOVE "GUARDIAS-ALERTAS.txt" TO WS-RUTA-GUARDIAS
           END-IF.

      *    El folio mayor de la bandeja da el siguiente folio; en un
      *    reenvio se busca el ultimo reenvio de esa alerta.
           BUSCA-FOLIOS.
           MOVE ZEROES TO WS-FOLIO-MAYOR WS-REENVIO-MAYOR.
           MOVE "N" TO WS-HAY-REENVIO.
           OPEN INPUT BANDEJA-ALERTAS.
           IF WS-FILE-STATUS-BAN = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-BANDEJA
               PERFORM REVISA-FOLIO UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE BANDEJA-ALERTAS
           END-IF.

           LEE-LINEA-BANDEJA.
           READ BANDEJA-ALERTAS
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-BANDEJA TO ALERTA-REGISTRO
           END-READ.

           REVISA-FOLIO.
           IF ALE-FOLIO IS NUMERIC
               IF ALE-FOLIO > WS-FOLIO-MAYOR
                   MOVE ALE-FOLIO TO WS-FOLIO-MAYOR
               END-IF
               IF ALE-FOLIO = LK-FOLIO
                   AND ALE-REENVIO IS NUMERIC
                   MOVE "S" TO WS-HAY-REENVIO
                   IF ALE-REENVIO > WS-REENVIO-MAYOR
                       MOVE ALE-REENVIO TO WS-REENVIO-MAYOR
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-LINEA-BANDEJA.

      *    Sin archivo de guardias la alerta queda en la bandeja sin
      *    destinatario; la pasarela la manda a su buzon general.
           ENVIA-A-GUARDIAS.
           OPEN INPUT GUARDIAS-ALERTAS.
           IF WS-FILE-STATUS-GUA = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-GUARDIA
               PERFORM EVALUA-GUARDIA UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE GUARDIAS-ALERTAS
           END-IF.

           LEE-LINEA-GUARDIA.
           READ GUARDIAS-ALERTAS
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

           EVALUA-GUARDIA.
           IF LINEA-GUARDIA NOT = SPACES
               MOVE SPACES TO WS-SEVERIDAD-X WS-DESDE-X WS-HASTA-X
                   WS-GUA-USUARIO WS-GUA-MEDIO WS-GUA-CONTACTO
               UNSTRING LINEA-GUARDIA DELIMITED BY ","
                   INTO WS-SEVERIDAD-X WS-DESDE-X WS-HASTA-X
                       WS-GUA-USUARIO WS-GUA-MEDIO WS-GUA-CONTACTO
               END-UNSTRING
               IF WS-SEVERIDAD-X (1:1) = LK-SEVERIDAD
                   OR WS-SEVERIDAD-X (1:1) = "*"
                   COMPUTE WS-GUA-DESDE = FUNCTION NUMVAL(WS-DESDE-X)
                   COMPUTE WS-GUA-HASTA = FUNCTION NUMVAL(WS-HASTA-X)
                   PERFORM REVISA-HORARIO
                   IF WS-GUARDIA-CUBRE = "S"
                       MOVE FUNCTION UPPER-CASE(WS-GUA-MEDIO)
                           TO WS-GUA-MEDIO
                       PERFORM ESCRIBE-ALERTA
                       ADD 1 TO WS-TOTAL-DESTINOS
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-LINEA-GUARDIA.

           REVISA-HORARIO.
           MOVE "N" TO WS-GUARDIA-CUBRE.
           IF WS-GUA-DESDE = WS-GUA-HASTA
               MOVE "S" TO WS-GUARDIA-CUBRE
           END-IF.
           IF WS-GUA-DESDE < WS-GUA-HASTA
               AND WS-HORA-AHORA >= WS-GUA-DESDE
               AND WS-HORA-AHORA < WS-GUA-HASTA
               MOVE "S" TO WS-GUARDIA-CUBRE
           END-IF.
           IF WS-GUA-DESDE > WS-GUA-HASTA
               AND (WS-HORA-AHORA >= WS-GUA-DESDE
               OR WS-HORA-AHORA < WS-GUA-HASTA)
               MOVE "S" TO WS-GUARDIA-CUBRE
           END-IF.

           ESCRIBE-ALERTA.
           MOVE WS-FOLIO-ALERTA TO ALE-FOLIO.
           MOVE WS-REENVIO-ALERTA TO ALE-REENVIO.
           MOVE WS-SELLO TO ALE-SELLO.
           MOVE LK-SEVERIDAD TO ALE-SEVERIDAD.
           MOVE LK-PROGRAMA TO ALE-PROGRAMA.
           MOVE LK-SELLO-CORRIDA TO ALE-SELLO-CORRIDA.
           MOVE LK-MENSAJE TO ALE-MENSAJE.
           MOVE WS-GUA-USUARIO TO ALE-DESTINATARIO.
           MOVE WS-GUA-MEDIO TO ALE-MEDIO.
           MOVE WS-GUA-CONTACTO TO ALE-CONTACTO.
           MOVE ALERTA-REGISTRO TO LINEA-BANDEJA.
           WRITE LINEA-BANDEJA.

       END PROGRAM levanta-alerta.
