      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CARGA LAS CONSULTAS DE RECIBOS ELECTRONICOS QUE
      *         DEVUELVE EL PORTAL DE LA INTRANET (VISTAS-PORTAL.txt,
      *         LAYOUT VPOREG.cpy) COMO ACUSES DE RECIBO: CADA
      *         CONSULTA MARCA SU ENTRADA PEN DEL REGISTRO DE ACUSES
      *         (ACUSES-RECIBO.txt, LAYOUT FIRREG.cpy) COMO FIR CON LA
      *         FECHA DE LA CONSULTA, IGUAL QUE captura-acuses CON EL
      *         PAPEL. UNA CONSULTA REPETIDA O DE UN RECIBO YA FIRMADO
      *         NO CAMBIA NADA, ASI EL ARCHIVO SE PUEDE VOLVER A
      *         CARGAR; LAS QUE NO TIENEN ENTRADA SE LISTAN EN PANTALLA.
      *         EL REGISTRO SE REESCRIBE COMPLETO DESDE LA TABLA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. carga-vistas-portal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT ACUSES-RECIBO
       ASSIGN TO DYNAMIC WS-RUTA-ACUSES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ACU.

       SELECT VISTAS-PORTAL
       ASSIGN TO DYNAMIC WS-RUTA-VISTAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-VPO.

       DATA DIVISION.
       FILE SECTION.
       FD ACUSES-RECIBO.
       01  LINEA-ACUSE PIC X(34).

       FD VISTAS-PORTAL.
       01  LINEA-VISTA PIC X(28).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-ACUSES PIC X(200).
       01  WS-FILE-STATUS-ACU PIC X(2).
       01  FIN-DE-ACUSES PIC X.
       01  WS-RUTA-VISTAS PIC X(200).
       01  WS-FILE-STATUS-VPO PIC X(2).
       01  FIN-DE-VISTAS PIC X.

       COPY FIRREG.
       COPY VPOREG.

       01  WS-TABLA-ACUSES.
           05 WS-ACU-RENGLON OCCURS 2000 TIMES.
               10 WS-ACU-PERIODO PIC X(6).
               10 WS-ACU-NUMERO PIC 9(5).
               10 WS-ACU-EMISION PIC X(8).
               10 WS-ACU-STATUS PIC X(3).
               10 WS-ACU-FIRMA PIC X(8).
       01  WS-TOTAL-ACUSES PIC 9(4) VALUE ZEROES.
       01  WS-IX-ACU PIC 9(4).
       01  WS-ACU-ENCONTRADO PIC 9(4).

       01  WS-FECHA-HOY PIC 9(8).
       01  WS-TOTAL-VISTAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-MARCADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-YA-FIRMADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-ENTRADA PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-INVALIDAS PIC 9(6) VALUE ZEROES.
       01  WS-HUBO-CAMBIOS PIC X VALUE "N".

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "carga-vistas-portal".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           ACCEPT WS-RUTA-ACUSES FROM ENVIRONMENT
               "ACUSES_RECIBO_PATH".
           IF WS-RUTA-ACUSES = SPACES
               MOVE "ACUSES-RECIBO.txt" TO WS-RUTA-ACUSES
           END-IF.
           ACCEPT WS-RUTA-VISTAS FROM ENVIRONMENT
               "VISTAS_PORTAL_PATH".
           IF WS-RUTA-VISTAS = SPACES
               MOVE "VISTAS-PORTAL.txt" TO WS-RUTA-VISTAS
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGA-ACUSES.
           IF WS-TOTAL-ACUSES = ZEROES
               DISPLAY "RECHAZADO: el registro de acuses esta vacio; "
                   "corra primero recibo-nomina con periodo."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VISTAS-PORTAL.
           IF WS-FILE-STATUS-VPO NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el archivo de "
                   "consultas del portal: "
                   FUNCTION TRIM(WS-RUTA-VISTAS)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-VISTAS.
           PERFORM LEE-LINEA-VISTA.
           PERFORM APLICA-VISTA UNTIL FIN-DE-VISTAS = "0".
           CLOSE VISTAS-PORTAL.
           IF WS-HUBO-CAMBIOS = "S"
               PERFORM REESCRIBE-ACUSES
           END-IF.
           DISPLAY "Consultas leidas: " WS-TOTAL-VISTAS.
           DISPLAY "Acuses marcados firmados: " WS-TOTAL-MARCADOS.
           DISPLAY "Ya estaban firmados: " WS-TOTAL-YA-FIRMADOS.
           DISPLAY "Sin entrada en el registro: " WS-TOTAL-SIN-ENTRADA.
           DISPLAY "Renglones no validos: " WS-TOTAL-INVALIDAS.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-MARCADOS TO WS-BIT-CONTADOR.
           IF WS-TOTAL-SIN-ENTRADA > ZEROES
               OR WS-TOTAL-INVALIDAS > ZEROES
               MOVE "AVISO" TO WS-BIT-ESTADO
           ELSE
               MOVE "OK" TO WS-BIT-ESTADO
           END-IF.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           CARGA-ACUSES.
           OPEN INPUT ACUSES-RECIBO.
           IF WS-FILE-STATUS-ACU NOT = "00"
               DISPLAY "No se pudo abrir el registro de acuses: "
                   WS-RUTA-ACUSES
           ELSE
               MOVE "1" TO FIN-DE-ACUSES
               PERFORM LEE-LINEA-ACUSE
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-ACUSES = "0"
               CLOSE ACUSES-RECIBO
           END-IF.

           LEE-LINEA-ACUSE.
           READ ACUSES-RECIBO
               AT END
                   MOVE "0" TO FIN-DE-ACUSES
               NOT AT END
                   MOVE LINEA-ACUSE TO ACUSE-REGISTRO
           END-READ.

           AGREGA-A-TABLA.
           IF FIR-PERIODO NOT = SPACES
               AND WS-TOTAL-ACUSES < 2000
               ADD 1 TO WS-TOTAL-ACUSES
               MOVE FIR-PERIODO TO WS-ACU-PERIODO (WS-TOTAL-ACUSES)
               MOVE FIR-NUMERO TO WS-ACU-NUMERO (WS-TOTAL-ACUSES)
               MOVE FIR-FECHA-EMISION
                   TO WS-ACU-EMISION (WS-TOTAL-ACUSES)
               MOVE FIR-STATUS TO WS-ACU-STATUS (WS-TOTAL-ACUSES)
               MOVE FIR-FECHA-FIRMA
                   TO WS-ACU-FIRMA (WS-TOTAL-ACUSES)
           END-IF.
           PERFORM LEE-LINEA-ACUSE.

           LEE-LINEA-VISTA.
           READ VISTAS-PORTAL
               AT END
                   MOVE "0" TO FIN-DE-VISTAS
               NOT AT END
                   MOVE LINEA-VISTA TO VISTA-PORTAL-REGISTRO
           END-READ.

           APLICA-VISTA.
           IF LINEA-VISTA NOT = SPACES
               ADD 1 TO WS-TOTAL-VISTAS
               IF VPO-PERIODO = SPACES OR VPO-NUMERO NOT NUMERIC
                   ADD 1 TO WS-TOTAL-INVALIDAS
                   DISPLAY "Renglon no valido: " LINEA-VISTA
               ELSE
                   PERFORM MARCA-FIRMADO
               END-IF
           END-IF.
           PERFORM LEE-LINEA-VISTA.

      *    La fecha de la consulta es la fecha del acuse; si el
      *    portal no la manda completa se toma la de hoy.
           MARCA-FIRMADO.
           MOVE ZEROES TO WS-ACU-ENCONTRADO.
           PERFORM VARYING WS-IX-ACU FROM 1 BY 1
               UNTIL WS-IX-ACU > WS-TOTAL-ACUSES
               OR WS-ACU-ENCONTRADO > ZEROES
               IF WS-ACU-PERIODO (WS-IX-ACU) = VPO-PERIODO
                   AND WS-ACU-NUMERO (WS-IX-ACU) = VPO-NUMERO
                   MOVE WS-IX-ACU TO WS-ACU-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ACU-ENCONTRADO = ZEROES
               ADD 1 TO WS-TOTAL-SIN-ENTRADA
               DISPLAY "Sin entrada en el registro de acuses: periodo "
                   VPO-PERIODO " numero " VPO-NUMERO
           ELSE
               IF WS-ACU-STATUS (WS-ACU-ENCONTRADO) NOT = "PEN"
                   ADD 1 TO WS-TOTAL-YA-FIRMADOS
               ELSE
                   MOVE "FIR" TO WS-ACU-STATUS (WS-ACU-ENCONTRADO)
                   IF VPO-FECHA IS NUMERIC
                       MOVE VPO-FECHA
                           TO WS-ACU-FIRMA (WS-ACU-ENCONTRADO)
                   ELSE
                       MOVE WS-FECHA-HOY
                           TO WS-ACU-FIRMA (WS-ACU-ENCONTRADO)
                   END-IF
                   MOVE "S" TO WS-HUBO-CAMBIOS
                   ADD 1 TO WS-TOTAL-MARCADOS
               END-IF
           END-IF.

           REESCRIBE-ACUSES.
           OPEN OUTPUT ACUSES-RECIBO.
           IF WS-FILE-STATUS-ACU NOT = "00"
               DISPLAY "No se pudo reescribir el registro de acuses: "
                   WS-RUTA-ACUSES
           ELSE
               PERFORM ESCRIBE-LINEA-ACUSE
                   VARYING WS-IX-ACU FROM 1 BY 1
                   UNTIL WS-IX-ACU > WS-TOTAL-ACUSES
               CLOSE ACUSES-RECIBO
           END-IF.

           ESCRIBE-LINEA-ACUSE.
           MOVE SPACES TO ACUSE-REGISTRO.
           MOVE WS-ACU-PERIODO (WS-IX-ACU) TO FIR-PERIODO.
           MOVE WS-ACU-NUMERO (WS-IX-ACU) TO FIR-NUMERO.
           MOVE WS-ACU-EMISION (WS-IX-ACU) TO FIR-FECHA-EMISION.
           MOVE WS-ACU-STATUS (WS-IX-ACU) TO FIR-STATUS.
           MOVE WS-ACU-FIRMA (WS-IX-ACU) TO FIR-FECHA-FIRMA.
           MOVE ACUSE-REGISTRO TO LINEA-ACUSE.
           WRITE LINEA-ACUSE.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM carga-vistas-portal.
