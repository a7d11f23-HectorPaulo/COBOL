      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:GENERAR EL ARCHIVO DE PAGO POSITIVO PARA EL BANCO A
      *         PARTIR DEL REGISTRO DE CHEQUES (CHQREG.cpy): UNA LINEA
      *         "E" POR CADA CHEQUE EMITIDO O REEXPEDIDO QUE EL BANCO
      *         AUN NO CONOCE (FOLIO, FECHA, IMPORTE Y BENEFICIARIO) Y
      *         UNA LINEA "C" POR CADA CANCELACION AUN NO AVISADA, CON
      *         ENCABEZADO (CUENTA DE CHEQUES Y FECHA) Y COLA DE
      *         CONTROL. EL BANCO SOLO PAGA LO QUE VIENE AQUI Y CON
      *         ESTE IMPORTE, ASI QUE UN CHEQUE ALTERADO, DUPLICADO O
      *         CANCELADO NO SE COBRA. CADA AVISO QUEDA MARCADO EN
      *         CHQ-AVISO-BANCO PARA NO REPETIRSE; SE CORRE DESPUES DE
      *         CADA cheques-nomina Y DE CADA CANCELACION EN
      *         MANTIENE-CHEQUES. EL ARCHIVO SE REESCRIBE COMPLETO
      *         DESDE LA TABLA COMO EN MANTIENE-CHEQUES.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pago-positivo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT REGISTRO-CHEQUES
       ASSIGN TO DYNAMIC WS-RUTA-REGISTRO-CHQ
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CHQ.

       SELECT ARCHIVO-PAGO-POSITIVO
       ASSIGN TO DYNAMIC WS-RUTA-PAGO-POSITIVO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PPO.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTRO-CHEQUES.
       01  LINEA-CHEQUE PIC X(110).

       FD ARCHIVO-PAGO-POSITIVO.
       01  LINEA-PAGO-POSITIVO PIC X(60).

       WORKING-STORAGE SECTION.
       COPY CHQREG.

       01  WS-RUTA-REGISTRO-CHQ PIC X(200).
       01  WS-RUTA-PAGO-POSITIVO PIC X(200).
       01  WS-FILE-STATUS-CHQ PIC X(2).
       01  WS-FILE-STATUS-PPO PIC X(2).
       01  FIN-DE-CHEQUES PIC X.
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  WS-FECHA-HOY PIC X(8).
      *    Cuenta de cheques de la empresa contra la que se giran los
      *    cheques de nomina; el banco la pide en el encabezado.
       01  WS-CUENTA-CHEQUES PIC X(18).
       01  WS-TABLA-CHEQUES.
           05 WS-CHQ-RENGLON OCCURS 5000 TIMES.
               10 WS-CHQ-FOLIO PIC 9(7).
               10 WS-CHQ-NUMERO-EMP PIC 9(5).
               10 WS-CHQ-SITIO PIC X(2).
               10 WS-CHQ-IMPORTE PIC S9(7)V99.
               10 WS-CHQ-FECHA PIC X(8).
               10 WS-CHQ-PERIODO PIC X(6).
               10 WS-CHQ-STATUS PIC X(1).
               10 WS-CHQ-FOLIO-ORIGEN PIC 9(7).
               10 WS-CHQ-NOMBRE PIC X(30).
               10 WS-CHQ-AVISO-BANCO PIC X(1).
               10 WS-CHQ-FECHA-COBRO PIC X(8).
               10 WS-CHQ-IMPORTE-COBRADO PIC S9(7)V99.
       01  WS-TOTAL-CHEQUES PIC 9(4) VALUE ZEROES.
       01  WS-IX-CHQ PIC 9(4).
       01  WS-TOTAL-AVISOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-EMISIONES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-CANCELACIONES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-CENT-EMITIDOS PIC 9(13) VALUE ZEROES.
       01  WS-IMPORTE-CENTAVOS PIC 9(11).

       01  WS-ENCABEZADO-PAGO-POSITIVO.
           05 FILLER PIC X VALUE "H".
           05 ENC-CUENTA-PPO PIC X(18).
           05 ENC-FECHA-PPO PIC X(8).
           05 FILLER PIC X(33) VALUE SPACES.
      *    PPO-TIPO: "E" = cheque emitido que el banco puede pagar,
      *    "C" = cheque cancelado que el banco debe rechazar.
       01  WS-DETALLE-PAGO-POSITIVO.
           05 PPO-TIPO PIC X.
           05 PPO-FOLIO PIC 9(7).
           05 PPO-FECHA PIC X(8).
           05 PPO-IMPORTE-CENT PIC 9(11).
           05 PPO-NOMBRE PIC X(30).
           05 FILLER PIC X(3) VALUE SPACES.
       01  WS-COLA-PAGO-POSITIVO.
           05 FILLER PIC X VALUE "T".
           05 COL-TOTAL-EMISIONES PIC 9(6).
           05 COL-TOTAL-CANCELACIONES PIC 9(6).
           05 COL-TOTAL-CENTAVOS PIC 9(13).
           05 FILLER PIC X(34) VALUE SPACES.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "pago-positivo".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGA-REGISTRO.
           PERFORM CUENTA-AVISO-PENDIENTE
               VARYING WS-IX-CHQ FROM 1 BY 1
               UNTIL WS-IX-CHQ > WS-TOTAL-CHEQUES.
      *    Sin nada nuevo que avisar no se manda archivo vacio.
           IF WS-TOTAL-AVISOS = ZEROES
               DISPLAY "Sin cheques ni cancelaciones por avisar al "
                   "banco."
           ELSE
               PERFORM GENERA-PAGO-POSITIVO
               PERFORM REESCRIBE-REGISTRO
               DISPLAY "Cheques avisados al banco: "
                   WS-TOTAL-EMISIONES
               DISPLAY "Cancelaciones avisadas al banco: "
                   WS-TOTAL-CANCELACIONES
               DISPLAY "Archivo de pago positivo: "
                   WS-RUTA-PAGO-POSITIVO
           END-IF.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-AVISOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-REGISTRO-CHQ FROM ENVIRONMENT
               "REGISTRO_CHEQUES_PATH".
           IF WS-RUTA-REGISTRO-CHQ = SPACES
               MOVE "REGISTRO-CHEQUES.txt" TO WS-RUTA-REGISTRO-CHQ
           END-IF.
           ACCEPT WS-CUENTA-CHEQUES FROM ENVIRONMENT
               "PAGO_POSITIVO_CUENTA".
           ACCEPT WS-RUTA-PAGO-POSITIVO FROM ENVIRONMENT
               "PAGO_POSITIVO_PATH".
           IF WS-RUTA-PAGO-POSITIVO = SPACES
               MOVE "PAGO-POSITIVO" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-PAGO-POSITIVO
               END-CALL
           END-IF.

           CARGA-REGISTRO.
           OPEN INPUT REGISTRO-CHEQUES.
           IF WS-FILE-STATUS-CHQ NOT = "00"
               DISPLAY "Registro de cheques vacio; corra primero "
                   "cheques-nomina."
           ELSE
               MOVE "1" TO FIN-DE-CHEQUES
               PERFORM LEE-LINEA-CHEQUE
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-CHEQUES = "0"
               CLOSE REGISTRO-CHEQUES
           END-IF.

           LEE-LINEA-CHEQUE.
           READ REGISTRO-CHEQUES
               AT END
                   MOVE "0" TO FIN-DE-CHEQUES
               NOT AT END
                   MOVE LINEA-CHEQUE TO CHEQUE-REGISTRO
           END-READ.

           AGREGA-A-TABLA.
           IF CHQ-FOLIO IS NUMERIC
               AND WS-TOTAL-CHEQUES < 5000
               ADD 1 TO WS-TOTAL-CHEQUES
               MOVE CHQ-FOLIO TO WS-CHQ-FOLIO (WS-TOTAL-CHEQUES)
               MOVE CHQ-NUMERO-EMP
                   TO WS-CHQ-NUMERO-EMP (WS-TOTAL-CHEQUES)
               MOVE CHQ-SITIO TO WS-CHQ-SITIO (WS-TOTAL-CHEQUES)
               MOVE CHQ-IMPORTE TO WS-CHQ-IMPORTE (WS-TOTAL-CHEQUES)
               MOVE CHQ-FECHA TO WS-CHQ-FECHA (WS-TOTAL-CHEQUES)
               MOVE CHQ-PERIODO TO WS-CHQ-PERIODO (WS-TOTAL-CHEQUES)
               MOVE CHQ-STATUS TO WS-CHQ-STATUS (WS-TOTAL-CHEQUES)
               MOVE CHQ-FOLIO-ORIGEN
                   TO WS-CHQ-FOLIO-ORIGEN (WS-TOTAL-CHEQUES)
               MOVE CHQ-NOMBRE TO WS-CHQ-NOMBRE (WS-TOTAL-CHEQUES)
               MOVE CHQ-AVISO-BANCO
                   TO WS-CHQ-AVISO-BANCO (WS-TOTAL-CHEQUES)
               MOVE CHQ-FECHA-COBRO
                   TO WS-CHQ-FECHA-COBRO (WS-TOTAL-CHEQUES)
               IF CHQ-IMPORTE-COBRADO IS NUMERIC
                   MOVE CHQ-IMPORTE-COBRADO
                       TO WS-CHQ-IMPORTE-COBRADO (WS-TOTAL-CHEQUES)
               ELSE
                   MOVE ZEROES
                       TO WS-CHQ-IMPORTE-COBRADO (WS-TOTAL-CHEQUES)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CHEQUE.

      *    Se avisa la emision de todo cheque vivo que el banco no
      *    conoce y la cancelacion de todo cheque cancelado que no se
      *    le ha avisado (aunque nunca se le hubiera avisado la
      *    emision: asi rechaza el papel si alguien lo presenta). Un
      *    cheque ya pagado no necesita aviso.
           CUENTA-AVISO-PENDIENTE.
           IF (WS-CHQ-STATUS (WS-IX-CHQ) = "E"
               OR WS-CHQ-STATUS (WS-IX-CHQ) = "R")
               AND WS-CHQ-AVISO-BANCO (WS-IX-CHQ) = SPACE
               ADD 1 TO WS-TOTAL-AVISOS
           ELSE
               IF WS-CHQ-STATUS (WS-IX-CHQ) = "C"
                   AND WS-CHQ-AVISO-BANCO (WS-IX-CHQ) NOT = "C"
                   ADD 1 TO WS-TOTAL-AVISOS
               END-IF
           END-IF.

           GENERA-PAGO-POSITIVO.
           OPEN OUTPUT ARCHIVO-PAGO-POSITIVO.
           IF WS-FILE-STATUS-PPO NOT = "00"
               DISPLAY "No se pudo crear el archivo de pago positivo: "
                   WS-RUTA-PAGO-POSITIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CUENTA-CHEQUES TO ENC-CUENTA-PPO.
           MOVE WS-FECHA-HOY TO ENC-FECHA-PPO.
           MOVE WS-ENCABEZADO-PAGO-POSITIVO TO LINEA-PAGO-POSITIVO.
           WRITE LINEA-PAGO-POSITIVO.
           PERFORM ESCRIBE-AVISO-CHEQUE
               VARYING WS-IX-CHQ FROM 1 BY 1
               UNTIL WS-IX-CHQ > WS-TOTAL-CHEQUES.
           MOVE WS-TOTAL-EMISIONES TO COL-TOTAL-EMISIONES.
           MOVE WS-TOTAL-CANCELACIONES TO COL-TOTAL-CANCELACIONES.
           MOVE WS-TOTAL-CENT-EMITIDOS TO COL-TOTAL-CENTAVOS.
           MOVE WS-COLA-PAGO-POSITIVO TO LINEA-PAGO-POSITIVO.
           WRITE LINEA-PAGO-POSITIVO.
           CLOSE ARCHIVO-PAGO-POSITIVO.

           ESCRIBE-AVISO-CHEQUE.
           IF (WS-CHQ-STATUS (WS-IX-CHQ) = "E"
               OR WS-CHQ-STATUS (WS-IX-CHQ) = "R")
               AND WS-CHQ-AVISO-BANCO (WS-IX-CHQ) = SPACE
               MOVE "E" TO PPO-TIPO
               PERFORM ESCRIBE-DETALLE-PAGO-POSITIVO
               ADD 1 TO WS-TOTAL-EMISIONES
               ADD PPO-IMPORTE-CENT TO WS-TOTAL-CENT-EMITIDOS
               MOVE "E" TO WS-CHQ-AVISO-BANCO (WS-IX-CHQ)
           ELSE
               IF WS-CHQ-STATUS (WS-IX-CHQ) = "C"
                   AND WS-CHQ-AVISO-BANCO (WS-IX-CHQ) NOT = "C"
                   MOVE "C" TO PPO-TIPO
                   PERFORM ESCRIBE-DETALLE-PAGO-POSITIVO
                   ADD 1 TO WS-TOTAL-CANCELACIONES
                   MOVE "C" TO WS-CHQ-AVISO-BANCO (WS-IX-CHQ)
               END-IF
           END-IF.

           ESCRIBE-DETALLE-PAGO-POSITIVO.
           MOVE WS-CHQ-FOLIO (WS-IX-CHQ) TO PPO-FOLIO.
           MOVE WS-CHQ-FECHA (WS-IX-CHQ) TO PPO-FECHA.
           COMPUTE WS-IMPORTE-CENTAVOS =
               WS-CHQ-IMPORTE (WS-IX-CHQ) * 100.
           MOVE WS-IMPORTE-CENTAVOS TO PPO-IMPORTE-CENT.
           MOVE WS-CHQ-NOMBRE (WS-IX-CHQ) TO PPO-NOMBRE.
           MOVE WS-DETALLE-PAGO-POSITIVO TO LINEA-PAGO-POSITIVO.
           WRITE LINEA-PAGO-POSITIVO.

      *    Los avisos quedan marcados solo si el archivo del banco se
      *    genero completo; si esto falla, la siguiente corrida los
      *    vuelve a mandar.
           REESCRIBE-REGISTRO.
           OPEN OUTPUT REGISTRO-CHEQUES.
           IF WS-FILE-STATUS-CHQ NOT = "00"
               DISPLAY "AVISO: no se pudo reescribir el registro de "
                   "cheques: " WS-RUTA-REGISTRO-CHQ
           ELSE
               PERFORM ESCRIBE-LINEA-REGISTRO
                   VARYING WS-IX-CHQ FROM 1 BY 1
                   UNTIL WS-IX-CHQ > WS-TOTAL-CHEQUES
               CLOSE REGISTRO-CHEQUES
           END-IF.

           ESCRIBE-LINEA-REGISTRO.
           MOVE SPACES TO CHEQUE-REGISTRO.
           MOVE WS-CHQ-FOLIO (WS-IX-CHQ) TO CHQ-FOLIO.
           MOVE WS-CHQ-NUMERO-EMP (WS-IX-CHQ) TO CHQ-NUMERO-EMP.
           MOVE WS-CHQ-SITIO (WS-IX-CHQ) TO CHQ-SITIO.
           MOVE WS-CHQ-IMPORTE (WS-IX-CHQ) TO CHQ-IMPORTE.
           MOVE WS-CHQ-FECHA (WS-IX-CHQ) TO CHQ-FECHA.
           MOVE WS-CHQ-PERIODO (WS-IX-CHQ) TO CHQ-PERIODO.
           MOVE WS-CHQ-STATUS (WS-IX-CHQ) TO CHQ-STATUS.
           MOVE WS-CHQ-FOLIO-ORIGEN (WS-IX-CHQ) TO CHQ-FOLIO-ORIGEN.
           MOVE WS-CHQ-NOMBRE (WS-IX-CHQ) TO CHQ-NOMBRE.
           MOVE WS-CHQ-AVISO-BANCO (WS-IX-CHQ) TO CHQ-AVISO-BANCO.
           MOVE WS-CHQ-FECHA-COBRO (WS-IX-CHQ) TO CHQ-FECHA-COBRO.
           MOVE WS-CHQ-IMPORTE-COBRADO (WS-IX-CHQ)
               TO CHQ-IMPORTE-COBRADO.
           MOVE CHEQUE-REGISTRO TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.

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

       END PROGRAM pago-positivo.
