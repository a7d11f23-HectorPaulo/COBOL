      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:FIRMA DE LA PRENOMINA DE UN PERIODO: UN OPERADOR CON
      *         ROL N (NOMINA) DE inicia-sesion DEJA CONSTANCIA DE QUE
      *         REVISO EL REPORTE PRENOMINA-<PERIODO>.txt QUE GENERO
      *         revisa-prenomina. LA FIRMA SE AGREGA A
      *         FIRMAS-PRENOMINA.txt (FPNREG.cpy) CON EL USUARIO, EL
      *         SELLO Y LA RUTA DEL REPORTE; cadena-nocturna NO CORRE
      *         EL CALCULO DE registro-nomina DE UN PERIODO SIN FIRMA.
      *         NO SE FIRMA UN PERIODO SIN REPORTE, FUERA DEL CONTROL
      *         DE PERIODOS O YA CERRADO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. firma-prenomina.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PERIODOS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-PERIODOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PER.

      *    Reporte de revisa-prenomina: solo se abre para confirmar
      *    que existe antes de firmar.
       SELECT REPORTE-PRENOMINA
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       SELECT FIRMAS-PRENOMINA
       ASSIGN TO DYNAMIC WS-RUTA-FIRMAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FPN.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS-NOMINA.
       01  LINEA-PERIODO PIC X(40).

       FD  REPORTE-PRENOMINA.
       01  LINEA-REPORTE PIC X(132).

       FD  FIRMAS-PRENOMINA.
       01  LINEA-FIRMA PIC X(125).

       WORKING-STORAGE SECTION.
       COPY PERREG.
       COPY FPNREG.

       01  WS-RUTA-PERIODOS PIC X(200).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-RUTA-FIRMAS PIC X(200).
       01  WS-FILE-STATUS-FPN PIC X(2).
       01  FIN-DE-PERIODOS PIC X.
       01  FIN-DE-FIRMAS PIC X.

       01  WS-PERIODO-FIRMADO PIC X(6).
       01  WS-STATUS-PERIODO PIC X(10).
       01  WS-SELLO PIC X(16).
       01  WS-FIRMA-PREVIA-USUARIO PIC X(20).
       01  WS-FIRMA-PREVIA-SELLO PIC X(16).

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "firma-prenomina".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S"
               OR WS-SESION-ROL NOT = "N"
               DISPLAY "Solo un operador de nomina (rol N) firma la "
                   "prenomina."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-PARAMETROS.
           PERFORM VERIFICA-PERIODO.
           PERFORM VERIFICA-REPORTE.
           PERFORM BUSCA-FIRMA-PREVIA.
           PERFORM AGREGA-FIRMA.
           DISPLAY "Prenomina del periodo " WS-PERIODO-FIRMADO
               " firmada por " WS-SESION-USUARIO.
           DISPLAY "Firma registrada en: " WS-RUTA-FIRMAS.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE 1 TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

           RESUELVE-PARAMETROS.
           ACCEPT WS-PERIODO-FIRMADO FROM ENVIRONMENT
               "PRENOMINA_PERIODO".
           IF WS-PERIODO-FIRMADO = SPACES
               DISPLAY "Periodo a firmar (AAAAQQ o SEAASS): "
               ACCEPT WS-PERIODO-FIRMADO
           END-IF.
           IF WS-PERIODO-FIRMADO = SPACES
               DISPLAY "RECHAZADO: sin periodo no hay firma."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUTA-PERIODOS FROM ENVIRONMENT
               "PERIODOS_NOMINA_PATH".
           IF WS-RUTA-PERIODOS = SPACES
               MOVE "PERIODOS-NOMINA.txt" TO WS-RUTA-PERIODOS
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "PRENOMINA_REPORTE_PATH".
           IF WS-RUTA-REPORTE = SPACES
               STRING "PRENOMINA-" DELIMITED BY SIZE
                   WS-PERIODO-FIRMADO DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-REPORTE
               END-STRING
           END-IF.
           ACCEPT WS-RUTA-FIRMAS FROM ENVIRONMENT
               "FIRMAS_PRENOMINA_PATH".
           IF WS-RUTA-FIRMAS = SPACES
               MOVE "FIRMAS-PRENOMINA.txt" TO WS-RUTA-FIRMAS
           END-IF.

      *    La firma autoriza un calculo que todavia no se hace: un
      *    periodo CERRADO ya no tiene calculo que autorizar.
           VERIFICA-PERIODO.
           MOVE SPACES TO WS-STATUS-PERIODO.
           OPEN INPUT PERIODOS-NOMINA.
           IF WS-FILE-STATUS-PER = "00"
               MOVE "1" TO FIN-DE-PERIODOS
               PERFORM LEE-LINEA-PERIODO
               PERFORM EVALUA-LINEA-PERIODO
                   UNTIL FIN-DE-PERIODOS = "0"
               CLOSE PERIODOS-NOMINA
           END-IF.
           IF WS-STATUS-PERIODO = SPACES
               DISPLAY "RECHAZADO: el periodo " WS-PERIODO-FIRMADO
                   " no esta en el control de periodos ("
                   WS-RUTA-PERIODOS ")."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STATUS-PERIODO = "CERRADO"
               DISPLAY "RECHAZADO: el periodo " WS-PERIODO-FIRMADO
                   " ya esta CERRADO."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           LEE-LINEA-PERIODO.
           READ PERIODOS-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-PERIODOS
               NOT AT END
                   MOVE LINEA-PERIODO TO PERIODO-REGISTRO
           END-READ.

           EVALUA-LINEA-PERIODO.
           IF PER-ID = WS-PERIODO-FIRMADO
               MOVE PER-STATUS TO WS-STATUS-PERIODO
           END-IF.
           PERFORM LEE-LINEA-PERIODO.

           VERIFICA-REPORTE.
           OPEN INPUT REPORTE-PRENOMINA.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no existe el reporte de prenomina "
                   WS-RUTA-REPORTE "; corra primero revisa-prenomina "
                   "con PRENOMINA_PERIODO=" WS-PERIODO-FIRMADO "."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE REPORTE-PRENOMINA.

      *    Volver a firmar un periodo (porque se corrigio algo y se
      *    reviso otra vez) es valido: la firma nueva se agrega y la
      *    anterior queda como rastro.
           BUSCA-FIRMA-PREVIA.
           MOVE SPACES TO WS-FIRMA-PREVIA-USUARIO.
           OPEN INPUT FIRMAS-PRENOMINA.
           IF WS-FILE-STATUS-FPN = "00"
               MOVE "1" TO FIN-DE-FIRMAS
               PERFORM LEE-LINEA-FIRMA
               PERFORM EVALUA-LINEA-FIRMA UNTIL FIN-DE-FIRMAS = "0"
               CLOSE FIRMAS-PRENOMINA
           END-IF.
           IF WS-FIRMA-PREVIA-USUARIO NOT = SPACES
               DISPLAY "Aviso: el periodo ya tenia firma de "
                   WS-FIRMA-PREVIA-USUARIO " (" WS-FIRMA-PREVIA-SELLO
                   "); se agrega la nueva."
           END-IF.

           LEE-LINEA-FIRMA.
           READ FIRMAS-PRENOMINA
               AT END
                   MOVE "0" TO FIN-DE-FIRMAS
               NOT AT END
                   MOVE LINEA-FIRMA TO FIRMA-PRENOMINA-REGISTRO
           END-READ.

           EVALUA-LINEA-FIRMA.
           IF FPN-PERIODO = WS-PERIODO-FIRMADO
               MOVE FPN-USUARIO TO WS-FIRMA-PREVIA-USUARIO
               MOVE FPN-SELLO TO WS-FIRMA-PREVIA-SELLO
           END-IF.
           PERFORM LEE-LINEA-FIRMA.

           AGREGA-FIRMA.
           OPEN EXTEND FIRMAS-PRENOMINA.
           IF WS-FILE-STATUS-FPN NOT = "00"
               OPEN OUTPUT FIRMAS-PRENOMINA
           END-IF.
           IF WS-FILE-STATUS-FPN NOT = "00"
               DISPLAY "RECHAZADO: no se pudo escribir la firma en: "
                   WS-RUTA-FIRMAS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "fecha-sello" USING WS-SELLO END-CALL.
           MOVE SPACES TO FIRMA-PRENOMINA-REGISTRO.
           MOVE WS-PERIODO-FIRMADO TO FPN-PERIODO.
           MOVE WS-SESION-USUARIO TO FPN-USUARIO.
           MOVE WS-SELLO TO FPN-SELLO.
           MOVE WS-RUTA-REPORTE TO FPN-REPORTE.
           MOVE FIRMA-PRENOMINA-REGISTRO TO LINEA-FIRMA.
           WRITE LINEA-FIRMA.
           CLOSE FIRMAS-PRENOMINA.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.
       END PROGRAM firma-prenomina.
