       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT NOMINA-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT EMPLEADOS-AUDITORIA
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD NOMINA-ENTRADA.
           COPY NOMIDX.

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       FD REPORTE-CONCILIA.
       01  LINEA-REPORTE PIC X(110).
       01  FIN-DE-NOMINA PIC X.
       01  FIN-DE-AUDITORIA PIC X.

       01  WS-NOM-ENCONTRADO PIC X.

      *    Ultimo movimiento por ID visto en la auditoria, para decir
      *    de que lado fue el ultimo cambio.

           EMPIEZA-PROGRAMA.
           PERFORM RESUELVE-RUTAS.
           PERFORM ABRE-NOMINA.
           PERFORM CARGA-ULTIMOS-AUDITORIA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-REGISTRO-DIR.
           PERFORM CONCILIA-REGISTRO UNTIL FIN-DEL-ARCHIVO = "0".
           PERFORM REPORTA-NOMINA-SIN-CRUCE.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE NOMINA-ENTRADA.
           CLOSE REPORTE-CONCILIA.
           DISPLAY "Registros del directorio leidos: "
               WS-TOTAL-DIR-LEIDOS.
               MOVE "CONCILIA-STATUS.txt" TO WS-RUTA-REPORTE
           END-IF.

           ABRE-NOMINA.
           OPEN INPUT NOMINA-ENTRADA.
           IF WS-FILE-STATUS-NOM NOT = "00"
               DISPLAY "No se pudo abrir el maestro de nomina: "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           LEE-REGISTRO-NOMINA.
           READ NOMINA-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-NOMINA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

      *    Del log de auditoria se conserva el ultimo movimiento de
      *    cada ID; si el archivo no esta, los desajustes salen sin
      *    rastro.
           ADD 1 TO WS-TOTAL-DIR-LEIDOS.
           PERFORM DERIVA-CRUCE.
           PERFORM BUSCA-EN-NOMINA.
           IF WS-NOM-ENCONTRADO = "N"
               IF EMPLEADOS-STATUS = "L"
                   MOVE "Licencia sin contraparte en nomina"
                       TO CON-TEXTO
                   END-IF
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN (EMPLEADOS-STATUS = "T"
                       OR EMPLEADOS-STATUS = "I")
                       AND WS-STATUS-EMP = 0
                       MOVE "Baja en directorio; nomina 0-Activo"
                           TO CON-TEXTO
                       PERFORM ESCRIBE-DESAJUSTE
                   WHEN (EMPLEADOS-STATUS = "A"
                       OR EMPLEADOS-STATUS = "L")
                       AND WS-STATUS-EMP = 1
                       MOVE "Activo en directorio; nomina 1-Baja"
                           TO CON-TEXTO
                       PERFORM ESCRIBE-DESAJUSTE
           END-IF.

           BUSCA-EN-NOMINA.
           MOVE CRUCE-ID-SITIO TO NMX-SITIO.
           MOVE CRUCE-ID-NOMINA TO NMX-NUMERO.
           READ NOMINA-ENTRADA
               KEY IS NMX-LLAVE
               INVALID KEY
                   MOVE "N" TO WS-NOM-ENCONTRADO
               NOT INVALID KEY
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
                   MOVE "S" TO WS-NOM-ENCONTRADO
           END-READ.

           ESCRIBE-DESAJUSTE.
           MOVE EMPLEADOS-ID TO CON-ID.
               END-IF
           END-PERFORM.

      *    Vuelta por el maestro completo: cada activo de nomina se
      *    busca en el directorio por el ID que le da la regla de
      *    CRUCEID.cpy.
           REPORTA-NOMINA-SIN-CRUCE.
           MOVE LOW-VALUES TO NMX-LLAVE.
           START NOMINA-ENTRADA KEY IS >= NMX-LLAVE
               INVALID KEY
                   MOVE "0" TO FIN-DE-NOMINA
               NOT INVALID KEY
                   MOVE "1" TO FIN-DE-NOMINA
           END-START.
           IF FIN-DE-NOMINA = "1"
               PERFORM LEE-REGISTRO-NOMINA
           END-IF.
           PERFORM REPORTA-UNO-SIN-CRUCE UNTIL FIN-DE-NOMINA = "0".

           REPORTA-UNO-SIN-CRUCE.
           IF WS-STATUS-EMP = 0
               MOVE WS-SITIO-EMP TO CRUCE-ID-SITIO
               MOVE WS-NUMERO-EMP TO CRUCE-ID-NOMINA
               CALL "forma-id-directorio"
                   USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
               END-CALL
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       PERFORM ESCRIBE-NOMINA-SIN-CRUCE
               END-READ
           END-IF.
           PERFORM LEE-REGISTRO-NOMINA.

           ESCRIBE-NOMINA-SIN-CRUCE.
           MOVE SPACES TO CON-ID.
           MOVE SPACES TO CON-TEXTO.
           STRING "Nomina " DELIMITED BY SIZE
               WS-NUMERO-EMP DELIMITED BY SIZE
               " 0-Activo sin registro en directorio"
                   DELIMITED BY SIZE
               INTO CON-TEXTO
           END-STRING.
           MOVE "sin rastro en la auditoria" TO CON-ULTIMO.
           MOVE WS-LINEA-DESAJUSTE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO WS-TOTAL-DESAJUSTES.
       END PROGRAM concilia-status.
