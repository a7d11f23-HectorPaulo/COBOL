      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CONVERSION UNICA DEL MAESTRO DE NOMINA SECUENCIAL DE
      *         56 BYTES (EL UT-S-EMPLEADO DE PROG0010) AL MAESTRO
      *         INDEXADO DE NOMIDX.cpy: LLAVE PRIMARIA SITIO MAS
      *         NUMERO Y LLAVES ALTERNAS DE DEPARTAMENTO Y PUESTO.
      *         CUENTA Y TOTALIZA EL ORIGEN (REGISTROS, TOTAL DE
      *         CONTROL hash-total-id DEL ID DEL DIRECTORIO Y SUMA DE
      *         SALARIOS), RELEE EL DESTINO PARA LAS MISMAS CIFRAS,
      *         RECORRE LAS DOS LLAVES ALTERNAS CONTANDO LO QUE
      *         ALCANZAN Y DEJA UN REPORTE DE CONTROL. UNA LLAVE
      *         REPETIDA EN EL ORIGEN O CUALQUIER CIFRA QUE NO CUADRE
      *         TERMINA CON RETURN-CODE 8: NO SE DEBE REEMPLAZAR EL
      *         MAESTRO CON ESE ARCHIVO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. convierte-maestro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT NOMINA-SECUENCIAL
       ASSIGN TO DYNAMIC WS-RUTA-ORIGEN
       FILE STATUS IS WS-FILE-STATUS-ORI.

       SELECT NOMINA-INDEXADA
       ASSIGN TO DYNAMIC WS-RUTA-DESTINO
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ALTERNATE RECORD KEY IS NMX-DEPTO WITH DUPLICATES
       ALTERNATE RECORD KEY IS NMX-PUESTO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-IDX.

       SELECT REPORTE-CONVERSION
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD NOMINA-SECUENCIAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS.
       01  REG-NOMINA-SECUENCIAL PIC X(56).

       FD NOMINA-INDEXADA.
           COPY NOMIDX.

       FD REPORTE-CONVERSION.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY NOMREG.

       01  WS-RUTA-ORIGEN PIC X(200).
       01  WS-RUTA-DESTINO PIC X(200).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-ORI PIC X(2).
       01  WS-FILE-STATUS-IDX PIC X(2).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-ID-DIRECTORIO PIC X(6).

      *    Cifras de control del origen y del destino releido.
       01  WS-LEIDOS-ORIGEN PIC 9(6) VALUE ZEROES.
       01  WS-HASH-ORIGEN PIC 9(9) VALUE ZEROES.
       01  WS-SALARIOS-ORIGEN PIC S9(11)V99 VALUE ZEROES.
       01  WS-ESCRITOS PIC 9(6) VALUE ZEROES.
       01  WS-REPETIDOS PIC 9(6) VALUE ZEROES.
       01  WS-LEIDOS-DESTINO PIC 9(6) VALUE ZEROES.
       01  WS-HASH-DESTINO PIC 9(9) VALUE ZEROES.
       01  WS-SALARIOS-DESTINO PIC S9(11)V99 VALUE ZEROES.
       01  WS-ALCANZADOS-DEPTO PIC 9(6) VALUE ZEROES.
       01  WS-ALCANZADOS-PUESTO PIC 9(6) VALUE ZEROES.
       01  WS-CUADRA PIC X VALUE "S".

       01  WS-LINEA-TITULOS.
           05 FILLER PIC X(36) VALUE "CIFRA".
           05 FILLER PIC X(11) VALUE "   ORIGEN".
           05 FILLER PIC X(9) VALUE "  DESTINO".

       01  WS-LINEA-CIFRA.
           05 CIF-TEXTO PIC X(36).
           05 CIF-ORIGEN PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CIF-DESTINO PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CIF-RESULTADO PIC X(9).

       01  WS-LINEA-IMPORTE.
           05 IMP-TEXTO PIC X(24).
           05 IMP-ORIGEN PIC -(11)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IMP-DESTINO PIC -(11)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IMP-RESULTADO PIC X(9).

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "convierte-maestro".
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
           PERFORM CARGA-INDEXADO.
           PERFORM RELEE-DESTINO.
           PERFORM RECORRE-LLAVES-ALTERNAS.
           PERFORM ESCRIBE-REPORTE.
           DISPLAY "Registros en el origen: " WS-LEIDOS-ORIGEN.
           DISPLAY "Registros en el indexado: " WS-LEIDOS-DESTINO.
           DISPLAY "Llaves repetidas en el origen: " WS-REPETIDOS.
           DISPLAY "Maestro indexado: " WS-RUTA-DESTINO.
           DISPLAY "Reporte de control: " WS-RUTA-REPORTE.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-ESCRITOS TO WS-BIT-CONTADOR.
           IF WS-CUADRA = "S"
               MOVE "OK" TO WS-BIT-ESTADO
           ELSE
               MOVE "RECHAZADO" TO WS-BIT-ESTADO
           END-IF.
           PERFORM REGISTRA-BITACORA.
           IF WS-CUADRA NOT = "S"
               DISPLAY "AVISO: la conversion NO cuadro; no reemplace "
                   "el maestro de nomina con este archivo."
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-ORIGEN FROM ENVIRONMENT
               "CONVIERTE_MAESTRO_ENTRADA_PATH".
           IF WS-RUTA-ORIGEN = SPACES
               MOVE "NOMINA.dat" TO WS-RUTA-ORIGEN
           END-IF.
           ACCEPT WS-RUTA-DESTINO FROM ENVIRONMENT
               "CONVIERTE_MAESTRO_SALIDA_PATH".
           IF WS-RUTA-DESTINO = SPACES
               MOVE "NOMINA-INDEXADA.dat" TO WS-RUTA-DESTINO
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "CONVIERTE_MAESTRO_REPORTE_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "CONVIERTE-MAESTRO.txt" TO WS-RUTA-REPORTE
           END-IF.
      *    El indexado se crea con OPEN OUTPUT: apuntarlo al mismo
      *    archivo del origen destruiria el maestro antes de leerlo.
           IF WS-RUTA-DESTINO = WS-RUTA-ORIGEN
               DISPLAY "RECHAZADO: el maestro indexado no puede ser "
                   "el mismo archivo que el secuencial de origen."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CARGA-INDEXADO.
           OPEN INPUT NOMINA-SECUENCIAL.
           IF WS-FILE-STATUS-ORI NOT = "00"
               DISPLAY "No se pudo abrir el maestro secuencial: "
                   WS-RUTA-ORIGEN " FILE STATUS: " WS-FILE-STATUS-ORI
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NOMINA-INDEXADA.
           IF WS-FILE-STATUS-IDX NOT = "00"
               DISPLAY "No se pudo crear el maestro indexado: "
                   WS-RUTA-DESTINO " FILE STATUS: " WS-FILE-STATUS-IDX
               CLOSE NOMINA-SECUENCIAL
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-SECUENCIAL.
           PERFORM CARGA-UN-EMPLEADO UNTIL FIN-DE-ENTRADA = "0".
           CLOSE NOMINA-SECUENCIAL.
           CLOSE NOMINA-INDEXADA.

           LEE-SECUENCIAL.
           READ NOMINA-SECUENCIAL
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE REG-NOMINA-SECUENCIAL TO WS-REG-EMPLEADOS
           END-READ.

           CARGA-UN-EMPLEADO.
           ADD 1 TO WS-LEIDOS-ORIGEN.
           ADD WS-SALARIO-EMP TO WS-SALARIOS-ORIGEN.
           CALL "forma-id-directorio"
               USING WS-SITIO-EMP WS-NUMERO-EMP WS-ID-DIRECTORIO
           END-CALL.
           CALL "hash-total-id"
               USING WS-ID-DIRECTORIO WS-HASH-ORIGEN
           END-CALL.
           MOVE WS-SITIO-EMP TO NMX-SITIO.
           MOVE WS-NUMERO-EMP TO NMX-NUMERO.
           MOVE WS-REG-EMPLEADOS TO NMX-DATOS.
           WRITE NOMINA-INDEXADA-REGISTRO
               INVALID KEY
                   DISPLAY "Llave repetida en el origen, sitio "
                       WS-SITIO-EMP " numero " WS-NUMERO-EMP
                   ADD 1 TO WS-REPETIDOS
               NOT INVALID KEY
                   ADD 1 TO WS-ESCRITOS
           END-WRITE.
           PERFORM LEE-SECUENCIAL.

      *    Las cifras del destino salen de releer el indexado ya
      *    cerrado, no de lo que se creyo escribir.
           RELEE-DESTINO.
           OPEN INPUT NOMINA-INDEXADA.
           IF WS-FILE-STATUS-IDX NOT = "00"
               DISPLAY "No se pudo reabrir el maestro indexado. FILE "
                   "STATUS: " WS-FILE-STATUS-IDX
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-INDEXADO.
           PERFORM TOTALIZA-DESTINO UNTIL FIN-DE-ENTRADA = "0".
           CLOSE NOMINA-INDEXADA.

           LEE-INDEXADO.
           READ NOMINA-INDEXADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

           TOTALIZA-DESTINO.
           ADD 1 TO WS-LEIDOS-DESTINO.
           ADD WS-SALARIO-EMP TO WS-SALARIOS-DESTINO.
           CALL "forma-id-directorio"
               USING NMX-SITIO NMX-NUMERO WS-ID-DIRECTORIO
           END-CALL.
           CALL "hash-total-id"
               USING WS-ID-DIRECTORIO WS-HASH-DESTINO
           END-CALL.
           PERFORM LEE-INDEXADO.

      *    Cada registro debe alcanzarse tambien recorriendo cada una
      *    de las llaves alternas desde el principio.
           RECORRE-LLAVES-ALTERNAS.
           OPEN INPUT NOMINA-INDEXADA.
           IF WS-FILE-STATUS-IDX NOT = "00"
               MOVE "N" TO WS-CUADRA
           ELSE
               MOVE ZEROES TO NMX-DEPTO
               START NOMINA-INDEXADA KEY IS >= NMX-DEPTO
                   INVALID KEY
                       MOVE "0" TO FIN-DE-ENTRADA
                   NOT INVALID KEY
                       MOVE "1" TO FIN-DE-ENTRADA
               END-START
               PERFORM CUENTA-POR-DEPTO UNTIL FIN-DE-ENTRADA = "0"
               MOVE ZEROES TO NMX-PUESTO
               START NOMINA-INDEXADA KEY IS >= NMX-PUESTO
                   INVALID KEY
                       MOVE "0" TO FIN-DE-ENTRADA
                   NOT INVALID KEY
                       MOVE "1" TO FIN-DE-ENTRADA
               END-START
               PERFORM CUENTA-POR-PUESTO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE NOMINA-INDEXADA
           END-IF.

           CUENTA-POR-DEPTO.
           READ NOMINA-INDEXADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   ADD 1 TO WS-ALCANZADOS-DEPTO
           END-READ.

           CUENTA-POR-PUESTO.
           READ NOMINA-INDEXADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   ADD 1 TO WS-ALCANZADOS-PUESTO
           END-READ.

           ESCRIBE-REPORTE.
           OPEN OUTPUT REPORTE-CONVERSION.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "No se pudo crear el reporte de control: "
                   WS-RUTA-REPORTE
           END-IF.
           MOVE "CONVERSION DEL MAESTRO DE NOMINA A INDEXADO"
               TO LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ORIGEN:  " DELIMITED BY SIZE
               WS-RUTA-ORIGEN DELIMITED BY SPACE
               INTO LINEA-REPORTE
           END-STRING.
           PERFORM ESCRIBE-RENGLON.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DESTINO: " DELIMITED BY SIZE
               WS-RUTA-DESTINO DELIMITED BY SPACE
               INTO LINEA-REPORTE
           END-STRING.
           PERFORM ESCRIBE-RENGLON.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON.
           MOVE WS-LINEA-TITULOS TO LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON.
           MOVE "Registros:" TO CIF-TEXTO.
           MOVE WS-LEIDOS-ORIGEN TO CIF-ORIGEN.
           MOVE WS-LEIDOS-DESTINO TO CIF-DESTINO.
           IF WS-LEIDOS-ORIGEN = WS-LEIDOS-DESTINO
               MOVE "CUADRA" TO CIF-RESULTADO
           ELSE
               MOVE "NO CUADRA" TO CIF-RESULTADO
               MOVE "N" TO WS-CUADRA
           END-IF.
           MOVE WS-LINEA-CIFRA TO LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON.
           MOVE "Total de control (hash-total-id):" TO CIF-TEXTO.
           MOVE WS-HASH-ORIGEN TO CIF-ORIGEN.
           MOVE WS-HASH-DESTINO TO CIF-DESTINO.
           IF WS-HASH-ORIGEN = WS-HASH-DESTINO
               MOVE "CUADRA" TO CIF-RESULTADO
           ELSE
               MOVE "NO CUADRA" TO CIF-RESULTADO
               MOVE "N" TO WS-CUADRA
           END-IF.
           MOVE WS-LINEA-CIFRA TO LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON.
           MOVE "Suma de salarios:" TO IMP-TEXTO.
           MOVE WS-SALARIOS-ORIGEN TO IMP-ORIGEN.
           MOVE WS-SALARIOS-DESTINO TO IMP-DESTINO.
           IF WS-SALARIOS-ORIGEN = WS-SALARIOS-DESTINO
               MOVE "CUADRA" TO IMP-RESULTADO
           ELSE
               MOVE "NO CUADRA" TO IMP-RESULTADO
               MOVE "N" TO WS-CUADRA
           END-IF.
           MOVE WS-LINEA-IMPORTE TO LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON.
           MOVE "Alcanzados por llave de depto:" TO CIF-TEXTO.
           MOVE WS-LEIDOS-DESTINO TO CIF-ORIGEN.
           MOVE WS-ALCANZADOS-DEPTO TO CIF-DESTINO.
           IF WS-ALCANZADOS-DEPTO = WS-LEIDOS-DESTINO
               MOVE "CUADRA" TO CIF-RESULTADO
           ELSE
               MOVE "NO CUADRA" TO CIF-RESULTADO
               MOVE "N" TO WS-CUADRA
           END-IF.
           MOVE WS-LINEA-CIFRA TO LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON.
           MOVE "Alcanzados por llave de puesto:" TO CIF-TEXTO.
           MOVE WS-LEIDOS-DESTINO TO CIF-ORIGEN.
           MOVE WS-ALCANZADOS-PUESTO TO CIF-DESTINO.
           IF WS-ALCANZADOS-PUESTO = WS-LEIDOS-DESTINO
               MOVE "CUADRA" TO CIF-RESULTADO
           ELSE
               MOVE "NO CUADRA" TO CIF-RESULTADO
               MOVE "N" TO WS-CUADRA
           END-IF.
           MOVE WS-LINEA-CIFRA TO LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON.
           MOVE "Llaves repetidas en el origen:" TO CIF-TEXTO.
           MOVE WS-REPETIDOS TO CIF-ORIGEN.
           MOVE ZEROES TO CIF-DESTINO.
           IF WS-REPETIDOS = ZEROES
               MOVE "CUADRA" TO CIF-RESULTADO
           ELSE
               MOVE "NO CUADRA" TO CIF-RESULTADO
               MOVE "N" TO WS-CUADRA
           END-IF.
           MOVE WS-LINEA-CIFRA TO LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON.
           IF WS-CUADRA = "S"
               MOVE "RESULTADO: LA CONVERSION CUADRA."
                   TO LINEA-REPORTE
           ELSE
               MOVE "RESULTADO: LA CONVERSION NO CUADRA; NO REEMPLACE"
                   TO LINEA-REPORTE
           END-IF.
           PERFORM ESCRIBE-RENGLON.
           IF WS-FILE-STATUS-RPT = "00"
               CLOSE REPORTE-CONVERSION
           END-IF.

           ESCRIBE-RENGLON.
           IF WS-FILE-STATUS-RPT = "00"
               WRITE LINEA-REPORTE
           END-IF.
           DISPLAY LINEA-REPORTE.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

       END PROGRAM convierte-maestro.
