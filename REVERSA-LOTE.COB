      *         LA IMAGEN PREVIA DE SUS REEMPLAZOS, USANDO EL CONTROL
      *         DE LOTES (LOTREG.cpy), CON UN REPORTE DE LO REVERSADO.
      *         UN LOTE YA REVERSADO (MARCA "X" EN EL CONTROL) SE
      *         RECHAZA PARA NO DESHACERLO DOS VECES. UN LOTE DE
      *         fusiona-deptos TRAE ADEMAS IMAGENES PREVIAS DEL
      *         MAESTRO DE NOMINA ("N", SE REESCRIBEN) Y RENGLONES DE
      *         ARCHIVOS LATERALES (CATALOGO, PLANTILLA, REPARTOS,
      *         TRIPULACION, PRESUPUESTO Y LISTA DE DISTRIBUCION): LOS
      *         "G" QUE EL LOTE ESCRIBIO SE QUITAN Y LOS "F" QUE
      *         RETIRO SE DEVUELVEN. MIENTRAS UN PERIODO ESTA
      *         CALCULADO Y SIN CERRAR (verifica-congelamiento) LA
      *         REVERSA NO CORRE: UN LOTE SE DESHACE COMPLETO O NO SE
      *         DESHACE, Y SUS IMAGENES TRAEN DEPTO, PUESTO, BANCO,
      *         CLABE Y SALARIO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT NOMINA-MAESTRO
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ALTERNATE RECORD KEY IS NMX-DEPTO WITH DUPLICATES
       ALTERNATE RECORD KEY IS NMX-PUESTO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT ARCHIVO-LATERAL
       ASSIGN TO DYNAMIC WS-RUTA-LATERAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-LAT.

       SELECT LOTES-CARGA
       ASSIGN TO DYNAMIC WS-RUTA-LOTES
       ORGANIZATION IS LINE SEQUENTIAL
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD NOMINA-MAESTRO.
           COPY NOMIDX.

       FD ARCHIVO-LATERAL.
       01  LINEA-LATERAL PIC X(120).

       FD LOTES-CARGA.
       01  LINEA-LOTE PIC X(234).

       FD REPORTE-REVERSA.
       01  LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LOTREG.
       01  WS-TOTAL-ALTAS-BORRADAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-RESTAURADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-NO-APLICADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-NOMINA-RESTAURADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-LATERALES PIC 9(6) VALUE ZEROES.

      *    Congelamiento de datos maestros: la reversa no tiene
      *    sesion (rol en blanco), asi que nunca se fuerza.
       01  WS-CNG-ROL PIC X(1) VALUE SPACE.
       01  WS-CNG-PERIODO PIC X(6).
       01  WS-CNG-DECISION PIC X(1).

       01  WS-RUTA-NOMINA PIC X(200).
       01  WS-FILE-STATUS-NOM PIC X(2).
       01  WS-NOMINA-ABIERTA PIC X VALUE "N".
       01  WS-RUTA-LATERAL PIC X(200).
       01  WS-FILE-STATUS-LAT PIC X(2).
       01  FIN-DE-LATERAL PIC X.

      *    Renglones "F"/"G" del lote, por archivo lateral; se
      *    aplican despues de recorrer el control completo.
       01  WS-TABLA-RENGLONES-LOTE.
           05 WS-RLO-RENGLON OCCURS 5000 TIMES.
               10 WS-RLO-TAG PIC X(3).
               10 WS-RLO-TIPO PIC X(1).
               10 WS-RLO-LINEA PIC X(120).
       01  WS-TOTAL-RLO PIC 9(4) VALUE ZEROES.
       01  WS-IX-RLO PIC 9(4).
       01  WS-LAT-TAG PIC X(3).
       01  WS-LAT-PENDIENTE PIC X.
       01  WS-TABLA-LATERAL.
           05 WS-LAT-RENGLON OCCURS 12000 TIMES.
               10 WS-LAT-LINEA PIC X(120).
               10 WS-LAT-BORRADO PIC X(1).
       01  WS-TOTAL-LATERAL PIC 9(5) VALUE ZEROES.
       01  WS-IX-LAT PIC 9(5).
       01  WS-LAT-HALLADO PIC 9(5).

       01  WS-LINEA-REVERSA.
           05 REV-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 REV-ACCION PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 REV-RENGLON PIC X(60).

       PROCEDURE DIVISION.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "verifica-congelamiento"
               USING WS-CNG-ROL WS-CNG-PERIODO WS-CNG-DECISION
           END-CALL.
           IF WS-CNG-DECISION = "E"
               DISPLAY "La reversa del lote " WS-LOTE-REVERSA
                   " no corre mientras el periodo " WS-CNG-PERIODO
                   " no se cierre."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
               STOP RUN
           END-IF.
           PERFORM APLICA-REVERSA.
           IF WS-TOTAL-RLO > ZEROES
               MOVE "CAT" TO WS-LAT-TAG
               PERFORM RESTAURA-LATERAL
               MOVE "PLA" TO WS-LAT-TAG
               PERFORM RESTAURA-LATERAL
               MOVE "SPL" TO WS-LAT-TAG
               PERFORM RESTAURA-LATERAL
               MOVE "TRI" TO WS-LAT-TAG
               PERFORM RESTAURA-LATERAL
               MOVE "PPT" TO WS-LAT-TAG
               PERFORM RESTAURA-LATERAL
               MOVE "DIS" TO WS-LAT-TAG
               PERFORM RESTAURA-LATERAL
           END-IF.
           PERFORM MARCA-LOTE-REVERSADO.
           IF WS-NOMINA-ABIERTA = "S"
               CLOSE NOMINA-MAESTRO
           END-IF.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE REPORTE-REVERSA.
           DISPLAY "Lote reversado: " WS-LOTE-REVERSA.
           DISPLAY "Altas borradas: " WS-TOTAL-ALTAS-BORRADAS.
           DISPLAY "Imagenes restauradas: " WS-TOTAL-RESTAURADOS.
           IF WS-TOTAL-NOMINA-RESTAURADOS > ZEROES
               DISPLAY "Registros de nomina restaurados: "
                   WS-TOTAL-NOMINA-RESTAURADOS
           END-IF.
           IF WS-TOTAL-LATERALES > ZEROES
               DISPLAY "Renglones de archivos laterales: "
                   WS-TOTAL-LATERALES
           END-IF.
           DISPLAY "Movimientos que no se pudieron deshacer: "
               WS-TOTAL-NO-APLICADOS.
           DISPLAY "Reporte de reversa: " WS-RUTA-REPORTE.
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REVERSA-LOTE.txt" TO WS-RUTA-REPORTE
           END-IF.
           ACCEPT WS-RUTA-NOMINA FROM ENVIRONMENT
               "REGISTRO_NOMINA_ENTRADA_PATH".

           REVISA-LOTE-EN-CONTROL.
           OPEN INPUT LOTES-CARGA.
                       PERFORM DESHACE-ALTA
                   WHEN "R"
                       PERFORM RESTAURA-IMAGEN
                   WHEN "N"
                       PERFORM RESTAURA-NOMINA
                   WHEN "F"
                   WHEN "G"
                       PERFORM GUARDA-RENGLON-LATERAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           DESHACE-ALTA.
           MOVE LOT-EMPLEADO-ID TO EMPLEADOS-ID.
           MOVE LOT-EMPLEADO-ID TO REV-ID.
           MOVE SPACES TO REV-RENGLON.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
           MOVE LOT-IMAGEN-PREVIA TO EMPLEADOS-REGISTRO.
           MOVE LOT-EMPLEADO-ID TO EMPLEADOS-ID.
           MOVE LOT-EMPLEADO-ID TO REV-ID.
           MOVE SPACES TO REV-RENGLON.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   MOVE "NO SE PUDO RESTAURAR" TO REV-ACCION
           END-REWRITE.
           PERFORM ESCRIBE-LINEA-REVERSA.

      *    La imagen previa del maestro de nomina trae su propia
      *    llave (sitio y numero) en las primeras 7 posiciones.
           RESTAURA-NOMINA.
           MOVE LOT-EMPLEADO-ID TO REV-ID.
           MOVE SPACES TO REV-RENGLON.
           IF WS-NOMINA-ABIERTA = "N"
               AND WS-RUTA-NOMINA NOT = SPACES
               OPEN I-O NOMINA-MAESTRO
               IF WS-FILE-STATUS-NOM = "00"
                   MOVE "S" TO WS-NOMINA-ABIERTA
               ELSE
                   MOVE "X" TO WS-NOMINA-ABIERTA
               END-IF
           END-IF.
           IF WS-NOMINA-ABIERTA NOT = "S"
               MOVE "SIN MAESTRO DE NOMINA ABIERTO" TO REV-ACCION
               ADD 1 TO WS-TOTAL-NO-APLICADOS
           ELSE
               MOVE LOT-IMAGEN-PREVIA (1:63)
                   TO NOMINA-INDEXADA-REGISTRO
               REWRITE NOMINA-INDEXADA-REGISTRO
                   INVALID KEY
                       MOVE "NOMINA: NO SE PUDO RESTAURAR"
                           TO REV-ACCION
                       ADD 1 TO WS-TOTAL-NO-APLICADOS
                   NOT INVALID KEY
                       MOVE "NOMINA: IMAGEN PREVIA RESTAURADA"
                           TO REV-ACCION
                       ADD 1 TO WS-TOTAL-NOMINA-RESTAURADOS
               END-REWRITE
           END-IF.
           PERFORM ESCRIBE-LINEA-REVERSA.

           GUARDA-RENGLON-LATERAL.
           IF WS-TOTAL-RLO < 5000
               ADD 1 TO WS-TOTAL-RLO
               MOVE LOT-EMPLEADO-ID (1:3) TO WS-RLO-TAG (WS-TOTAL-RLO)
               MOVE LOT-TIPO TO WS-RLO-TIPO (WS-TOTAL-RLO)
               MOVE LOT-IMAGEN-PREVIA (1:120)
                   TO WS-RLO-LINEA (WS-TOTAL-RLO)
           ELSE
               MOVE LOT-EMPLEADO-ID TO REV-ID
               MOVE "RENGLON LATERAL NO CUPO" TO REV-ACCION
               MOVE LOT-IMAGEN-PREVIA (1:60) TO REV-RENGLON
               ADD 1 TO WS-TOTAL-NO-APLICADOS
               PERFORM ESCRIBE-LINEA-REVERSA
           END-IF.

      *    Un archivo lateral se carga completo, se le quitan los
      *    renglones "G" que escribio el lote (el primero identico
      *    de cada uno), se le devuelven los "F" que retiro y se
      *    reescribe.
           RESTAURA-LATERAL.
           MOVE "N" TO WS-LAT-PENDIENTE.
           PERFORM VARYING WS-IX-RLO FROM 1 BY 1
               UNTIL WS-IX-RLO > WS-TOTAL-RLO
               OR WS-LAT-PENDIENTE = "S"
               IF WS-RLO-TAG (WS-IX-RLO) = WS-LAT-TAG
                   MOVE "S" TO WS-LAT-PENDIENTE
               END-IF
           END-PERFORM.
           IF WS-LAT-PENDIENTE = "S"
               PERFORM RESUELVE-RUTA-LATERAL
               MOVE ZEROES TO WS-TOTAL-LATERAL
               OPEN INPUT ARCHIVO-LATERAL
               IF WS-FILE-STATUS-LAT = "00"
                   MOVE "1" TO FIN-DE-LATERAL
                   PERFORM LEE-LATERAL
                   PERFORM AGREGA-LATERAL UNTIL FIN-DE-LATERAL = "0"
                   CLOSE ARCHIVO-LATERAL
               END-IF
               PERFORM QUITA-RENGLON-G
                   VARYING WS-IX-RLO FROM 1 BY 1
                   UNTIL WS-IX-RLO > WS-TOTAL-RLO
               PERFORM DEVUELVE-RENGLON-F
                   VARYING WS-IX-RLO FROM 1 BY 1
                   UNTIL WS-IX-RLO > WS-TOTAL-RLO
               PERFORM REESCRIBE-LATERAL
           END-IF.

           RESUELVE-RUTA-LATERAL.
           MOVE SPACES TO WS-RUTA-LATERAL.
           EVALUATE WS-LAT-TAG
               WHEN "CAT"
                   ACCEPT WS-RUTA-LATERAL FROM ENVIRONMENT
                       "CATALOGO_DEPTOS_PATH"
                   IF WS-RUTA-LATERAL = SPACES
                       MOVE "CATALOGO-DEPTOS.txt" TO WS-RUTA-LATERAL
                   END-IF
               WHEN "PLA"
                   ACCEPT WS-RUTA-LATERAL FROM ENVIRONMENT
                       "PLANTILLA_AUTORIZADA_PATH"
                   IF WS-RUTA-LATERAL = SPACES
                       MOVE "PLANTILLA-AUTORIZADA.txt"
                           TO WS-RUTA-LATERAL
                   END-IF
               WHEN "SPL"
                   ACCEPT WS-RUTA-LATERAL FROM ENVIRONMENT
                       "SPLITS_CC_PATH"
                   IF WS-RUTA-LATERAL = SPACES
                       MOVE "SPLITS-CC.txt" TO WS-RUTA-LATERAL
                   END-IF
               WHEN "TRI"
                   ACCEPT WS-RUTA-LATERAL FROM ENVIRONMENT
                       "TRIPULACION_MINIMA_PATH"
                   IF WS-RUTA-LATERAL = SPACES
                       MOVE "TRIPULACION-MINIMA.txt" TO WS-RUTA-LATERAL
                   END-IF
               WHEN "PPT"
                   ACCEPT WS-RUTA-LATERAL FROM ENVIRONMENT
                       "PRESUPUESTO_NOMINA_PATH"
                   IF WS-RUTA-LATERAL = SPACES
                       MOVE "PRESUPUESTO-NOMINA.txt" TO WS-RUTA-LATERAL
                   END-IF
               WHEN OTHER
                   ACCEPT WS-RUTA-LATERAL FROM ENVIRONMENT
                       "DISTRIBUCION_REPORTES_PATH"
                   IF WS-RUTA-LATERAL = SPACES
                       MOVE "DISTRIBUCION-REPORTES.txt"
                           TO WS-RUTA-LATERAL
                   END-IF
           END-EVALUATE.

           LEE-LATERAL.
           READ ARCHIVO-LATERAL
               AT END
                   MOVE "0" TO FIN-DE-LATERAL
           END-READ.

           AGREGA-LATERAL.
           IF LINEA-LATERAL NOT = SPACES
               AND WS-TOTAL-LATERAL < 12000
               ADD 1 TO WS-TOTAL-LATERAL
               MOVE LINEA-LATERAL TO WS-LAT-LINEA (WS-TOTAL-LATERAL)
               MOVE "N" TO WS-LAT-BORRADO (WS-TOTAL-LATERAL)
           END-IF.
           PERFORM LEE-LATERAL.

           QUITA-RENGLON-G.
           IF WS-RLO-TAG (WS-IX-RLO) = WS-LAT-TAG
               AND WS-RLO-TIPO (WS-IX-RLO) = "G"
               MOVE ZEROES TO WS-LAT-HALLADO
               PERFORM VARYING WS-IX-LAT FROM 1 BY 1
                   UNTIL WS-IX-LAT > WS-TOTAL-LATERAL
                   OR WS-LAT-HALLADO > ZEROES
                   IF WS-LAT-BORRADO (WS-IX-LAT) = "N"
                       AND WS-LAT-LINEA (WS-IX-LAT) =
                           WS-RLO-LINEA (WS-IX-RLO)
                       MOVE WS-IX-LAT TO WS-LAT-HALLADO
                   END-IF
               END-PERFORM
               MOVE WS-LAT-TAG TO REV-ID
               MOVE WS-RLO-LINEA (WS-IX-RLO) TO REV-RENGLON
               IF WS-LAT-HALLADO = ZEROES
                   MOVE "YA NO ESTABA; NADA QUE QUITAR" TO REV-ACCION
                   ADD 1 TO WS-TOTAL-NO-APLICADOS
               ELSE
                   MOVE "S" TO WS-LAT-BORRADO (WS-LAT-HALLADO)
                   MOVE "RENGLON DEL LOTE QUITADO" TO REV-ACCION
                   ADD 1 TO WS-TOTAL-LATERALES
               END-IF
               PERFORM ESCRIBE-LINEA-REVERSA
           END-IF.

           DEVUELVE-RENGLON-F.
           IF WS-RLO-TAG (WS-IX-RLO) = WS-LAT-TAG
               AND WS-RLO-TIPO (WS-IX-RLO) = "F"
               MOVE WS-LAT-TAG TO REV-ID
               MOVE WS-RLO-LINEA (WS-IX-RLO) TO REV-RENGLON
               IF WS-TOTAL-LATERAL < 12000
                   ADD 1 TO WS-TOTAL-LATERAL
                   MOVE WS-RLO-LINEA (WS-IX-RLO)
                       TO WS-LAT-LINEA (WS-TOTAL-LATERAL)
                   MOVE "N" TO WS-LAT-BORRADO (WS-TOTAL-LATERAL)
                   MOVE "RENGLON ANTERIOR DEVUELTO" TO REV-ACCION
                   ADD 1 TO WS-TOTAL-LATERALES
               ELSE
                   MOVE "NO CUPO; NO SE DEVOLVIO" TO REV-ACCION
                   ADD 1 TO WS-TOTAL-NO-APLICADOS
               END-IF
               PERFORM ESCRIBE-LINEA-REVERSA
           END-IF.

           REESCRIBE-LATERAL.
           OPEN OUTPUT ARCHIVO-LATERAL.
           IF WS-FILE-STATUS-LAT NOT = "00"
               DISPLAY "AVISO: no se pudo reescribir "
                   FUNCTION TRIM(WS-RUTA-LATERAL)
               ADD 1 TO WS-TOTAL-NO-APLICADOS
           ELSE
               PERFORM ESCRIBE-RENGLON-LATERAL
                   VARYING WS-IX-LAT FROM 1 BY 1
                   UNTIL WS-IX-LAT > WS-TOTAL-LATERAL
               CLOSE ARCHIVO-LATERAL
           END-IF.

           ESCRIBE-RENGLON-LATERAL.
           IF WS-LAT-BORRADO (WS-IX-LAT) = "N"
               MOVE WS-LAT-LINEA (WS-IX-LAT) TO LINEA-LATERAL
               WRITE LINEA-LATERAL
           END-IF.

           ESCRIBE-LINEA-REVERSA.
           MOVE WS-LINEA-REVERSA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
