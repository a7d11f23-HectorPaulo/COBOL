      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:BARRIDO UNICO DE LAS DIRECCIONES YA CAPTURADAS CONTRA
      *         EL CATALOGO DE SEPOMEX: RECORRE EMPLEADOS-ARCHIVO, PASA
      *         CADA DIRECCION DE UN REGISTRO VIVO (STATUS A O L) POR
      *         valida-direccion Y ABRE EN LA COLA DE CALIDAD
      *         (COLA-CALIDAD.dat, COLREG.cpy) UN PENDIENTE DE LA
      *         REGLA CPO POR CADA UNA QUE NO CUADRA O QUE TRAE LA
      *         CIUDAD O EL ESTADO EN BLANCO, PARA QUE SE CORRIJAN
      *         DESDE LA OPCION C DE BDD-INDEXADAS. NO CAMBIA NINGUN
      *         REGISTRO DEL MAESTRO. LISTA CADA HALLAZGO CON SU
      *         MOTIVO EN BARRIDO-DIRECCIONES (GENERACION DEL DIA).
      *         valida-calidad CONSERVA ESTOS PENDIENTES MIENTRAS LA
      *         DIRECCION SIGA MAL Y LOS CIERRA AL CORREGIRSE. SIN
      *         CATALOGO CARGADO (carga-sepomex) EL BARRIDO SE RECHAZA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. barre-direcciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS.

       SELECT COLA-CALIDAD
       ASSIGN TO DYNAMIC WS-RUTA-COLA
       ORGANIZATION IS INDEXED
       RECORD KEY IS COLA-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-COL.

       SELECT REPORTE-BARRIDO
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD COLA-CALIDAD.
           COPY COLREG.

       FD REPORTE-BARRIDO.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RPTENC.

       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-COLA PIC X(200).
       01  WS-FILE-STATUS-COL PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DEL-ARCHIVO PIC X.
       01  WS-FECHA-CORRIDA PIC X(8).

       01  WS-DIRECCION-BARRIDO PIC X(35).
       01  WS-RESULTADO-DIRECCION PIC X.
       01  WS-MENSAJE-DIRECCION PIC X(60).

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-REVISADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-DIRECCION PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-HALLAZGOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-INCOMPLETAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-PENDIENTES-NUEVOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-YA-ABIERTOS PIC 9(6) VALUE ZEROES.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(45)
               VALUE "BARRIDO DE DIRECCIONES CONTRA SEPOMEX".
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(8) VALUE "ID".
           05 FILLER PIC X(37) VALUE "DIRECCION CAPTURADA".
           05 FILLER PIC X(11) VALUE "PENDIENTE".
           05 FILLER PIC X(60) VALUE "MOTIVO".
       01  WS-LINEA-DETALLE.
           05 DET-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DIRECCION PIC X(35).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PENDIENTE PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-MOTIVO PIC X(60).
       01  WS-LINEA-TOTAL.
           05 TOT-TEXTO PIC X(40).
           05 TOT-CANTIDAD PIC ZZZ,ZZ9.

       01  WS-CANDADO-PROGRAMA PIC X(20) VALUE "barre-direcciones".
       01  WS-CANDADO-USUARIO PIC X(20).
       01  WS-CANDADO-RESULTADO PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "barre-direcciones".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM TOMA-CANDADO-CORRIDA.
           PERFORM RESUELVE-PARAMETROS.
           PERFORM ABRE-ARCHIVOS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-SIGUIENTE-REGISTRO.
           PERFORM REVISA-REGISTRO UNTIL FIN-DEL-ARCHIVO = "0".
           PERFORM ESCRIBE-TOTALES.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE COLA-CALIDAD.
           CLOSE REPORTE-BARRIDO.
           DISPLAY "Registros leidos: " WS-TOTAL-LEIDOS
               "  direcciones revisadas: " WS-TOTAL-REVISADOS.
           DISPLAY "Direcciones con problema: " WS-TOTAL-HALLAZGOS
               "  pendientes CPO nuevos: " WS-TOTAL-PENDIENTES-NUEVOS
               "  ya abiertos: " WS-TOTAL-YA-ABIERTOS.
           DISPLAY "Listado en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-HALLAZGOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           CALL "libera-candado" USING WS-CANDADO-PROGRAMA END-CALL.
           STOP RUN.

           TOMA-CANDADO-CORRIDA.
           ACCEPT WS-CANDADO-USUARIO FROM ENVIRONMENT
               "CANDADO_USUARIO".
           IF WS-CANDADO-USUARIO = SPACES
               MOVE "operador" TO WS-CANDADO-USUARIO
           END-IF.
           CALL "toma-candado"
               USING WS-CANDADO-PROGRAMA WS-CANDADO-USUARIO
                   WS-CANDADO-RESULTADO
           END-CALL.
           IF WS-CANDADO-RESULTADO NOT = "S"
               PERFORM CIERRA-BITACORA-RECHAZO-SIN-CANDADO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    El rechazo por candado no debe soltar el candado del que
      *    si esta corriendo; por eso su cierre de bitacora es
      *    aparte.
           CIERRA-BITACORA-RECHAZO-SIN-CANDADO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           CALL "libera-candado" USING WS-CANDADO-PROGRAMA END-CALL.

           RESUELVE-PARAMETROS.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-COLA FROM ENVIRONMENT "COLA_CALIDAD_PATH".
           IF WS-RUTA-COLA = SPACES
               MOVE "COLA-CALIDAD.dat" TO WS-RUTA-COLA
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "BARRIDO_DIRECCIONES_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "BARRIDO-DIRECCIONES" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.

           ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O COLA-CALIDAD.
           IF WS-FILE-STATUS-COL = "35"
               OPEN OUTPUT COLA-CALIDAD
               CLOSE COLA-CALIDAD
               OPEN I-O COLA-CALIDAD
           END-IF.
           IF WS-FILE-STATUS-COL NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir la cola de "
                   "calidad. FILE STATUS: " WS-FILE-STATUS-COL
               CLOSE EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-BARRIDO.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el listado: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE COLA-CALIDAD
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-CORRIDA TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           LEE-SIGUIENTE-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DEL-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-TOTAL-LEIDOS
           END-READ.

      *    Se revisan los mismos registros que valida-calidad juzga
      *    con la regla CPO (vivos y con direccion), para que la
      *    siguiente corrida de calidad no cierre lo que aqui se
      *    abre. La direccion vacia ya la cubre la regla DIR.
           REVISA-REGISTRO.
           IF EMPLEADOS-STATUS = "A" OR EMPLEADOS-STATUS = "L"
               IF EMPLEADOS-DIRECCION = SPACES
                   ADD 1 TO WS-TOTAL-SIN-DIRECCION
               ELSE
                   ADD 1 TO WS-TOTAL-REVISADOS
                   MOVE EMPLEADOS-DIRECCION TO WS-DIRECCION-BARRIDO
                   CALL "valida-direccion"
                       USING WS-DIRECCION-BARRIDO
                           WS-RESULTADO-DIRECCION WS-MENSAJE-DIRECCION
                   END-CALL
                   IF WS-RESULTADO-DIRECCION = "X"
                       PERFORM RECHAZA-SIN-CATALOGO
                   END-IF
                   IF WS-RESULTADO-DIRECCION NOT = "S"
                       PERFORM REGISTRA-HALLAZGO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-SIGUIENTE-REGISTRO.

      *    Sin catalogo no hay contra que barrer; lo ya abierto en
      *    la cola se queda como esta.
           RECHAZA-SIN-CATALOGO.
           DISPLAY "RECHAZADO: no hay catalogo de codigos postales; "
               "correr carga-sepomex antes del barrido.".
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE COLA-CALIDAD.
           CLOSE REPORTE-BARRIDO.
           PERFORM CIERRA-BITACORA-RECHAZO.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *    Igual que valida-calidad: un pendiente CPO abierto se deja
      *    como esta, uno cerrado se reabre con la fecha de hoy y si
      *    no existe se crea.
           REGISTRA-HALLAZGO.
           ADD 1 TO WS-TOTAL-HALLAZGOS.
           IF WS-RESULTADO-DIRECCION = "C"
               ADD 1 TO WS-TOTAL-INCOMPLETAS
           END-IF.
           MOVE EMPLEADOS-ID TO COLA-EMPLEADO-ID.
           MOVE "CPO" TO COLA-REGLA.
           READ COLA-CALIDAD
               KEY IS COLA-LLAVE
               INVALID KEY
                   MOVE EMPLEADOS-ID TO COLA-EMPLEADO-ID
                   MOVE "CPO" TO COLA-REGLA
                   MOVE WS-FECHA-CORRIDA TO COLA-FECHA-DETECCION
                   MOVE "A" TO COLA-STATUS
                   WRITE COLA-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO WS-TOTAL-PENDIENTES-NUEVOS
                   MOVE "NUEVO" TO DET-PENDIENTE
               NOT INVALID KEY
                   IF COLA-STATUS = "A"
                       ADD 1 TO WS-TOTAL-YA-ABIERTOS
                       MOVE "YA ABIERTO" TO DET-PENDIENTE
                   ELSE
                       MOVE WS-FECHA-CORRIDA TO COLA-FECHA-DETECCION
                       MOVE "A" TO COLA-STATUS
                       REWRITE COLA-REGISTRO
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-TOTAL-PENDIENTES-NUEVOS
                       MOVE "REABIERTO" TO DET-PENDIENTE
                   END-IF
           END-READ.
           MOVE EMPLEADOS-ID TO DET-ID.
           MOVE EMPLEADOS-DIRECCION TO DET-DIRECCION.
           MOVE WS-MENSAJE-DIRECCION TO DET-MOTIVO.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "REGISTROS LEIDOS" TO TOT-TEXTO.
           MOVE WS-TOTAL-LEIDOS TO TOT-CANTIDAD.
           PERFORM ESCRIBE-RENGLON-TOTAL.
           MOVE "VIVOS SIN DIRECCION (REGLA DIR)" TO TOT-TEXTO.
           MOVE WS-TOTAL-SIN-DIRECCION TO TOT-CANTIDAD.
           PERFORM ESCRIBE-RENGLON-TOTAL.
           MOVE "DIRECCIONES REVISADAS" TO TOT-TEXTO.
           MOVE WS-TOTAL-REVISADOS TO TOT-CANTIDAD.
           PERFORM ESCRIBE-RENGLON-TOTAL.
           MOVE "CON PROBLEMA" TO TOT-TEXTO.
           MOVE WS-TOTAL-HALLAZGOS TO TOT-CANTIDAD.
           PERFORM ESCRIBE-RENGLON-TOTAL.
           MOVE "  DE ELLAS SOLO CIUDAD/ESTADO EN BLANCO" TO TOT-TEXTO.
           MOVE WS-TOTAL-INCOMPLETAS TO TOT-CANTIDAD.
           PERFORM ESCRIBE-RENGLON-TOTAL.
           MOVE "PENDIENTES CPO NUEVOS O REABIERTOS" TO TOT-TEXTO.
           MOVE WS-TOTAL-PENDIENTES-NUEVOS TO TOT-CANTIDAD.
           PERFORM ESCRIBE-RENGLON-TOTAL.
           MOVE "PENDIENTES CPO QUE YA ESTABAN ABIERTOS" TO TOT-TEXTO.
           MOVE WS-TOTAL-YA-ABIERTOS TO TOT-CANTIDAD.
           PERFORM ESCRIBE-RENGLON-TOTAL.

           ESCRIBE-RENGLON-TOTAL.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM barre-direcciones.
