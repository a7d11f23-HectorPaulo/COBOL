      *         ENTRADA DE registra-historial. ADEMAS DEJA EL REPORTE
      *         DE EXCEPCIONES DE QUIEN TRAE UN SALARIO DISTINTO AL DE
      *         SU CELDA, PARA QUE LOS AUMENTOS A MANO SALGAN A LA
      *         LUZ. MIENTRAS UN PERIODO ESTA CALCULADO Y SIN CERRAR
      *         (verifica-congelamiento) EL PASO DEL ANIVERSARIO NO
      *         TOCA EL MAESTRO: SE ESTACIONA EN LA COLA DE
      *         APROBACIONES CON RAZON "CONGELADO" COMO EN
      *         captura-salarios Y QUEDA ASENTADO
      *         (estaciona-congelado).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT EMPLEADOS-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-ENTRADA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ENT.

       SELECT EMPLEADOS-SALIDA
       ASSIGN TO DYNAMIC WS-RUTA-SALIDA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NSA-LLAVE
       ALTERNATE RECORD KEY IS NSA-DEPTO WITH DUPLICATES
       ALTERNATE RECORD KEY IS NSA-PUESTO WITH DUPLICATES
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SAL.

       SELECT EMPLEADOS-ARCHIVO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EXC.

       SELECT APROBACIONES-SALARIO
       ASSIGN TO DYNAMIC WS-RUTA-APROBACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-APR.

       DATA DIVISION.
       FILE SECTION.
       FD TABULADOR.
       01  LINEA-TABULADOR PIC X(30).

       FD EMPLEADOS-ENTRADA.
           COPY NOMIDX.

       FD EMPLEADOS-SALIDA.
       01  REG-EMPLEADOS-SALIDA.
           05 NSA-LLAVE.
               10 NSA-SITIO PIC X(2).
               10 NSA-NUMERO PIC 9(5).
           05 NSA-DATOS.
               10 FILLER PIC X(36).
               10 NSA-DEPTO PIC 9(3).
               10 NSA-PUESTO PIC 9(2).
               10 FILLER PIC X(15).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
       FD EXCEPCIONES-TABULADOR.
       01  LINEA-EXCEPCION PIC X(90).

       FD APROBACIONES-SALARIO.
       01  LINEA-APROBACION PIC X(120).

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
       COPY NOMREG.
       COPY APRREG.

       01  WS-RUTA-TABULADOR PIC X(200).
       01  WS-FILE-STATUS-TAB PIC X(2).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-RUTA-EXCEPCIONES PIC X(200).
       01  WS-FILE-STATUS-EXC PIC X(2).
       01  WS-RUTA-APROBACIONES PIC X(200).
       01  WS-FILE-STATUS-APR PIC X(2).
       01  FIN-DE-TABULADOR PIC X.
       01  FIN-DEL-MAESTRO PIC X.

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-PROGRESADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-FUERA-CELDA PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-ESTACIONADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-NO-ESTACIONADOS PIC 9(6) VALUE ZEROES.

      *    Congelamiento de datos maestros: la corrida nocturna no
      *    tiene sesion (rol en blanco), asi que nunca se fuerza.
       01  WS-CNG-ROL PIC X(1) VALUE SPACE.
       01  WS-CNG-USUARIO PIC X(20) VALUE "progresa-tabulador".
       01  WS-CNG-PERIODO PIC X(6).
       01  WS-CNG-DECISION PIC X(1).
       01  WS-CNG-RESULTADO PIC X(1).
       01  WS-CNG-CAMPO PIC X(8) VALUE "SALARIO".
       01  WS-CNG-EMPLEADO-ID PIC X(6).
       01  WS-CNG-VALOR-ANTERIOR PIC X(20).
       01  WS-CNG-VALOR-NUEVO PIC X(20).
       01  WS-CNG-IMAGEN PIC X(218) VALUE SPACES.
       01  WS-CNG-IMPORTE PIC -(7)9.99.

       01  WS-LINEA-ANTES-DESPUES.
           05 LAD-NUMERO PIC 9(05).
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           CALL "verifica-congelamiento"
               USING WS-CNG-ROL WS-CNG-PERIODO WS-CNG-DECISION
           END-CALL.
           IF WS-CNG-DECISION = "E"
               DISPLAY "Periodo " WS-CNG-PERIODO " calculado y sin "
                   "cerrar: los pasos del dia se estacionan en la "
                   "cola de aprobaciones."
           END-IF.
           PERFORM CARGA-TABULADOR.
           PERFORM ABRE-ARCHIVOS.
           ACCEPT WS-FECHA-HOY-X FROM DATE YYYYMMDD.
           DISPLAY "Pasos progresados: " WS-TOTAL-PROGRESADOS.
           DISPLAY "Salarios fuera de su celda: "
               WS-TOTAL-FUERA-CELDA.
           IF WS-TOTAL-ESTACIONADOS > ZEROES
               DISPLAY "Pasos estacionados por congelamiento: "
                   WS-TOTAL-ESTACIONADOS
           END-IF.
           IF WS-TOTAL-NO-ESTACIONADOS > ZEROES
               DISPLAY "AVISO: pasos que no se pudieron estacionar "
                   "(no aplicados): " WS-TOTAL-NO-ESTACIONADOS
           END-IF.
           DISPLAY "Listado antes/despues: " WS-RUTA-REPORTE.
           DISPLAY "Excepciones de tabulador: " WS-RUTA-EXCEPCIONES.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-PROGRESADOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           IF WS-TOTAL-NO-ESTACIONADOS > ZEROES
               MOVE "AVISO" TO WS-BIT-ESTADO
           END-IF.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

               MOVE "EXCEPCIONES-TABULADOR.txt"
                   TO WS-RUTA-EXCEPCIONES
           END-IF.
           ACCEPT WS-RUTA-APROBACIONES FROM ENVIRONMENT
               "APROBACIONES_SALARIO_PATH".
           IF WS-RUTA-APROBACIONES = SPACES
               MOVE "APROBACIONES-SALARIO.txt"
                   TO WS-RUTA-APROBACIONES
           END-IF.

           CARGA-TABULADOR.
           OPEN INPUT TABULADOR.
           CLOSE EXCEPCIONES-TABULADOR.

           LEE-SIGUIENTE-EMPLEADO.
           READ EMPLEADOS-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DEL-MAESTRO
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
                   ADD 1 TO WS-TOTAL-LEIDOS
           END-READ.

               AND WS-REGIMEN-EMP NOT = "ASI"
               PERFORM EVALUA-CONTRA-TABULADOR
           END-IF.
           MOVE WS-SITIO-EMP TO NSA-SITIO.
           MOVE WS-NUMERO-EMP TO NSA-NUMERO.
           MOVE WS-REG-EMPLEADOS TO NSA-DATOS.
           WRITE REG-EMPLEADOS-SALIDA
               INVALID KEY
                   DISPLAY "Llave repetida o fuera de orden en el "
                       "maestro de salida: " WS-SITIO-EMP " "
                       WS-NUMERO-EMP
           END-WRITE.
           PERFORM LEE-SIGUIENTE-EMPLEADO.

           EVALUA-CONTRA-TABULADOR.
                   IF WS-ES-ANIVERSARIO = "S"
                       AND WS-SALARIO-EMP NOT =
                           WS-TAB-SALARIO (WS-TAB-ENCONTRADO)
                       IF WS-CNG-DECISION = "E"
                           PERFORM ESTACIONA-PASO
                       ELSE
                           PERFORM APLICA-PASO
                       END-IF
                   ELSE
                       IF WS-SALARIO-EMP NOT =
                           WS-TAB-SALARIO (WS-TAB-ENCONTRADO)
                   WS-RAZON-HIS
           END-CALL.

      *    Con la nomina congelada el paso no toca el maestro: queda
      *    "P" en la cola de aprobaciones para que un supervisor lo
      *    aplique con aprueba-cambios despues del cierre, y asentado
      *    en los cambios congelados.
           ESTACIONA-PASO.
           MOVE WS-SALARIO-EMP TO WS-SALARIO-ANTERIOR.
           MOVE WS-TAB-SALARIO (WS-TAB-ENCONTRADO)
               TO WS-SALARIO-NUEVO.
           OPEN EXTEND APROBACIONES-SALARIO.
           IF WS-FILE-STATUS-APR NOT = "00"
               OPEN OUTPUT APROBACIONES-SALARIO
           END-IF.
           IF WS-FILE-STATUS-APR NOT = "00"
               DISPLAY "No se pudo abrir la cola de aprobaciones ("
                   FUNCTION TRIM(WS-RUTA-APROBACIONES) "); el paso de "
                   WS-NUMERO-EMP " no se aplica."
               ADD 1 TO WS-TOTAL-NO-ESTACIONADOS
           ELSE
               MOVE SPACES TO APROBACION-REGISTRO
               MOVE WS-NUMERO-EMP TO APR-NUMERO-EMP
               MOVE WS-FECHA-HOY-X TO APR-FECHA-CAPTURA
               MOVE WS-CNG-USUARIO TO APR-USUARIO
               MOVE WS-SALARIO-ANTERIOR TO APR-SALARIO-ANTERIOR
               MOVE WS-SALARIO-NUEVO TO APR-SALARIO-NUEVO
               MOVE "P" TO APR-STATUS
               STRING "CONGELADO " WS-CNG-PERIODO
                   DELIMITED BY SIZE INTO APR-RAZON
               END-STRING
               MOVE APROBACION-REGISTRO TO LINEA-APROBACION
               WRITE LINEA-APROBACION
               CLOSE APROBACIONES-SALARIO
               ADD 1 TO WS-TOTAL-ESTACIONADOS
               MOVE WS-NUMERO-EMP TO WS-CNG-EMPLEADO-ID
               MOVE WS-SALARIO-ANTERIOR TO WS-CNG-IMPORTE
               MOVE WS-CNG-IMPORTE TO WS-CNG-VALOR-ANTERIOR
               MOVE WS-SALARIO-NUEVO TO WS-CNG-IMPORTE
               MOVE WS-CNG-IMPORTE TO WS-CNG-VALOR-NUEVO
               CALL "estaciona-congelado"
                   USING WS-CNG-PERIODO WS-CNG-DECISION
                       WS-BIT-PROGRAMA WS-CNG-USUARIO
                       WS-CNG-EMPLEADO-ID WS-CNG-CAMPO
                       WS-CNG-VALOR-ANTERIOR WS-CNG-VALOR-NUEVO
                       WS-CNG-IMAGEN WS-CNG-RESULTADO
               END-CALL
           END-IF.

           REPORTA-FUERA-CELDA.
           ADD 1 TO WS-TOTAL-FUERA-CELDA.
           MOVE WS-NUMERO-EMP TO EXC-NUMERO.
