      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:MOVIMIENTOS MANUALES DE LA BITACORA DE GAFETES
      *         (GAFETES-EMITIDOS.txt, GAFREG.cpy): LISTAR LOS GAFETES
      *         DE UN EMPLEADO, REPONER EL VIGENTE POR PERDIDA, DANO O
      *         CAMBIO DE DATOS (EL VIEJO QUEDA SUSTITUIDO Y EL NUEVO
      *         SALE CON OTRO CODIGO DE BARRAS AL ARCHIVO DE
      *         IMPRESION VIA imprime-gafete) Y REGISTRAR QUE
      *         SEGURIDAD RECOGIO EL GAFETE DE UN EMPLEADO DADO DE
      *         BAJA. POLITICA DE CARGO POR REPOSICION: LA PERDIDA
      *         COBRA GAFETES_CARGO_PERDIDA (150.00 SI NO SE
      *         CONFIGURA), EL DANO COBRA GAFETES_CARGO_DANO (SIN
      *         CARGO SI NO SE CONFIGURA) Y EL CAMBIO DE DATOS NO
      *         COBRA; EL CARGO SE DESCUENTA EN LA QUINCENA CON LA
      *         DEDUCCION "GAF" DEL ARCHIVO DE DEDUCCIONES QUE
      *         registro-nomina YA CONSUME (COMO mantiene-equipo).
      *         ROLES M Y S DE inicia-sesion; EL ARCHIVO SE REESCRIBE
      *         COMPLETO EN CADA MOVIMIENTO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantiene-gafetes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT GAFETES-EMITIDOS
       ASSIGN TO DYNAMIC WS-RUTA-GAFETES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-GAF.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT DEDUCCIONES-VOL
       ASSIGN TO DYNAMIC WS-RUTA-DEDUCCIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DED.

       DATA DIVISION.
       FILE SECTION.
       FD GAFETES-EMITIDOS.
       01  LINEA-GAFETE PIC X(66).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD DEDUCCIONES-VOL.
       01  LINEA-DEDUCCION PIC X(60).

       WORKING-STORAGE SECTION.
       COPY GAFREG.
           COPY CRUCEID.

       01  WS-RUTA-GAFETES PIC X(200).
       01  WS-FILE-STATUS-GAF PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-DEDUCCIONES PIC X(200).
       01  WS-FILE-STATUS-DED PIC X(2).
       01  FIN-DE-GAFETES PIC X.
       01  WS-OPCION-GAF PIC X.

       01  WS-TABLA-GAFETES.
           05 WS-GAF-LINEA OCCURS 9999 TIMES PIC X(66).
       01  WS-TOTAL-GAFETES PIC 9(4) VALUE ZEROES.
       01  WS-IX-GAF PIC 9(4).
       01  WS-IX-VIGENTE PIC 9(4).
       01  WS-ULTIMA-EMISION PIC 9(2).
       01  WS-RENGLON-X PIC X(5).
       01  WS-RENGLON PIC 9(4).

       01  WS-ID-CAPTURADO PIC X(6).
       01  WS-ID-VALIDO PIC X.
       01  WS-MOTIVO-CAPTURADO PIC X(1).
       01  WS-CARGO-PERDIDA-X PIC X(10).
       01  WS-CARGO-PERDIDA PIC 9(5)V99 VALUE 150.00.
       01  WS-CARGO-DANO-X PIC X(10).
       01  WS-CARGO-DANO PIC 9(5)V99 VALUE ZEROES.
       01  WS-CARGO PIC 9(5)V99.
       01  WS-CARGO-EDITADO PIC ZZZZ9.99.
       01  WS-RESULTADO-IMPRESION PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-HOY-NUM PIC 9(8).
       01  WS-FECHA-FIN-NUM PIC 9(8).
       01  WS-NUMERO-NOMINA PIC 9(5).
       01  WS-GAFETES-MOSTRADOS PIC 9(4).
       01  WS-SITUACION PIC X(12).
       01  WS-MOTIVO-TEXTO PIC X(16).
       01  WS-TOTAL-MOVIMIENTOS PIC 9(5) VALUE ZEROES.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "mantiene-gafetes".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S"
               OR (WS-SESION-ROL NOT = "M" AND WS-SESION-ROL NOT = "S")
               DISPLAY "Su rol no permite registrar gafetes."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-PARAMETROS.
           PERFORM CARGA-GAFETES.
           MOVE SPACES TO WS-OPCION-GAF.
           PERFORM MENU-GAFETES UNTIL WS-OPCION-GAF = "0".
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-MOVIMIENTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           ACCEPT WS-RUTA-GAFETES FROM ENVIRONMENT
               "GAFETES_EMITIDOS_PATH".
           IF WS-RUTA-GAFETES = SPACES
               MOVE "GAFETES-EMITIDOS.txt" TO WS-RUTA-GAFETES
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-DEDUCCIONES FROM ENVIRONMENT
               "REGISTRO_NOMINA_DEDUCCIONES_PATH".
           IF WS-RUTA-DEDUCCIONES = SPACES
               MOVE "DEDUCCIONES.txt" TO WS-RUTA-DEDUCCIONES
           END-IF.
           ACCEPT WS-CARGO-PERDIDA-X FROM ENVIRONMENT
               "GAFETES_CARGO_PERDIDA".
           IF WS-CARGO-PERDIDA-X NOT = SPACES
               COMPUTE WS-CARGO-PERDIDA =
                   FUNCTION NUMVAL(WS-CARGO-PERDIDA-X)
           END-IF.
           ACCEPT WS-CARGO-DANO-X FROM ENVIRONMENT
               "GAFETES_CARGO_DANO".
           IF WS-CARGO-DANO-X NOT = SPACES
               COMPUTE WS-CARGO-DANO =
                   FUNCTION NUMVAL(WS-CARGO-DANO-X)
           END-IF.

           CARGA-GAFETES.
           OPEN INPUT GAFETES-EMITIDOS.
           IF WS-FILE-STATUS-GAF NOT = "00"
               DISPLAY "Bitacora de gafetes nueva; se creara al "
                   "guardar."
           ELSE
               MOVE "1" TO FIN-DE-GAFETES
               PERFORM LEE-LINEA-GAFETE
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-GAFETES = "0"
               CLOSE GAFETES-EMITIDOS
           END-IF.

           LEE-LINEA-GAFETE.
           READ GAFETES-EMITIDOS
               AT END
                   MOVE "0" TO FIN-DE-GAFETES
           END-READ.

           AGREGA-A-TABLA.
           IF LINEA-GAFETE NOT = SPACES
               AND WS-TOTAL-GAFETES < 9999
               ADD 1 TO WS-TOTAL-GAFETES
               MOVE LINEA-GAFETE TO WS-GAF-LINEA (WS-TOTAL-GAFETES)
           END-IF.
           PERFORM LEE-LINEA-GAFETE.

           MENU-GAFETES.
           DISPLAY "--------------------------------------------".
           DISPLAY "  GAFETES DE IDENTIFICACION".
           DISPLAY "  1. Listar los gafetes de un empleado".
           DISPLAY "  2. Reponer un gafete (perdido, danado, datos)".
           DISPLAY "  3. Registrar un gafete recogido por baja".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-GAF.
           EVALUATE WS-OPCION-GAF
               WHEN "1"
                   PERFORM CAPTURA-ID
                   PERFORM LISTA-GAFETES
               WHEN "2"
                   PERFORM REPONE-GAFETE
               WHEN "3"
                   PERFORM RECOGE-GAFETE
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           CAPTURA-ID.
           DISPLAY "ID del empleado: ".
           MOVE SPACES TO WS-ID-CAPTURADO.
           ACCEPT WS-ID-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-ID-CAPTURADO)
               TO WS-ID-CAPTURADO.

      *    El numero de renglon que se muestra es el que se teclea
      *    para registrar la recoleccion.
           LISTA-GAFETES.
           MOVE ZEROES TO WS-GAFETES-MOSTRADOS.
           PERFORM MUESTRA-GAFETE
               VARYING WS-IX-GAF FROM 1 BY 1
               UNTIL WS-IX-GAF > WS-TOTAL-GAFETES.
           IF WS-GAFETES-MOSTRADOS = ZEROES
               DISPLAY "Ese empleado no tiene gafetes emitidos."
           END-IF.

           MUESTRA-GAFETE.
           MOVE WS-GAF-LINEA (WS-IX-GAF) TO GAFETE-REGISTRO.
           IF GAF-EMPLEADO-ID = WS-ID-CAPTURADO
               ADD 1 TO WS-GAFETES-MOSTRADOS
               EVALUATE GAF-STATUS
                   WHEN "V"
                       MOVE "VIGENTE" TO WS-SITUACION
                   WHEN "S"
                       MOVE "SUSTITUIDO" TO WS-SITUACION
                   WHEN "X"
                       MOVE "POR RECOGER" TO WS-SITUACION
                   WHEN OTHER
                       MOVE "RECOGIDO" TO WS-SITUACION
               END-EVALUATE
               EVALUATE GAF-MOTIVO
                   WHEN "N"
                       MOVE "NUEVO INGRESO" TO WS-MOTIVO-TEXTO
                   WHEN "P"
                       MOVE "PERDIDO" TO WS-MOTIVO-TEXTO
                   WHEN "D"
                       MOVE "DANADO" TO WS-MOTIVO-TEXTO
                   WHEN OTHER
                       MOVE "CAMBIO DE DATOS" TO WS-MOTIVO-TEXTO
               END-EVALUATE
               MOVE GAF-CARGO TO WS-CARGO-EDITADO
               DISPLAY WS-IX-GAF ") emision " GAF-EMISION " codigo "
                   GAF-CODIGO-BARRAS " del " GAF-FECHA " "
                   WS-MOTIVO-TEXTO
               DISPLAY "       cargo " WS-CARGO-EDITADO "  "
                   WS-SITUACION " " GAF-FECHA-CIERRE
           END-IF.

      *    Reposicion: solo de un empleado activo o con licencia que
      *    tiene gafete vigente; el primer gafete lo emite la corrida
      *    diaria de emite-gafetes.
           REPONE-GAFETE.
           PERFORM CAPTURA-ID.
           PERFORM VALIDA-EMPLEADO.
           IF WS-ID-VALIDO = "S"
               PERFORM BUSCA-VIGENTE
               IF WS-IX-VIGENTE = ZEROES
                   DISPLAY "No tiene gafete vigente; el primero lo "
                       "emite la corrida de emite-gafetes."
               ELSE
                   PERFORM CAPTURA-MOTIVO
                   IF WS-MOTIVO-CAPTURADO NOT = SPACES
                       PERFORM APLICA-REPOSICION
                   END-IF
               END-IF
           END-IF.

      *    Deja el registro del directorio leido para el gafete nuevo.
           VALIDA-EMPLEADO.
           MOVE "N" TO WS-ID-VALIDO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS
           ELSE
               MOVE WS-ID-CAPTURADO TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       DISPLAY "Ese ID no esta en el directorio."
                   NOT INVALID KEY
                       IF EMPLEADOS-STATUS = "A"
                           OR EMPLEADOS-STATUS = "L"
                           MOVE "S" TO WS-ID-VALIDO
                       ELSE
                           DISPLAY "El empleado no esta activo; no se "
                               "le repone el gafete."
                       END-IF
               END-READ
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.

           BUSCA-VIGENTE.
           MOVE ZEROES TO WS-IX-VIGENTE WS-ULTIMA-EMISION.
           PERFORM VARYING WS-IX-GAF FROM 1 BY 1
               UNTIL WS-IX-GAF > WS-TOTAL-GAFETES
               MOVE WS-GAF-LINEA (WS-IX-GAF) TO GAFETE-REGISTRO
               IF GAF-EMPLEADO-ID = WS-ID-CAPTURADO
                   IF GAF-EMISION > WS-ULTIMA-EMISION
                       MOVE GAF-EMISION TO WS-ULTIMA-EMISION
                   END-IF
                   IF GAF-STATUS = "V"
                       MOVE WS-IX-GAF TO WS-IX-VIGENTE
                   END-IF
               END-IF
           END-PERFORM.

           CAPTURA-MOTIVO.
           DISPLAY "Motivo (P=perdido, D=danado, C=cambio de datos): ".
           MOVE SPACES TO WS-MOTIVO-CAPTURADO.
           ACCEPT WS-MOTIVO-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO-CAPTURADO)
               TO WS-MOTIVO-CAPTURADO.
           EVALUATE WS-MOTIVO-CAPTURADO
               WHEN "P"
                   MOVE WS-CARGO-PERDIDA TO WS-CARGO
               WHEN "D"
                   MOVE WS-CARGO-DANO TO WS-CARGO
               WHEN "C"
                   MOVE ZEROES TO WS-CARGO
               WHEN OTHER
                   DISPLAY "Motivo no valido."
                   MOVE SPACES TO WS-MOTIVO-CAPTURADO
           END-EVALUATE.

      *    Con cargo, el descuento se registra antes de mandar el
      *    gafete a imprimir; si no se pudo registrar no se repone.
           APLICA-REPOSICION.
           IF WS-TOTAL-GAFETES >= 9999
               DISPLAY "La bitacora de gafetes esta llena."
           ELSE
               MOVE "00" TO WS-FILE-STATUS-DED
               IF WS-CARGO > ZEROES
                   PERFORM ESCRIBE-DEDUCCION
               END-IF
               IF WS-FILE-STATUS-DED = "00"
                   PERFORM ARMA-GAFETE-NUEVO
                   CALL "imprime-gafete"
                       USING EMPLEADOS-REGISTRO GAFETE-REGISTRO
                           WS-RESULTADO-IMPRESION
                   END-CALL
                   IF WS-RESULTADO-IMPRESION = "S"
                       ADD 1 TO WS-TOTAL-GAFETES
                       MOVE GAFETE-REGISTRO
                           TO WS-GAF-LINEA (WS-TOTAL-GAFETES)
                       MOVE WS-GAF-LINEA (WS-IX-VIGENTE)
                           TO GAFETE-REGISTRO
                       MOVE "S" TO GAF-STATUS
                       MOVE WS-FECHA-HOY TO GAF-FECHA-CIERRE
                       MOVE WS-SESION-USUARIO TO GAF-USUARIO
                       MOVE GAFETE-REGISTRO
                           TO WS-GAF-LINEA (WS-IX-VIGENTE)
                       PERFORM REESCRIBE-GAFETES
                       ADD 1 TO WS-TOTAL-MOVIMIENTOS
                       MOVE WS-CARGO TO WS-CARGO-EDITADO
                       DISPLAY "Gafete repuesto (emision "
                           WS-ULTIMA-EMISION "); cargo "
                           WS-CARGO-EDITADO
                   END-IF
               END-IF
           END-IF.

           ARMA-GAFETE-NUEVO.
           MOVE SPACES TO GAFETE-REGISTRO.
           MOVE EMPLEADOS-ID TO GAF-EMPLEADO-ID.
           IF WS-ULTIMA-EMISION < 99
               ADD 1 TO WS-ULTIMA-EMISION
           END-IF.
           MOVE WS-ULTIMA-EMISION TO GAF-EMISION.
           STRING EMPLEADOS-ID GAF-EMISION DELIMITED BY SIZE
               INTO GAF-CODIGO-BARRAS
           END-STRING.
           MOVE WS-FECHA-HOY TO GAF-FECHA.
           MOVE WS-MOTIVO-CAPTURADO TO GAF-MOTIVO.
           MOVE WS-CARGO TO GAF-CARGO.
           IF EMPLEADOS-DEPTO IS NUMERIC
               MOVE EMPLEADOS-DEPTO TO GAF-DEPTO
           ELSE
               MOVE ZEROES TO GAF-DEPTO
           END-IF.
           IF EMPLEADOS-PUESTO IS NUMERIC
               MOVE EMPLEADOS-PUESTO TO GAF-PUESTO
           ELSE
               MOVE ZEROES TO GAF-PUESTO
           END-IF.
           MOVE "V" TO GAF-STATUS.
           MOVE SPACES TO GAF-FECHA-CIERRE.
           MOVE WS-SESION-USUARIO TO GAF-USUARIO.

      *    Numero de nomina del ID con la regla de CRUCEID.cpy; el
      *    cargo se descuenta completo en la quincena en curso.
           ESCRIBE-DEDUCCION.
           IF EMPLEADOS-ID IS NUMERIC
               MOVE EMPLEADOS-ID (2:5) TO CRUCE-ID-NOMINA-X
           ELSE
               MOVE ZEROES TO CRUCE-ID-NOMINA
               IF EMPLEADOS-ID (3:4) IS NUMERIC
                   MOVE EMPLEADOS-ID (3:4)
                       TO CRUCE-ID-NOMINA-X (2:4)
               END-IF
           END-IF.
           MOVE CRUCE-ID-NOMINA TO WS-NUMERO-NOMINA.
           MOVE WS-CARGO TO WS-CARGO-EDITADO.
           COMPUTE WS-FECHA-FIN-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM) + 14).
           OPEN EXTEND DEDUCCIONES-VOL.
           IF WS-FILE-STATUS-DED NOT = "00"
               OPEN OUTPUT DEDUCCIONES-VOL
           END-IF.
           IF WS-FILE-STATUS-DED NOT = "00"
               DISPLAY "No se pudo abrir el archivo de deducciones; "
                   "no se repuso el gafete."
           ELSE
               MOVE SPACES TO LINEA-DEDUCCION
               STRING WS-NUMERO-NOMINA DELIMITED BY SIZE
                   ",GAF,M," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CARGO-EDITADO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FECHA-FIN-NUM DELIMITED BY SIZE
                   INTO LINEA-DEDUCCION
               END-STRING
               WRITE LINEA-DEDUCCION
               CLOSE DEDUCCIONES-VOL
           END-IF.

      *    Se recoge el gafete que emite-gafetes dejo por recoger, o
      *    el vigente de un empleado ya dado de baja que la corrida
      *    todavia no marco.
           RECOGE-GAFETE.
           PERFORM CAPTURA-ID.
           PERFORM LISTA-GAFETES.
           IF WS-GAFETES-MOSTRADOS > ZEROES
               DISPLAY "Renglon del gafete recogido: "
               MOVE SPACES TO WS-RENGLON-X
               ACCEPT WS-RENGLON-X
               COMPUTE WS-RENGLON = FUNCTION NUMVAL(WS-RENGLON-X)
               IF WS-RENGLON = ZEROES
                   OR WS-RENGLON > WS-TOTAL-GAFETES
                   DISPLAY "Renglon no valido."
               ELSE
                   MOVE WS-GAF-LINEA (WS-RENGLON) TO GAFETE-REGISTRO
                   IF GAF-EMPLEADO-ID NOT = WS-ID-CAPTURADO
                       DISPLAY "Ese renglon no es del empleado."
                   ELSE
                       PERFORM VALIDA-RECOLECCION
                   END-IF
               END-IF
           END-IF.

           VALIDA-RECOLECCION.
           IF GAF-STATUS = "V"
               MOVE "N" TO WS-ID-VALIDO
               OPEN INPUT EMPLEADOS-ARCHIVO
               IF WS-FILE-STATUS = "00"
                   MOVE WS-ID-CAPTURADO TO EMPLEADOS-ID
                   READ EMPLEADOS-ARCHIVO
                       KEY IS EMPLEADOS-ID
                       INVALID KEY
                           MOVE "S" TO WS-ID-VALIDO
                       NOT INVALID KEY
                           IF EMPLEADOS-STATUS = "T"
                               MOVE "S" TO WS-ID-VALIDO
                           END-IF
                   END-READ
                   CLOSE EMPLEADOS-ARCHIVO
               END-IF
               MOVE WS-GAF-LINEA (WS-RENGLON) TO GAFETE-REGISTRO
               IF WS-ID-VALIDO = "S"
                   MOVE "X" TO GAF-STATUS
               END-IF
           END-IF.
           IF GAF-STATUS NOT = "X"
               DISPLAY "Ese gafete no esta por recoger."
           ELSE
               MOVE "R" TO GAF-STATUS
               MOVE WS-FECHA-HOY TO GAF-FECHA-CIERRE
               MOVE WS-SESION-USUARIO TO GAF-USUARIO
               MOVE GAFETE-REGISTRO TO WS-GAF-LINEA (WS-RENGLON)
               PERFORM REESCRIBE-GAFETES
               ADD 1 TO WS-TOTAL-MOVIMIENTOS
               DISPLAY "Gafete registrado como recogido."
           END-IF.

           REESCRIBE-GAFETES.
           OPEN OUTPUT GAFETES-EMITIDOS.
           IF WS-FILE-STATUS-GAF NOT = "00"
               DISPLAY "No se pudo reescribir la bitacora de "
                   "gafetes: " FUNCTION TRIM(WS-RUTA-GAFETES)
           ELSE
               PERFORM ESCRIBE-LINEA-GAFETE
                   VARYING WS-IX-GAF FROM 1 BY 1
                   UNTIL WS-IX-GAF > WS-TOTAL-GAFETES
               CLOSE GAFETES-EMITIDOS
           END-IF.

           ESCRIBE-LINEA-GAFETE.
           MOVE WS-GAF-LINEA (WS-IX-GAF) TO LINEA-GAFETE.
           WRITE LINEA-GAFETE.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM mantiene-gafetes.
