      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REGISTRO DEL EQUIPO DE LA EMPRESA Y DEL EPP ENTREGADO A
      *         LOS EMPLEADOS (EQUIPO-ASIGNADO.txt, EQPREG.cpy), EN
      *         LUGAR DE LA BITACORA EN PAPEL DE CADA ALMACEN: LISTAR
      *         LO DE UN EMPLEADO, ENTREGAR UN ARTICULO (SOLO A UN
      *         EMPLEADOS-ID ACTIVO DEL DIRECTORIO), REGISTRAR SU
      *         DEVOLUCION, REPONERLO POR UNO NUEVO (EL VIEJO QUEDA
      *         "R" Y EL NUEVO CORRE SU CICLO DESDE HOY) Y DARLO POR
      *         PERDIDO POR NEGLIGENCIA, LO QUE AGREGA LA DEDUCCION
      *         "EQP" AL ARCHIVO DE DEDUCCIONES QUE registro-nomina YA
      *         CONSUME (COMO alimenta-prestamos), EN LAS QUINCENAS QUE
      *         SE INDIQUEN. UNA MISMA SERIE NO PUEDE ESTAR ASIGNADA A
      *         DOS PERSONAS. ROLES M Y S DE inicia-sesion; EL ARCHIVO
      *         SE REESCRIBE COMPLETO EN CADA MOVIMIENTO, COMO
      *         MANTIENE-INFONAVIT.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantiene-equipo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EQUIPO-ASIGNADO
       ASSIGN TO DYNAMIC WS-RUTA-EQUIPO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EQP.

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
       FD EQUIPO-ASIGNADO.
       01  LINEA-EQUIPO PIC X(116).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD DEDUCCIONES-VOL.
       01  LINEA-DEDUCCION PIC X(60).

       WORKING-STORAGE SECTION.
       COPY EQPREG.
           COPY CRUCEID.

       01  WS-RUTA-EQUIPO PIC X(200).
       01  WS-FILE-STATUS-EQP PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-DEDUCCIONES PIC X(200).
       01  WS-FILE-STATUS-DED PIC X(2).
       01  FIN-DE-EQUIPO PIC X.
       01  WS-OPCION-EQP PIC X.

       01  WS-TABLA-EQUIPO.
           05 WS-EQP-LINEA OCCURS 9999 TIMES PIC X(116).
       01  WS-TOTAL-EQUIPO PIC 9(4) VALUE ZEROES.
       01  WS-IX-EQP PIC 9(4).
       01  WS-EQP-ENCONTRADO PIC 9(4).
       01  WS-RENGLON-X PIC X(5).
       01  WS-RENGLON PIC 9(4).

       01  WS-ID-CAPTURADO PIC X(6).
       01  WS-ARTICULO-CAPTURADO PIC X(10).
       01  WS-SERIE-CAPTURADA PIC X(20).
       01  WS-DESCRIPCION-CAPTURADA PIC X(30).
       01  WS-TIPO-CAPTURADO PIC X(1).
       01  WS-CICLO-X PIC X(4).
       01  WS-VALOR-X PIC X(12).
       01  WS-QUINCENAS-X PIC X(3).
       01  WS-QUINCENAS PIC 9(2).
       01  WS-ID-VALIDO PIC X.
       01  WS-SERIE-OCUPADA PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-HOY-NUM PIC 9(8).
       01  WS-FECHA-FIN-NUM PIC 9(8).
       01  WS-ARTICULOS-MOSTRADOS PIC 9(4).
       01  WS-VALOR-EDITADO PIC ZZZZZZ9.99.
       01  WS-CUOTA PIC 9(7)V99.
       01  WS-CUOTA-EDITADA PIC ZZZZZZ9.99.
       01  WS-NUMERO-NOMINA PIC 9(5).
       01  WS-SITUACION PIC X(10).
       01  WS-TOTAL-MOVIMIENTOS PIC 9(5) VALUE ZEROES.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "mantiene-equipo".
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
               DISPLAY "Su rol no permite registrar equipo."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-EQUIPO.
           MOVE SPACES TO WS-OPCION-EQP.
           PERFORM MENU-EQUIPO UNTIL WS-OPCION-EQP = "0".
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-MOVIMIENTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           ACCEPT WS-RUTA-EQUIPO FROM ENVIRONMENT
               "EQUIPO_ASIGNADO_PATH".
           IF WS-RUTA-EQUIPO = SPACES
               MOVE "EQUIPO-ASIGNADO.txt" TO WS-RUTA-EQUIPO
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

           CARGA-EQUIPO.
           OPEN INPUT EQUIPO-ASIGNADO.
           IF WS-FILE-STATUS-EQP NOT = "00"
               DISPLAY "Archivo de equipo nuevo; se creara al "
                   "guardar."
           ELSE
               MOVE "1" TO FIN-DE-EQUIPO
               PERFORM LEE-LINEA-EQUIPO
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-EQUIPO = "0"
               CLOSE EQUIPO-ASIGNADO
           END-IF.

           LEE-LINEA-EQUIPO.
           READ EQUIPO-ASIGNADO
               AT END
                   MOVE "0" TO FIN-DE-EQUIPO
           END-READ.

           AGREGA-A-TABLA.
           IF LINEA-EQUIPO NOT = SPACES
               AND WS-TOTAL-EQUIPO < 9999
               ADD 1 TO WS-TOTAL-EQUIPO
               MOVE LINEA-EQUIPO TO WS-EQP-LINEA (WS-TOTAL-EQUIPO)
           END-IF.
           PERFORM LEE-LINEA-EQUIPO.

           MENU-EQUIPO.
           DISPLAY "--------------------------------------------".
           DISPLAY "  EQUIPO Y EPP ASIGNADO".
           DISPLAY "  1. Listar el equipo de un empleado".
           DISPLAY "  2. Entregar un articulo".
           DISPLAY "  3. Registrar una devolucion".
           DISPLAY "  4. Reponer un articulo".
           DISPLAY "  5. Perdida por negligencia (descuento)".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-EQP.
           EVALUATE WS-OPCION-EQP
               WHEN "1"
                   PERFORM CAPTURA-ID
                   PERFORM LISTA-EQUIPO
               WHEN "2"
                   PERFORM ENTREGA-ARTICULO
               WHEN "3"
                   PERFORM DEVUELVE-ARTICULO
               WHEN "4"
                   PERFORM REPONE-ARTICULO
               WHEN "5"
                   PERFORM PIERDE-ARTICULO
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
      *    para devolver, reponer o dar por perdido un articulo.
           LISTA-EQUIPO.
           MOVE ZEROES TO WS-ARTICULOS-MOSTRADOS.
           PERFORM MUESTRA-ARTICULO
               VARYING WS-IX-EQP FROM 1 BY 1
               UNTIL WS-IX-EQP > WS-TOTAL-EQUIPO.
           IF WS-ARTICULOS-MOSTRADOS = ZEROES
               DISPLAY "Ese empleado no tiene equipo registrado."
           END-IF.

           MUESTRA-ARTICULO.
           MOVE WS-EQP-LINEA (WS-IX-EQP) TO EQUIPO-REGISTRO.
           IF EQP-EMPLEADO-ID = WS-ID-CAPTURADO
               ADD 1 TO WS-ARTICULOS-MOSTRADOS
               EVALUATE EQP-STATUS
                   WHEN "A"
                       MOVE "ASIGNADO" TO WS-SITUACION
                   WHEN "D"
                       MOVE "DEVUELTO" TO WS-SITUACION
                   WHEN "R"
                       MOVE "REPUESTO" TO WS-SITUACION
                   WHEN OTHER
                       MOVE "PERDIDO" TO WS-SITUACION
               END-EVALUATE
               MOVE EQP-VALOR TO WS-VALOR-EDITADO
               DISPLAY WS-IX-EQP ") " EQP-ARTICULO " "
                   EQP-DESCRIPCION " serie " FUNCTION TRIM(EQP-SERIE)
               DISPLAY "       entregado " EQP-FECHA-ENTREGA
                   " ciclo " EQP-CICLO-MESES " meses  valor "
                   WS-VALOR-EDITADO "  " WS-SITUACION " "
                   EQP-FECHA-CIERRE
           END-IF.

      *    Entrega: el empleado debe estar activo en el directorio y la
      *    serie (cuando la trae) no puede estar asignada a otro.
           ENTREGA-ARTICULO.
           PERFORM CAPTURA-ID.
           PERFORM VALIDA-EMPLEADO.
           IF WS-ID-VALIDO = "S"
               PERFORM CAPTURA-ARTICULO
               IF WS-ARTICULO-CAPTURADO = SPACES
                   DISPLAY "El codigo del articulo es obligatorio."
               ELSE
                   PERFORM BUSCA-SERIE-OCUPADA
                   IF WS-SERIE-OCUPADA = "S"
                       DISPLAY "Esa serie ya esta asignada al "
                           EQP-EMPLEADO-ID
                           "; registre primero la devolucion."
                   ELSE
                       PERFORM AGREGA-ARTICULO
                       IF WS-EQP-ENCONTRADO > ZEROES
                           PERFORM REESCRIBE-EQUIPO
                           ADD 1 TO WS-TOTAL-MOVIMIENTOS
                           DISPLAY "Articulo entregado (renglon "
                               WS-EQP-ENCONTRADO ")."
                       END-IF
                   END-IF
               END-IF
           END-IF.

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
                           MOVE "S" TO WS-ID-VALIDO
                       ELSE
                           DISPLAY "El empleado no esta activo; no se "
                               "le entrega equipo."
                       END-IF
               END-READ
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.

           CAPTURA-ARTICULO.
           DISPLAY "Codigo del articulo (BOTAS, CASCO, RADIO...): ".
           MOVE SPACES TO WS-ARTICULO-CAPTURADO.
           ACCEPT WS-ARTICULO-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-ARTICULO-CAPTURADO)
               TO WS-ARTICULO-CAPTURADO.
           DISPLAY "Numero de serie (vacio si no trae): ".
           MOVE SPACES TO WS-SERIE-CAPTURADA.
           ACCEPT WS-SERIE-CAPTURADA.
           MOVE FUNCTION UPPER-CASE(WS-SERIE-CAPTURADA)
               TO WS-SERIE-CAPTURADA.

           BUSCA-SERIE-OCUPADA.
           MOVE "N" TO WS-SERIE-OCUPADA.
           IF WS-SERIE-CAPTURADA NOT = SPACES
               PERFORM VARYING WS-IX-EQP FROM 1 BY 1
                   UNTIL WS-IX-EQP > WS-TOTAL-EQUIPO
                   OR WS-SERIE-OCUPADA = "S"
                   MOVE WS-EQP-LINEA (WS-IX-EQP) TO EQUIPO-REGISTRO
                   IF EQP-SERIE = WS-SERIE-CAPTURADA
                       AND EQP-ARTICULO = WS-ARTICULO-CAPTURADO
                       AND EQP-STATUS = "A"
                       MOVE "S" TO WS-SERIE-OCUPADA
                   END-IF
               END-PERFORM
           END-IF.

      *    Agrega el renglon nuevo con los datos capturados; en una
      *    reposicion la descripcion, el tipo, el ciclo y el valor
      *    vienen del articulo que se repone.
           AGREGA-ARTICULO.
           MOVE ZEROES TO WS-EQP-ENCONTRADO.
           IF WS-TOTAL-EQUIPO >= 9999
               DISPLAY "El archivo de equipo esta lleno."
           ELSE
               IF WS-OPCION-EQP = "2"
                   MOVE SPACES TO EQUIPO-REGISTRO
                   DISPLAY "Descripcion: "
                   ACCEPT EQP-DESCRIPCION
                   DISPLAY "Tipo (E=EPP o uniforme, H=herramienta o "
                       "equipo): "
                   MOVE SPACES TO WS-TIPO-CAPTURADO
                   ACCEPT WS-TIPO-CAPTURADO
                   MOVE FUNCTION UPPER-CASE(WS-TIPO-CAPTURADO)
                       TO EQP-TIPO
                   IF EQP-TIPO NOT = "E"
                       MOVE "H" TO EQP-TIPO
                   END-IF
                   DISPLAY "Ciclo de reposicion en meses (0 = no se "
                       "repone): "
                   MOVE SPACES TO WS-CICLO-X
                   ACCEPT WS-CICLO-X
                   COMPUTE EQP-CICLO-MESES =
                       FUNCTION NUMVAL(WS-CICLO-X)
                   DISPLAY "Valor de reposicion: "
                   MOVE SPACES TO WS-VALOR-X
                   ACCEPT WS-VALOR-X
                   COMPUTE EQP-VALOR = FUNCTION NUMVAL(WS-VALOR-X)
               END-IF
               MOVE WS-ID-CAPTURADO TO EQP-EMPLEADO-ID
               MOVE WS-ARTICULO-CAPTURADO TO EQP-ARTICULO
               MOVE WS-SERIE-CAPTURADA TO EQP-SERIE
               MOVE WS-FECHA-HOY TO EQP-FECHA-ENTREGA
               MOVE "A" TO EQP-STATUS
               MOVE SPACES TO EQP-FECHA-CIERRE
               MOVE WS-SESION-USUARIO TO EQP-USUARIO
               ADD 1 TO WS-TOTAL-EQUIPO
               MOVE WS-TOTAL-EQUIPO TO WS-EQP-ENCONTRADO
               MOVE EQUIPO-REGISTRO TO WS-EQP-LINEA (WS-EQP-ENCONTRADO)
           END-IF.

      *    Pide el renglon de un articulo asignado del empleado; deja
      *    su indice en WS-EQP-ENCONTRADO y el registro cargado.
           ESCOGE-ASIGNADO.
           MOVE ZEROES TO WS-EQP-ENCONTRADO.
           PERFORM CAPTURA-ID.
           PERFORM LISTA-EQUIPO.
           IF WS-ARTICULOS-MOSTRADOS > ZEROES
               DISPLAY "Renglon del articulo: "
               MOVE SPACES TO WS-RENGLON-X
               ACCEPT WS-RENGLON-X
               COMPUTE WS-RENGLON = FUNCTION NUMVAL(WS-RENGLON-X)
               IF WS-RENGLON = ZEROES
                   OR WS-RENGLON > WS-TOTAL-EQUIPO
                   DISPLAY "Renglon no valido."
               ELSE
                   MOVE WS-EQP-LINEA (WS-RENGLON) TO EQUIPO-REGISTRO
                   IF EQP-EMPLEADO-ID NOT = WS-ID-CAPTURADO
                       DISPLAY "Ese renglon no es del empleado."
                   ELSE
                       IF EQP-STATUS NOT = "A"
                           DISPLAY "Ese articulo ya no esta asignado."
                       ELSE
                           MOVE WS-RENGLON TO WS-EQP-ENCONTRADO
                       END-IF
                   END-IF
               END-IF
           END-IF.

           CIERRA-ARTICULO.
           MOVE WS-FECHA-HOY TO EQP-FECHA-CIERRE.
           MOVE WS-SESION-USUARIO TO EQP-USUARIO.
           MOVE EQUIPO-REGISTRO TO WS-EQP-LINEA (WS-EQP-ENCONTRADO).

           DEVUELVE-ARTICULO.
           PERFORM ESCOGE-ASIGNADO.
           IF WS-EQP-ENCONTRADO > ZEROES
               MOVE "D" TO EQP-STATUS
               PERFORM CIERRA-ARTICULO
               PERFORM REESCRIBE-EQUIPO
               ADD 1 TO WS-TOTAL-MOVIMIENTOS
               DISPLAY "Devolucion registrada."
           END-IF.

      *    Reposicion: el articulo viejo se cierra como repuesto y se
      *    entrega uno igual con la serie nueva y ciclo desde hoy.
           REPONE-ARTICULO.
           PERFORM ESCOGE-ASIGNADO.
           IF WS-EQP-ENCONTRADO > ZEROES
               MOVE EQP-ARTICULO TO WS-ARTICULO-CAPTURADO
               DISPLAY "Numero de serie del articulo nuevo (vacio si "
                   "no trae): "
               MOVE SPACES TO WS-SERIE-CAPTURADA
               ACCEPT WS-SERIE-CAPTURADA
               MOVE FUNCTION UPPER-CASE(WS-SERIE-CAPTURADA)
                   TO WS-SERIE-CAPTURADA
               MOVE WS-EQP-ENCONTRADO TO WS-RENGLON
               PERFORM BUSCA-SERIE-OCUPADA
               MOVE WS-EQP-LINEA (WS-RENGLON) TO EQUIPO-REGISTRO
               MOVE WS-RENGLON TO WS-EQP-ENCONTRADO
               IF WS-SERIE-OCUPADA = "S"
                   DISPLAY "Esa serie ya esta asignada; no se repone."
               ELSE
                   MOVE "R" TO EQP-STATUS
                   PERFORM CIERRA-ARTICULO
                   PERFORM AGREGA-ARTICULO
                   IF WS-EQP-ENCONTRADO > ZEROES
                       PERFORM REESCRIBE-EQUIPO
                       ADD 1 TO WS-TOTAL-MOVIMIENTOS
                       DISPLAY "Articulo repuesto (renglon nuevo "
                           WS-EQP-ENCONTRADO ")."
                   END-IF
               END-IF
           END-IF.

      *    Perdida por negligencia: el valor se descuenta en nomina en
      *    las quincenas indicadas, con la deduccion "EQP" de monto
      *    fijo vigente desde hoy (registro-nomina la pasa por la
      *    prelacion y difiere lo que no alcance). La cuota se trunca
      *    al centavo para nunca descontar de mas.
           PIERDE-ARTICULO.
           PERFORM ESCOGE-ASIGNADO.
           IF WS-EQP-ENCONTRADO > ZEROES
               MOVE EQP-VALOR TO WS-VALOR-EDITADO
               DISPLAY "Valor a descontar: " WS-VALOR-EDITADO
               DISPLAY "Quincenas para descontarlo (1 a 24): "
               MOVE SPACES TO WS-QUINCENAS-X
               ACCEPT WS-QUINCENAS-X
               COMPUTE WS-QUINCENAS = FUNCTION NUMVAL(WS-QUINCENAS-X)
               IF WS-QUINCENAS = ZEROES OR WS-QUINCENAS > 24
                   DISPLAY "Numero de quincenas no valido."
               ELSE
                   PERFORM ESCRIBE-DEDUCCION
                   IF WS-FILE-STATUS-DED = "00"
                       MOVE "P" TO EQP-STATUS
                       PERFORM CIERRA-ARTICULO
                       PERFORM REESCRIBE-EQUIPO
                       ADD 1 TO WS-TOTAL-MOVIMIENTOS
                       DISPLAY "Perdida registrada; descuento de "
                           WS-CUOTA-EDITADA " por " WS-QUINCENAS
                           " quincena(s) al numero " WS-NUMERO-NOMINA
                   END-IF
               END-IF
           END-IF.

      *    Numero de nomina del ID con la regla de CRUCEID.cpy.
           ESCRIBE-DEDUCCION.
           IF EQP-EMPLEADO-ID IS NUMERIC
               MOVE EQP-EMPLEADO-ID (2:5) TO CRUCE-ID-NOMINA-X
           ELSE
               MOVE ZEROES TO CRUCE-ID-NOMINA
               IF EQP-EMPLEADO-ID (3:4) IS NUMERIC
                   MOVE EQP-EMPLEADO-ID (3:4)
                       TO CRUCE-ID-NOMINA-X (2:4)
               END-IF
           END-IF.
           MOVE CRUCE-ID-NOMINA TO WS-NUMERO-NOMINA.
           COMPUTE WS-CUOTA = EQP-VALOR / WS-QUINCENAS.
           MOVE WS-CUOTA TO WS-CUOTA-EDITADA.
           COMPUTE WS-FECHA-FIN-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM)
                   + WS-QUINCENAS * 15 - 1).
           OPEN EXTEND DEDUCCIONES-VOL.
           IF WS-FILE-STATUS-DED NOT = "00"
               OPEN OUTPUT DEDUCCIONES-VOL
           END-IF.
           IF WS-FILE-STATUS-DED NOT = "00"
               DISPLAY "No se pudo abrir el archivo de deducciones; "
                   "no se registro la perdida."
           ELSE
               MOVE SPACES TO LINEA-DEDUCCION
               STRING WS-NUMERO-NOMINA DELIMITED BY SIZE
                   ",EQP,M," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUOTA-EDITADA) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FECHA-FIN-NUM DELIMITED BY SIZE
                   INTO LINEA-DEDUCCION
               END-STRING
               WRITE LINEA-DEDUCCION
               CLOSE DEDUCCIONES-VOL
           END-IF.

           REESCRIBE-EQUIPO.
           OPEN OUTPUT EQUIPO-ASIGNADO.
           IF WS-FILE-STATUS-EQP NOT = "00"
               DISPLAY "No se pudo reescribir el archivo de "
                   "equipo: " FUNCTION TRIM(WS-RUTA-EQUIPO)
           ELSE
               PERFORM ESCRIBE-LINEA-EQUIPO
                   VARYING WS-IX-EQP FROM 1 BY 1
                   UNTIL WS-IX-EQP > WS-TOTAL-EQUIPO
               CLOSE EQUIPO-ASIGNADO
           END-IF.

           ESCRIBE-LINEA-EQUIPO.
           MOVE WS-EQP-LINEA (WS-IX-EQP) TO LINEA-EQUIPO.
           WRITE LINEA-EQUIPO.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM mantiene-equipo.
