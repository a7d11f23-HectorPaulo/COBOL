      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: COBERTURA DE UN TURNO DE UN
      *         DEPARTAMENTO EN UN DIA CONTRA SU MINIMO DE TRIPULACION
      *         (TRIPULACION-MINIMA.txt, UN RENGLON
      *         depto,turno,dia,minimo CON EL DIA COMO LETRA DLMXJVS,
      *         MANTENIDO POR MANTIENE-TRIPULACION). PARTE DEL ROL
      *         ASIGNADO (EMPLEADOS-TURNO DE LOS ACTIVOS Y LOS DE
      *         LICENCIA, CON EL TURNO PERMUTADO EN LOS DIAS DE UNA
      *         PERMUTA APROBADA) QUE TRABAJA ESE DIA DE LA SEMANA
      *         SEGUN EL CATALOGO DE TURNOS, Y LE RESTA LAS
      *         VACACIONES APROBADAS (SOLICITUDES "A" Y
      *         MOVIMIENTOS-VACACIONES.txt, EN DIAS NATURALES COMO EL
      *         KARDEX), LAS INCAPACIDADES ABIERTAS, LOS PERMISOS Y
      *         LICENCIAS AUTORIZADOS Y EL CALENDARIO DE FESTIVOS. LAS
      *         AUSENCIAS QUE TERMINARON HACE MAS DE UN MES NO SE
      *         CARGAN. AREA DE LLAMADA EN CBTREG.cpy; LOS ARCHIVOS SE
      *         CARGAN EN LA PRIMERA LLAMADA, COMO
      *         busca-registro-patronal, Y LA ACCION "C" LOS RELEE.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcula-cobertura.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT TRIPULACION-MINIMA
       ASSIGN TO DYNAMIC WS-RUTA-TRIPULACION
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TRI.

       SELECT CATALOGO-TURNOS
       ASSIGN TO DYNAMIC WS-RUTA-CATALOGO-TUR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CTU.

       SELECT CALENDARIO-FESTIVOS
       ASSIGN TO DYNAMIC WS-RUTA-CALENDARIO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAL.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS.

       SELECT PERMUTAS-TURNO
       ASSIGN TO DYNAMIC WS-RUTA-PERMUTAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PMT.

       SELECT SOLICITUDES-VACACIONES
       ASSIGN TO DYNAMIC WS-RUTA-SOLICITUDES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SOL.

       SELECT MOVIMIENTOS-VACACIONES
       ASSIGN TO DYNAMIC WS-RUTA-MOVIMIENTOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-MOV.

       SELECT INCAPACIDADES
       ASSIGN TO DYNAMIC WS-RUTA-INCAPACIDADES
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-INC.

       SELECT PERMISOS
       ASSIGN TO DYNAMIC WS-RUTA-PERMISOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PMS.

       DATA DIVISION.
       FILE SECTION.
       FD TRIPULACION-MINIMA.
       01  LINEA-TRIPULACION PIC X(20).

       FD CATALOGO-TURNOS.
       01  LINEA-CATALOGO-TUR PIC X(60).

       FD CALENDARIO-FESTIVOS.
       01  LINEA-CALENDARIO PIC X(50).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD PERMUTAS-TURNO.
       01  LINEA-PERMUTA PIC X(141).

       FD SOLICITUDES-VACACIONES.
       01  LINEA-SOLICITUD PIC X(40).

       FD MOVIMIENTOS-VACACIONES.
       01  LINEA-MOVIMIENTO PIC X(20).

       FD INCAPACIDADES.
           COPY INCREG.

       FD PERMISOS.
       01  LINEA-PERMISO PIC X(104).

       WORKING-STORAGE SECTION.
           COPY PMTREG.
           COPY PMSREG.

       01  WS-RUTA-TRIPULACION PIC X(200).
       01  WS-FILE-STATUS-TRI PIC X(2).
       01  WS-RUTA-CATALOGO-TUR PIC X(200).
       01  WS-FILE-STATUS-CTU PIC X(2).
       01  WS-RUTA-CALENDARIO PIC X(200).
       01  WS-FILE-STATUS-CAL PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-PERMUTAS PIC X(200).
       01  WS-FILE-STATUS-PMT PIC X(2).
       01  WS-RUTA-SOLICITUDES PIC X(200).
       01  WS-FILE-STATUS-SOL PIC X(2).
       01  WS-RUTA-MOVIMIENTOS PIC X(200).
       01  WS-FILE-STATUS-MOV PIC X(2).
       01  WS-RUTA-INCAPACIDADES PIC X(200).
       01  WS-FILE-STATUS-INC PIC X(2).
       01  WS-RUTA-PERMISOS PIC X(200).
       01  WS-FILE-STATUS-PMS PIC X(2).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-TABLAS-CARGADAS PIC X VALUE "N".

       01  WS-FECHA-HOY PIC 9(8).
       01  WS-HOY-ENTERO PIC 9(7).
       01  WS-CORTE-ENTERO PIC 9(7).
       01  WS-DIA-ENTERO PIC 9(7).
       01  WS-DIA-SEMANA PIC 9(1).
       01  WS-LETRAS-SEMANA PIC X(7) VALUE "DLMXJVS".
       01  WS-LETRA-DIA PIC X(1).
       01  WS-CUENTA-LETRA PIC 9(2).
       01  WS-INI-RANGO PIC 9(7).
       01  WS-FIN-RANGO PIC 9(7).
       01  WS-FECHA-HASTA PIC 9(8).

      *    Minimos de tripulacion por depto, turno y dia.
       01  WS-TABLA-MINIMOS.
           05 WS-MIN-RENGLON OCCURS 500 TIMES.
               10 WS-MIN-DEPTO PIC 9(3).
               10 WS-MIN-TURNO PIC X(3).
               10 WS-MIN-DIA PIC X(1).
               10 WS-MIN-MINIMO PIC 9(3).
       01  WS-TOTAL-MINIMOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-MIN PIC 9(3).
       01  WS-MIN-ENCONTRADO PIC 9(3).
       01  WS-DEPTO-X PIC X(4).
       01  WS-TURNO-X PIC X(4).
       01  WS-DIA-X PIC X(2).
       01  WS-MINIMO-X PIC X(5).

      *    Dias laborables de cada turno del catalogo; un turno sin
      *    dias capturados trabaja de lunes a sabado.
       01  WS-TABLA-TURNOS.
           05 WS-TUR-RENGLON OCCURS 50 TIMES.
               10 WS-TUR-CLAVE PIC X(3).
               10 WS-TUR-DIAS PIC X(7).
       01  WS-TOTAL-TURNOS PIC 9(2) VALUE ZEROES.
       01  WS-IX-TUR PIC 9(2).
       01  WS-CLAVE-TUR-X PIC X(4).
       01  WS-DESCRIPCION-TUR-X PIC X(20).
       01  WS-HORA-TUR-X PIC X(5).
       01  WS-DIAS-TURNO PIC X(7).

       01  WS-TABLA-FESTIVOS.
           05 WS-FES-FECHA PIC X(8) OCCURS 500 TIMES.
       01  WS-TOTAL-FESTIVOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-FES PIC 9(3).
       01  WS-FECHA-X PIC X(10).

      *    Rol asignado: activos y de licencia con turno.
       01  WS-TABLA-ROL.
           05 WS-ROL-RENGLON OCCURS 3000 TIMES.
               10 WS-ROL-NUMERO PIC 9(5).
               10 WS-ROL-ID PIC X(6).
               10 WS-ROL-NOMBRE PIC X(25).
               10 WS-ROL-DEPTO PIC 9(3).
               10 WS-ROL-TURNO PIC X(3).
       01  WS-TOTAL-ROL PIC 9(4) VALUE ZEROES.
       01  WS-IX-ROL PIC 9(4).

      *    Permutas aprobadas, un renglon por cada lado: en esos dias
      *    el empleado trabaja WS-PMT-TURNO.
       01  WS-TABLA-PERMUTAS.
           05 WS-PMT-RENGLON OCCURS 1000 TIMES.
               10 WS-PMT-NUMERO PIC 9(5).
               10 WS-PMT-INICIO PIC 9(7).
               10 WS-PMT-FIN PIC 9(7).
               10 WS-PMT-TURNO PIC X(3).
       01  WS-TOTAL-PERMUTAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-PMT PIC 9(4).
       01  WS-TURNO-DIA PIC X(3).

      *    Ausencias: incapacidades, permisos y vacaciones, en dias
      *    enteros del calendario.
       01  WS-TABLA-AUSENCIAS.
           05 WS-AUS-RENGLON OCCURS 5000 TIMES.
               10 WS-AUS-NUMERO PIC 9(5).
               10 WS-AUS-INICIO PIC 9(7).
               10 WS-AUS-FIN PIC 9(7).
               10 WS-AUS-MOTIVO PIC X(1).
       01  WS-TOTAL-AUSENCIAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-AUS PIC 9(4).
       01  WS-AUS-ENCONTRADA PIC 9(4).
       01  WS-MOTIVO-LEIDO PIC X(1).
       01  WS-NUMERO-LEIDO PIC 9(5).
       01  WS-NUMERO-X PIC X(6).
       01  WS-DIAS-X PIC X(4).
       01  WS-DIAS-LEIDOS PIC 9(3).

       01  WS-ID-TRABAJO PIC X(6).
       01  WS-ID-TRABAJO-X REDEFINES WS-ID-TRABAJO.
           05 WS-ID-TRABAJO-SITIO PIC X(2).
           05 WS-ID-TRABAJO-SECUENCIA PIC 9(4).

       01  WS-LINEA-SOLICITUD-DET.
           05 SOL-NUMERO PIC 9(5).
           05 FILLER PIC X(1).
           05 SOL-FECHA-INICIO PIC X(8).
           05 FILLER PIC X(1).
           05 SOL-DIAS PIC 9(3).
           05 FILLER PIC X(1).
           05 SOL-FECHA-SOLICITUD PIC X(8).
           05 FILLER PIC X(1).
           05 SOL-STATUS PIC X(1).

       LINKAGE SECTION.
       COPY CBTREG.

       PROCEDURE DIVISION USING COBERTURA-TURNO-CONSULTA.
       MAIN-PROCEDURE.
           IF WS-TABLAS-CARGADAS = "N"
               OR CBT-ACCION = "C"
               PERFORM CARGA-TABLAS
               MOVE "S" TO WS-TABLAS-CARGADAS
           END-IF.
           MOVE WS-TOTAL-MINIMOS TO CBT-TOTAL-MINIMOS.
           EVALUATE CBT-ACCION
               WHEN "E"
                   PERFORM EVALUA-COBERTURA
               WHEN "I"
                   IF CBT-RENGLON > ZEROES
                       AND CBT-RENGLON <= WS-TOTAL-MINIMOS
                       MOVE WS-MIN-DEPTO (CBT-RENGLON) TO CBT-DEPTO
                       MOVE WS-MIN-TURNO (CBT-RENGLON) TO CBT-TURNO
                       MOVE WS-MIN-DIA (CBT-RENGLON) TO CBT-DIA
                       MOVE WS-MIN-MINIMO (CBT-RENGLON)
                           TO CBT-MINIMO
                       MOVE "S" TO CBT-RESULTADO
                   ELSE
                       MOVE "N" TO CBT-RESULTADO
                   END-IF
               WHEN "C"
                   MOVE "S" TO CBT-RESULTADO
               WHEN OTHER
                   MOVE "N" TO CBT-RESULTADO
           END-EVALUATE.
           GOBACK.

           CARGA-TABLAS.
           PERFORM RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           COMPUTE WS-CORTE-ENTERO = WS-HOY-ENTERO - 31.
           MOVE ZEROES TO WS-TOTAL-MINIMOS WS-TOTAL-TURNOS
               WS-TOTAL-FESTIVOS WS-TOTAL-ROL WS-TOTAL-PERMUTAS
               WS-TOTAL-AUSENCIAS.
           PERFORM CARGA-MINIMOS.
           PERFORM CARGA-TURNOS.
           PERFORM CARGA-FESTIVOS.
           PERFORM CARGA-ROL.
           PERFORM CARGA-PERMUTAS.
           PERFORM CARGA-INCAPACIDADES.
           PERFORM CARGA-PERMISOS.
           PERFORM CARGA-SOLICITUDES.
           PERFORM CARGA-MOVIMIENTOS.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-TRIPULACION FROM ENVIRONMENT
               "TRIPULACION_MINIMA_PATH".
           IF WS-RUTA-TRIPULACION = SPACES
               MOVE "TRIPULACION-MINIMA.txt" TO WS-RUTA-TRIPULACION
           END-IF.
           ACCEPT WS-RUTA-CATALOGO-TUR FROM ENVIRONMENT
               "CATALOGO_TURNOS_PATH".
           IF WS-RUTA-CATALOGO-TUR = SPACES
               MOVE "CATALOGO-TURNOS.txt" TO WS-RUTA-CATALOGO-TUR
           END-IF.
           ACCEPT WS-RUTA-CALENDARIO FROM ENVIRONMENT
               "CALENDARIO_FESTIVOS_PATH".
           IF WS-RUTA-CALENDARIO = SPACES
               MOVE "CALENDARIO-FESTIVOS.txt" TO WS-RUTA-CALENDARIO
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-PERMUTAS FROM ENVIRONMENT
               "PERMUTAS_TURNO_PATH".
           IF WS-RUTA-PERMUTAS = SPACES
               MOVE "PERMUTAS-TURNO.txt" TO WS-RUTA-PERMUTAS
           END-IF.
           ACCEPT WS-RUTA-SOLICITUDES FROM ENVIRONMENT
               "SOLICITUDES_VACACIONES_PATH".
           IF WS-RUTA-SOLICITUDES = SPACES
               MOVE "SOLICITUDES-VACACIONES.txt"
                   TO WS-RUTA-SOLICITUDES
           END-IF.
           ACCEPT WS-RUTA-MOVIMIENTOS FROM ENVIRONMENT
               "MOVIMIENTOS_VACACIONES_PATH".
           IF WS-RUTA-MOVIMIENTOS = SPACES
               MOVE "MOVIMIENTOS-VACACIONES.txt"
                   TO WS-RUTA-MOVIMIENTOS
           END-IF.
           ACCEPT WS-RUTA-INCAPACIDADES FROM ENVIRONMENT
               "INCAPACIDADES_PATH".
           IF WS-RUTA-INCAPACIDADES = SPACES
               MOVE "INCAPACIDADES.dat" TO WS-RUTA-INCAPACIDADES
           END-IF.
           ACCEPT WS-RUTA-PERMISOS FROM ENVIRONMENT "PERMISOS_PATH".
           IF WS-RUTA-PERMISOS = SPACES
               MOVE "PERMISOS.txt" TO WS-RUTA-PERMISOS
           END-IF.

           CARGA-MINIMOS.
           OPEN INPUT TRIPULACION-MINIMA.
           IF WS-FILE-STATUS-TRI NOT = "00"
               DISPLAY "Aviso: no hay tabla de tripulacion minima ("
                   WS-RUTA-TRIPULACION ")."
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-TRIPULACION
               PERFORM AGREGA-MINIMO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE TRIPULACION-MINIMA
           END-IF.

           LEE-LINEA-TRIPULACION.
           READ TRIPULACION-MINIMA
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-MINIMO.
           IF LINEA-TRIPULACION NOT = SPACES
               AND WS-TOTAL-MINIMOS < 500
               ADD 1 TO WS-TOTAL-MINIMOS
               MOVE SPACES TO WS-DEPTO-X WS-TURNO-X WS-DIA-X
                   WS-MINIMO-X
               UNSTRING LINEA-TRIPULACION DELIMITED BY ","
                   INTO WS-DEPTO-X WS-TURNO-X WS-DIA-X WS-MINIMO-X
               END-UNSTRING
               COMPUTE WS-MIN-DEPTO (WS-TOTAL-MINIMOS) =
                   FUNCTION NUMVAL(WS-DEPTO-X)
               MOVE WS-TURNO-X (1:3) TO WS-MIN-TURNO (WS-TOTAL-MINIMOS)
               MOVE WS-DIA-X (1:1) TO WS-MIN-DIA (WS-TOTAL-MINIMOS)
               COMPUTE WS-MIN-MINIMO (WS-TOTAL-MINIMOS) =
                   FUNCTION NUMVAL(WS-MINIMO-X)
           END-IF.
           PERFORM LEE-LINEA-TRIPULACION.

           CARGA-TURNOS.
           OPEN INPUT CATALOGO-TURNOS.
           IF WS-FILE-STATUS-CTU NOT = "00"
               DISPLAY "Aviso: sin catalogo de turnos; todos los "
                   "turnos se toman de lunes a sabado."
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-CATALOGO-TUR
               PERFORM AGREGA-DIAS-TURNO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE CATALOGO-TURNOS
           END-IF.

           LEE-LINEA-CATALOGO-TUR.
           READ CATALOGO-TURNOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-DIAS-TURNO.
           IF LINEA-CATALOGO-TUR NOT = SPACES
               AND WS-TOTAL-TURNOS < 50
               ADD 1 TO WS-TOTAL-TURNOS
               MOVE SPACES TO WS-CLAVE-TUR-X WS-DESCRIPCION-TUR-X
                   WS-TUR-DIAS (WS-TOTAL-TURNOS)
               UNSTRING LINEA-CATALOGO-TUR DELIMITED BY ","
                   INTO WS-CLAVE-TUR-X WS-DESCRIPCION-TUR-X
                       WS-HORA-TUR-X WS-HORA-TUR-X
                       WS-TUR-DIAS (WS-TOTAL-TURNOS)
               END-UNSTRING
               MOVE WS-CLAVE-TUR-X (1:3)
                   TO WS-TUR-CLAVE (WS-TOTAL-TURNOS)
           END-IF.
           PERFORM LEE-LINEA-CATALOGO-TUR.

           CARGA-FESTIVOS.
           OPEN INPUT CALENDARIO-FESTIVOS.
           IF WS-FILE-STATUS-CAL = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-CALENDARIO
               PERFORM AGREGA-FESTIVO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE CALENDARIO-FESTIVOS
           END-IF.

           LEE-LINEA-CALENDARIO.
           READ CALENDARIO-FESTIVOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-FESTIVO.
           IF LINEA-CALENDARIO NOT = SPACES
               AND WS-TOTAL-FESTIVOS < 500
               MOVE SPACES TO WS-FECHA-X
               UNSTRING LINEA-CALENDARIO DELIMITED BY ","
                   INTO WS-FECHA-X
               END-UNSTRING
               IF WS-FECHA-X (1:8) IS NUMERIC
                   ADD 1 TO WS-TOTAL-FESTIVOS
                   MOVE WS-FECHA-X (1:8)
                       TO WS-FES-FECHA (WS-TOTAL-FESTIVOS)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CALENDARIO.

           CARGA-ROL.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-EMPLEADO
               PERFORM AGREGA-EMPLEADO-ROL UNTIL FIN-DE-ENTRADA = "0"
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.

           LEE-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

      *    El numero de nomina sale del ID con la regla de
      *    CRUCEID.cpy, como en el kardex.
           AGREGA-EMPLEADO-ROL.
           IF (EMPLEADOS-STATUS = "A" OR EMPLEADOS-STATUS = "L")
               AND EMPLEADOS-TURNO NOT = SPACES
               AND EMPLEADOS-DEPTO IS NUMERIC
               AND WS-TOTAL-ROL < 3000
               ADD 1 TO WS-TOTAL-ROL
               MOVE EMPLEADOS-ID TO WS-ID-TRABAJO
               PERFORM NUMERO-DE-ID
               MOVE WS-NUMERO-LEIDO TO WS-ROL-NUMERO (WS-TOTAL-ROL)
               MOVE EMPLEADOS-ID TO WS-ROL-ID (WS-TOTAL-ROL)
               MOVE EMPLEADOS-NOMBRE TO WS-ROL-NOMBRE (WS-TOTAL-ROL)
               MOVE EMPLEADOS-DEPTO TO WS-ROL-DEPTO (WS-TOTAL-ROL)
               MOVE EMPLEADOS-TURNO TO WS-ROL-TURNO (WS-TOTAL-ROL)
           END-IF.
           PERFORM LEE-EMPLEADO.

           NUMERO-DE-ID.
           IF WS-ID-TRABAJO IS NUMERIC
               COMPUTE WS-NUMERO-LEIDO =
                   FUNCTION NUMVAL(WS-ID-TRABAJO (2:5))
           ELSE
               IF WS-ID-TRABAJO-SECUENCIA IS NUMERIC
                   MOVE WS-ID-TRABAJO-SECUENCIA TO WS-NUMERO-LEIDO
               ELSE
                   MOVE ZEROES TO WS-NUMERO-LEIDO
               END-IF
           END-IF.

           CARGA-PERMUTAS.
           OPEN INPUT PERMUTAS-TURNO.
           IF WS-FILE-STATUS-PMT = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-PERMUTA
               PERFORM AGREGA-PERMUTA UNTIL FIN-DE-ENTRADA = "0"
               CLOSE PERMUTAS-TURNO
           END-IF.

           LEE-PERMUTA.
           READ PERMUTAS-TURNO
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-PERMUTA TO PERMUTA-REGISTRO
           END-READ.

           AGREGA-PERMUTA.
           IF PMT-STATUS = "A"
               AND PMT-FECHA-INICIO IS NUMERIC
               AND PMT-FECHA-FIN IS NUMERIC
               AND WS-TOTAL-PERMUTAS < 999
               COMPUTE WS-INI-RANGO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(PMT-FECHA-INICIO))
               COMPUTE WS-FIN-RANGO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(PMT-FECHA-FIN))
               IF WS-FIN-RANGO >= WS-CORTE-ENTERO
                   ADD 1 TO WS-TOTAL-PERMUTAS
                   MOVE PMT-NUMERO-A
                       TO WS-PMT-NUMERO (WS-TOTAL-PERMUTAS)
                   MOVE PMT-TURNO-B TO WS-PMT-TURNO (WS-TOTAL-PERMUTAS)
                   MOVE WS-INI-RANGO
                       TO WS-PMT-INICIO (WS-TOTAL-PERMUTAS)
                   MOVE WS-FIN-RANGO TO WS-PMT-FIN (WS-TOTAL-PERMUTAS)
                   ADD 1 TO WS-TOTAL-PERMUTAS
                   MOVE PMT-NUMERO-B
                       TO WS-PMT-NUMERO (WS-TOTAL-PERMUTAS)
                   MOVE PMT-TURNO-A TO WS-PMT-TURNO (WS-TOTAL-PERMUTAS)
                   MOVE WS-INI-RANGO
                       TO WS-PMT-INICIO (WS-TOTAL-PERMUTAS)
                   MOVE WS-FIN-RANGO TO WS-PMT-FIN (WS-TOTAL-PERMUTAS)
               END-IF
           END-IF.
           PERFORM LEE-PERMUTA.

           CARGA-INCAPACIDADES.
           OPEN INPUT INCAPACIDADES.
           IF WS-FILE-STATUS-INC = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-INCAPACIDAD
               PERFORM AGREGA-INCAPACIDAD UNTIL FIN-DE-ENTRADA = "0"
               CLOSE INCAPACIDADES
           END-IF.

           LEE-INCAPACIDAD.
           READ INCAPACIDADES NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-INCAPACIDAD.
           IF INC-FECHA-INICIO IS NUMERIC
               AND INC-DIAS IS NUMERIC
               AND INC-DIAS > ZEROES
               MOVE INC-NUMERO-EMP TO WS-NUMERO-LEIDO
               COMPUTE WS-INI-RANGO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(INC-FECHA-INICIO))
               COMPUTE WS-FIN-RANGO = WS-INI-RANGO + INC-DIAS - 1
               MOVE "I" TO WS-MOTIVO-LEIDO
               PERFORM AGREGA-AUSENCIA
           END-IF.
           PERFORM LEE-INCAPACIDAD.

           CARGA-PERMISOS.
           OPEN INPUT PERMISOS.
           IF WS-FILE-STATUS-PMS = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-PERMISO
               PERFORM AGREGA-PERMISO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE PERMISOS
           END-IF.

           LEE-PERMISO.
           READ PERMISOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-PERMISO TO PERMISO-REGISTRO
           END-READ.

           AGREGA-PERMISO.
           IF LINEA-PERMISO NOT = SPACES
               AND PMS-STATUS = "A"
               AND PMS-FECHA-INICIO IS NUMERIC
               AND PMS-FECHA-FIN IS NUMERIC
               MOVE PMS-EMPLEADO-ID TO WS-ID-TRABAJO
               PERFORM NUMERO-DE-ID
               COMPUTE WS-INI-RANGO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(PMS-FECHA-INICIO))
               COMPUTE WS-FIN-RANGO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(PMS-FECHA-FIN))
               IF PMS-GOCE = "S"
                   MOVE "P" TO WS-MOTIVO-LEIDO
               ELSE
                   MOVE "L" TO WS-MOTIVO-LEIDO
               END-IF
               PERFORM AGREGA-AUSENCIA
           END-IF.
           PERFORM LEE-PERMISO.

      *    Las solicitudes aprobadas en la sesion de aprueba-vacaciones
      *    todavia no estan reescritas en el archivo de solicitudes,
      *    pero su movimiento ya quedo escrito: por eso se leen los
      *    dos y la ausencia repetida no estorba.
           CARGA-SOLICITUDES.
           OPEN INPUT SOLICITUDES-VACACIONES.
           IF WS-FILE-STATUS-SOL = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-SOLICITUD
               PERFORM AGREGA-SOLICITUD UNTIL FIN-DE-ENTRADA = "0"
               CLOSE SOLICITUDES-VACACIONES
           END-IF.

           LEE-SOLICITUD.
           READ SOLICITUDES-VACACIONES
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-SOLICITUD TO WS-LINEA-SOLICITUD-DET
           END-READ.

           AGREGA-SOLICITUD.
           IF SOL-STATUS = "A"
               AND SOL-NUMERO IS NUMERIC
               AND SOL-FECHA-INICIO IS NUMERIC
               AND SOL-DIAS IS NUMERIC
               AND SOL-DIAS > ZEROES
               MOVE SOL-NUMERO TO WS-NUMERO-LEIDO
               COMPUTE WS-INI-RANGO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(SOL-FECHA-INICIO))
               COMPUTE WS-FIN-RANGO = WS-INI-RANGO + SOL-DIAS - 1
               MOVE "V" TO WS-MOTIVO-LEIDO
               PERFORM AGREGA-AUSENCIA
           END-IF.
           PERFORM LEE-SOLICITUD.

           CARGA-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-VACACIONES.
           IF WS-FILE-STATUS-MOV = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-MOVIMIENTO
               PERFORM AGREGA-MOVIMIENTO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE MOVIMIENTOS-VACACIONES
           END-IF.

           LEE-MOVIMIENTO.
           READ MOVIMIENTOS-VACACIONES
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-MOVIMIENTO.
           IF LINEA-MOVIMIENTO NOT = SPACES
               MOVE SPACES TO WS-NUMERO-X WS-FECHA-X WS-DIAS-X
               UNSTRING LINEA-MOVIMIENTO DELIMITED BY " "
                   INTO WS-NUMERO-X WS-FECHA-X WS-DIAS-X
               END-UNSTRING
               IF WS-FECHA-X (1:8) IS NUMERIC
                   COMPUTE WS-NUMERO-LEIDO =
                       FUNCTION NUMVAL(WS-NUMERO-X)
                   COMPUTE WS-DIAS-LEIDOS =
                       FUNCTION NUMVAL(WS-DIAS-X)
                   IF WS-DIAS-LEIDOS > ZEROES
                       COMPUTE WS-INI-RANGO =
                           FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(WS-FECHA-X (1:8)))
                       COMPUTE WS-FIN-RANGO =
                           WS-INI-RANGO + WS-DIAS-LEIDOS - 1
                       MOVE "V" TO WS-MOTIVO-LEIDO
                       PERFORM AGREGA-AUSENCIA
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-MOVIMIENTO.

      *    Una fecha imposible da dia entero cero y la ausencia no
      *    entra; tampoco las que ya terminaron antes del corte.
           AGREGA-AUSENCIA.
           IF WS-INI-RANGO > ZEROES
               AND WS-FIN-RANGO >= WS-CORTE-ENTERO
               AND WS-NUMERO-LEIDO > ZEROES
               AND WS-TOTAL-AUSENCIAS < 5000
               ADD 1 TO WS-TOTAL-AUSENCIAS
               MOVE WS-NUMERO-LEIDO
                   TO WS-AUS-NUMERO (WS-TOTAL-AUSENCIAS)
               MOVE WS-INI-RANGO TO WS-AUS-INICIO (WS-TOTAL-AUSENCIAS)
               MOVE WS-FIN-RANGO TO WS-AUS-FIN (WS-TOTAL-AUSENCIAS)
               MOVE WS-MOTIVO-LEIDO
                   TO WS-AUS-MOTIVO (WS-TOTAL-AUSENCIAS)
           END-IF.

           EVALUA-COBERTURA.
           MOVE ZEROES TO CBT-MINIMO CBT-ASIGNADOS CBT-FUERA
               CBT-DISPONIBLES CBT-TOTAL-AUSENTES.
           MOVE "N" TO CBT-FESTIVO.
           MOVE SPACES TO CBT-DIA.
           IF CBT-FECHA IS NOT NUMERIC
               MOVE "X" TO CBT-RESULTADO
           ELSE
               COMPUTE WS-DIA-ENTERO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(CBT-FECHA))
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-ENTERO, 7)
               MOVE WS-LETRAS-SEMANA (WS-DIA-SEMANA + 1:1)
                   TO WS-LETRA-DIA
               MOVE WS-LETRA-DIA TO CBT-DIA
               PERFORM REVISA-FESTIVO
                   VARYING WS-IX-FES FROM 1 BY 1
                   UNTIL WS-IX-FES > WS-TOTAL-FESTIVOS
               MOVE ZEROES TO WS-MIN-ENCONTRADO
               PERFORM REVISA-MINIMO
                   VARYING WS-IX-MIN FROM 1 BY 1
                   UNTIL WS-IX-MIN > WS-TOTAL-MINIMOS
                   OR WS-MIN-ENCONTRADO > ZEROES
               PERFORM EVALUA-EMPLEADO-ROL
                   VARYING WS-IX-ROL FROM 1 BY 1
                   UNTIL WS-IX-ROL > WS-TOTAL-ROL
               IF CBT-FESTIVO = "S"
                   MOVE ZEROES TO CBT-DISPONIBLES
               ELSE
                   COMPUTE CBT-DISPONIBLES = CBT-ASIGNADOS - CBT-FUERA
               END-IF
               IF WS-MIN-ENCONTRADO = ZEROES
                   MOVE "X" TO CBT-RESULTADO
               ELSE
                   IF CBT-DISPONIBLES < CBT-MINIMO
                       MOVE "S" TO CBT-RESULTADO
                   ELSE
                       MOVE "N" TO CBT-RESULTADO
                   END-IF
               END-IF
           END-IF.

           REVISA-FESTIVO.
           IF WS-FES-FECHA (WS-IX-FES) = CBT-FECHA
               MOVE "S" TO CBT-FESTIVO
           END-IF.

           REVISA-MINIMO.
           IF WS-MIN-DEPTO (WS-IX-MIN) = CBT-DEPTO
               AND WS-MIN-TURNO (WS-IX-MIN) = CBT-TURNO
               AND WS-MIN-DIA (WS-IX-MIN) = WS-LETRA-DIA
               MOVE WS-IX-MIN TO WS-MIN-ENCONTRADO
               MOVE WS-MIN-MINIMO (WS-IX-MIN) TO CBT-MINIMO
           END-IF.

      *    Cuenta en el turno quien lo trabaja ese dia (el suyo o el
      *    permutado) si el dia es laborable para ese turno; de ahi
      *    se resta quien esta fuera.
           EVALUA-EMPLEADO-ROL.
           IF WS-ROL-DEPTO (WS-IX-ROL) = CBT-DEPTO
               MOVE WS-ROL-TURNO (WS-IX-ROL) TO WS-TURNO-DIA
               PERFORM REVISA-PERMUTA
                   VARYING WS-IX-PMT FROM 1 BY 1
                   UNTIL WS-IX-PMT > WS-TOTAL-PERMUTAS
               IF WS-TURNO-DIA = CBT-TURNO
                   PERFORM BUSCA-DIAS-TURNO
                   MOVE ZEROES TO WS-CUENTA-LETRA
                   INSPECT WS-DIAS-TURNO TALLYING WS-CUENTA-LETRA
                       FOR ALL WS-LETRA-DIA
                   IF WS-CUENTA-LETRA > ZEROES
                       ADD 1 TO CBT-ASIGNADOS
                       PERFORM BUSCA-AUSENCIA-DIA
                   END-IF
               END-IF
           END-IF.

           REVISA-PERMUTA.
           IF WS-PMT-NUMERO (WS-IX-PMT) = WS-ROL-NUMERO (WS-IX-ROL)
               AND WS-PMT-INICIO (WS-IX-PMT) <= WS-DIA-ENTERO
               AND WS-PMT-FIN (WS-IX-PMT) >= WS-DIA-ENTERO
               MOVE WS-PMT-TURNO (WS-IX-PMT) TO WS-TURNO-DIA
           END-IF.

           BUSCA-DIAS-TURNO.
           MOVE SPACES TO WS-DIAS-TURNO.
           PERFORM REVISA-DIAS-TURNO
               VARYING WS-IX-TUR FROM 1 BY 1
               UNTIL WS-IX-TUR > WS-TOTAL-TURNOS
               OR WS-DIAS-TURNO NOT = SPACES.
           IF WS-DIAS-TURNO = SPACES
               MOVE "LMXJVS" TO WS-DIAS-TURNO
           END-IF.

           REVISA-DIAS-TURNO.
           IF WS-TUR-CLAVE (WS-IX-TUR) = CBT-TURNO
               MOVE WS-TUR-DIAS (WS-IX-TUR) TO WS-DIAS-TURNO
           END-IF.

      *    La solicitud que se simula cuenta primero; despues la
      *    primera ausencia que cubra el dia.
           BUSCA-AUSENCIA-DIA.
           MOVE SPACES TO WS-MOTIVO-LEIDO.
           MOVE ZEROES TO WS-AUS-ENCONTRADA.
           IF CBT-NUMERO-EXTRA > ZEROES
               AND CBT-NUMERO-EXTRA = WS-ROL-NUMERO (WS-IX-ROL)
               MOVE "X" TO WS-MOTIVO-LEIDO
           ELSE
               PERFORM REVISA-AUSENCIA
                   VARYING WS-IX-AUS FROM 1 BY 1
                   UNTIL WS-IX-AUS > WS-TOTAL-AUSENCIAS
                   OR WS-AUS-ENCONTRADA > ZEROES
           END-IF.
           IF WS-MOTIVO-LEIDO NOT = SPACES
               ADD 1 TO CBT-FUERA
               IF CBT-TOTAL-AUSENTES < 40
                   ADD 1 TO CBT-TOTAL-AUSENTES
                   PERFORM ANOTA-AUSENTE
               END-IF
           END-IF.

           REVISA-AUSENCIA.
           IF WS-AUS-NUMERO (WS-IX-AUS) = WS-ROL-NUMERO (WS-IX-ROL)
               AND WS-AUS-INICIO (WS-IX-AUS) <= WS-DIA-ENTERO
               AND WS-AUS-FIN (WS-IX-AUS) >= WS-DIA-ENTERO
               MOVE WS-IX-AUS TO WS-AUS-ENCONTRADA
               MOVE WS-AUS-MOTIVO (WS-IX-AUS) TO WS-MOTIVO-LEIDO
           END-IF.

           ANOTA-AUSENTE.
           MOVE WS-ROL-NUMERO (WS-IX-ROL)
               TO CBT-AUS-NUMERO (CBT-TOTAL-AUSENTES).
           MOVE WS-ROL-ID (WS-IX-ROL)
               TO CBT-AUS-ID (CBT-TOTAL-AUSENTES).
           MOVE WS-ROL-NOMBRE (WS-IX-ROL)
               TO CBT-AUS-NOMBRE (CBT-TOTAL-AUSENTES).
           MOVE WS-MOTIVO-LEIDO TO CBT-AUS-MOTIVO (CBT-TOTAL-AUSENTES).
           MOVE SPACES TO CBT-AUS-HASTA (CBT-TOTAL-AUSENTES).
           IF WS-AUS-ENCONTRADA > ZEROES
               COMPUTE WS-FECHA-HASTA = FUNCTION DATE-OF-INTEGER
                   (WS-AUS-FIN (WS-AUS-ENCONTRADA))
               MOVE WS-FECHA-HASTA
                   TO CBT-AUS-HASTA (CBT-TOTAL-AUSENTES)
           END-IF.
       END PROGRAM calcula-cobertura.
