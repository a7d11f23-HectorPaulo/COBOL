      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CALCULO MENSUAL DE LOS PREMIOS DE PUNTUALIDAD Y DE
      *         ASISTENCIA, CADA UNO UN PORCENTAJE DEL SALARIO, EN VEZ
      *         DE LA LISTA QUE MANDAN LOS SUPERVISORES POR CORREO.
      *         PARA CADA EMPLEADO ACTIVO DEL MAESTRO DE NOMINA
      *         (NOMREG.cpy, SIN ASIMILADOS) CUENTA LOS RETARDOS DEL
      *         MES EN EL LISTADO DE EXCEPCIONES DE procesa-checadas
      *         Y LAS FALTAS SIN JUSTIFICAR QUE DEJA kardex-asistencia
      *         EN FALTAS.txt (LAS VACACIONES, PERMISOS, LICENCIAS E
      *         INCAPACIDADES NO ESTAN AHI, ASI QUE NO CUENTAN EN SU
      *         CONTRA). PIERDE LA PUNTUALIDAD QUIEN PASA DE LOS
      *         RETARDOS TOLERADOS Y LA ASISTENCIA QUIEN PASA DE LAS
      *         FALTAS TOLERADAS. CADA PREMIO ES EXENTO PARA EL IMSS
      *         HASTA EL 10% DEL SDI DEL MES (SALARIOS-INTEGRADOS.txt,
      *         PORCENTAJE PREM-EXE-PCT DE LA TABLA DE PARAMETROS
      *         LEGALES) Y EL EXCEDENTE INTEGRA. LOS PREMIOS VAN A
      *         PERCEPCIONES-EXTRA (CONCEPTOS PUNTEXE/PUNTGRAV Y
      *         ASISEXE/ASISGRAV) PARA LA SIGUIENTE CORRIDA DE
      *         registro-nomina, EL DETALLE A PREMIOS-ASISTENCIA.txt
      *         (PASREG.cpy), QUE EVITA PAGAR DOS VECES EL MISMO MES Y
      *         DEL QUE calcula-sdi TOMA LO QUE INTEGRA, Y EL REPORTE
      *         LISTA POR DEPARTAMENTO QUIEN PERDIO CADA PREMIO Y POR
      *         QUE.
      *
      *         Tarjeta: periodo,porcentaje-puntualidad,porcentaje-
      *         asistencia,retardos-tolerados,faltas-toleradas,dias-
      *         del-mes (p.ej. "202609,10,10,2,0,30").
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. premios-asistencia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PARAMETROS
       ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PAR.

       SELECT NOMINA-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT NOMINA-ORDEN ASSIGN TO "SORTWK31".

       SELECT FALTAS-MES
       ASSIGN TO DYNAMIC WS-RUTA-FALTAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FAL.

       SELECT EXCEPCIONES-CHECADAS
       ASSIGN TO DYNAMIC WS-RUTA-EXCEPCIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EXC.

       SELECT SALARIOS-INTEGRADOS
       ASSIGN TO DYNAMIC WS-RUTA-SDI
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SDI.

       SELECT PREMIOS-ASISTENCIA
       ASSIGN TO DYNAMIC WS-RUTA-PREMIOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PAS.

       SELECT PERCEPCIONES-EXTRA
       ASSIGN TO DYNAMIC WS-RUTA-PERCEPCIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PER.

       SELECT REPORTE-PREMIOS
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
       01  LINEA-PARAMETROS PIC X(60).

       FD NOMINA-ENTRADA.
           COPY NOMIDX.

       SD  NOMINA-ORDEN.
       01  SD-REG-NOMINA.
           05 SD-DEPTO PIC 9(3).
           05 SD-NUMERO PIC 9(5).
           05 SD-REG-COMPLETO PIC X(56).

       FD FALTAS-MES.
       01  LINEA-FALTAS PIC X(20).

       FD EXCEPCIONES-CHECADAS.
       01  LINEA-EXCEPCION PIC X(70).

       FD SALARIOS-INTEGRADOS.
       01  LINEA-SDI PIC X(57).

       FD PREMIOS-ASISTENCIA.
       01  LINEA-PREMIO PIC X(63).

       FD PERCEPCIONES-EXTRA.
       01  LINEA-PERCEPCION PIC X(30).

       FD REPORTE-PREMIOS.
       01  LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY NOMREG.
       COPY SDIREG.
       COPY PASREG.
       COPY RPTENC.

       01  WS-RUTA-PARAMETROS PIC X(200).
       01  WS-RUTA-NOMINA PIC X(200).
       01  WS-RUTA-FALTAS PIC X(200).
       01  WS-RUTA-EXCEPCIONES PIC X(200).
       01  WS-RUTA-SDI PIC X(200).
       01  WS-RUTA-PREMIOS PIC X(200).
       01  WS-RUTA-PERCEPCIONES PIC X(200).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-PAR PIC X(2).
       01  WS-FILE-STATUS-NOM PIC X(2).
       01  WS-FILE-STATUS-FAL PIC X(2).
       01  WS-FILE-STATUS-EXC PIC X(2).
       01  WS-FILE-STATUS-SDI PIC X(2).
       01  WS-FILE-STATUS-PAS PIC X(2).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  FIN-DE-NOMINA PIC X.
       01  FIN-DE-ORDENADOS PIC X.
       01  FIN-DE-FALTAS PIC X.
       01  FIN-DE-EXCEPCIONES PIC X.
       01  FIN-DE-SDI PIC X.
       01  FIN-DE-PREMIOS PIC X.
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  WS-FECHA-CORRIDA PIC X(10).

      *    Reglas de la tarjeta; sin tarjeta no hay periodo y la
      *    corrida se rechaza.
       01  WS-PERIODO-X PIC X(8).
       01  WS-PCT-PUNTUALIDAD-X PIC X(8).
       01  WS-PCT-ASISTENCIA-X PIC X(8).
       01  WS-RETARDOS-TOL-X PIC X(4).
       01  WS-FALTAS-TOL-X PIC X(4).
       01  WS-DIAS-MES-X PIC X(4).
       01  WS-PERIODO PIC X(6).
       01  WS-PCT-PUNTUALIDAD PIC 9(3)V99 VALUE 10.00.
       01  WS-PCT-ASISTENCIA PIC 9(3)V99 VALUE 10.00.
       01  WS-RETARDOS-TOLERADOS PIC 9(3) VALUE ZEROES.
       01  WS-FALTAS-TOLERADAS PIC 9(3) VALUE ZEROES.
       01  WS-DIAS-MES PIC 9(3) VALUE 30.

      *    Porcentaje del SDI del mes hasta el que cada premio no
      *    integra (PREM-EXE-PCT vigente al primer dia del mes en la
      *    tabla de parametros legales; sin valor, el 10% de la ley).
       01  WS-PCT-EXENTO-IMSS PIC 9(3)V99 VALUE 10.00.
       01  WS-FECHA-CALCULO-PLG PIC X(8).
       01  WS-CLAVE-PLG PIC X(12).
       01  WS-VALOR-PLG PIC 9(7)V9(5).
       01  WS-RESULTADO-PLG PIC X.

       01  WS-TABLA-FALTAS.
           05 WS-FAL-RENGLON OCCURS 9999 TIMES.
               10 WS-FAL-NUMERO PIC 9(5).
               10 WS-FAL-DIAS PIC 9(3).
       01  WS-TOTAL-FALTAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-FAL PIC 9(4).
       01  WS-FAL-NUMERO-X PIC X(6).
       01  WS-FAL-DIAS-X PIC X(4).

       01  WS-TABLA-RETARDOS.
           05 WS-RET-RENGLON OCCURS 9999 TIMES.
               10 WS-RET-NUMERO PIC 9(5).
               10 WS-RET-CUENTA PIC 9(3).
       01  WS-TOTAL-RETARDOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-RET PIC 9(4).
       01  WS-RET-ENCONTRADO PIC 9(4).
       01  WS-RET-NUMERO-LEIDO PIC 9(5).

       01  WS-TABLA-SDI.
           05 WS-SDI-RENGLON OCCURS 9999 TIMES.
               10 WS-SDI-NUMERO PIC 9(5).
               10 WS-SDI-SITIO PIC X(2).
               10 WS-SDI-INTEGRADO PIC 9(5)V99.
       01  WS-TOTAL-SDI PIC 9(4) VALUE ZEROES.
       01  WS-IX-SDI PIC 9(4).
       01  WS-SDI-ENCONTRADO PIC 9(4).

      *    Empleados que ya tienen renglon del periodo en el detalle:
      *    repetir la corrida no vuelve a pagar.
       01  WS-TABLA-PAGADOS.
           05 WS-PAG-RENGLON OCCURS 9999 TIMES.
               10 WS-PAG-NUMERO PIC 9(5).
               10 WS-PAG-SITIO PIC X(2).
       01  WS-TOTAL-PAGADOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-PAG PIC 9(4).
       01  WS-PAG-ENCONTRADO PIC 9(4).

       01  WS-RETARDOS-EMP PIC 9(3).
       01  WS-FALTAS-EMP PIC 9(3).
       01  WS-SDI-EMP PIC 9(5)V99.
       01  WS-TOPE-EXENTO PIC 9(7)V99.
       01  WS-PREMIO-PUNTUALIDAD PIC 9(7)V99.
       01  WS-PREMIO-ASISTENCIA PIC 9(7)V99.
       01  WS-EXENTO-PREMIO PIC 9(7)V99.
       01  WS-GRAVADO-PREMIO PIC 9(7)V99.
       01  WS-EXENTO-EMP PIC 9(7)V99.
       01  WS-INTEGRA-EMP PIC 9(7)V99.
       01  WS-CONCEPTO-PER PIC X(8).
       01  WS-IMPORTE-PER PIC 9(7)V99.
       01  WS-IMPORTE-EDITADO PIC -ZZZZZZ9.99.
       01  WS-RETARDOS-ED PIC ZZ9.
       01  WS-TOLERADOS-ED PIC ZZ9.

       01  WS-TOTAL-EVALUADOS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-YA-CALCULADOS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-CON-PUNTUALIDAD PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-CON-ASISTENCIA PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-SIN-PUNTUALIDAD PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-SIN-ASISTENCIA PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-SIN-SDI PIC 9(5) VALUE ZEROES.
       01  WS-IMPORTE-PAGADO PIC 9(9)V99 VALUE ZEROES.
       01  WS-IMPORTE-EXENTO PIC 9(9)V99 VALUE ZEROES.
       01  WS-IMPORTE-INTEGRA PIC 9(9)V99 VALUE ZEROES.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(46) VALUE
               "PREMIOS DE PUNTUALIDAD Y ASISTENCIA - PERIODO ".
           05 TIT-PERIODO PIC X(6).
       01  WS-LINEA-REGLAS.
           05 FILLER PIC X(20) VALUE "REGLAS: PUNTUALIDAD ".
           05 REG-PCT-PUNTUALIDAD PIC ZZ9.99.
           05 FILLER PIC X(7) VALUE "% HASTA".
           05 REG-RETARDOS PIC ZZZ9.
           05 FILLER PIC X(23) VALUE " RETARDOS; ASISTENCIA ".
           05 REG-PCT-ASISTENCIA PIC ZZ9.99.
           05 FILLER PIC X(7) VALUE "% HASTA".
           05 REG-FALTAS PIC ZZZ9.
           05 FILLER PIC X(7) VALUE " FALTAS".
       01  WS-LINEA-SUBTITULO PIC X(60) VALUE
           "EMPLEADOS QUE PERDIERON EL PREMIO".
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(6) VALUE "DEPTO".
           05 FILLER PIC X(7) VALUE "NUMERO".
           05 FILLER PIC X(31) VALUE "NOMBRE".
           05 FILLER PIC X(13) VALUE "PREMIO".
           05 FILLER PIC X(40) VALUE "MOTIVO".
       01  WS-LINEA-DETALLE.
           05 DET-DEPTO PIC 9(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-NUMERO PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-PREMIO PIC X(13).
           05 DET-MOTIVO PIC X(40).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(40).
           05 TOT-VALOR PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LINEA-CONTEO.
           05 CON-ETIQUETA PIC X(40).
           05 CON-VALOR PIC ZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "premios-asistencia".
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
           PERFORM LEE-PARAMETROS.
           PERFORM BUSCA-PARAMETROS-LEGALES.
           PERFORM CARGA-FALTAS.
           PERFORM CARGA-RETARDOS.
           PERFORM CARGA-SDI.
           PERFORM CARGA-YA-CALCULADOS.
           PERFORM ABRE-ARCHIVOS.
           PERFORM ESCRIBE-ENCABEZADO.
           SORT NOMINA-ORDEN
               ON ASCENDING KEY SD-DEPTO SD-NUMERO
               INPUT PROCEDURE IS FILTRA-ACTIVOS
               OUTPUT PROCEDURE IS EVALUA-EMPLEADOS.
           PERFORM ESCRIBE-TOTALES.
           PERFORM CIERRA-ARCHIVOS.
           DISPLAY "Empleados evaluados: " WS-TOTAL-EVALUADOS.
           DISPLAY "Con premio de puntualidad: "
               WS-TOTAL-CON-PUNTUALIDAD "  de asistencia: "
               WS-TOTAL-CON-ASISTENCIA.
           DISPLAY "Ya calculados en el periodo: "
               WS-TOTAL-YA-CALCULADOS.
           IF WS-TOTAL-SIN-SDI > ZEROES
               DISPLAY "Aviso: sin SDI, tope exento sobre el salario "
                   "diario: " WS-TOTAL-SIN-SDI
           END-IF.
           DISPLAY "Reporte de premios: "
               FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-EVALUADOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-PARAMETROS FROM ENVIRONMENT
               "PREMIOS_PARAMETROS_PATH".
           IF WS-RUTA-PARAMETROS = SPACES
               MOVE "PREMIOS-PARAMETROS.txt" TO WS-RUTA-PARAMETROS
           END-IF.
           ACCEPT WS-RUTA-NOMINA FROM ENVIRONMENT
               "PREMIOS_ENTRADA_PATH".
           ACCEPT WS-RUTA-FALTAS FROM ENVIRONMENT "FALTAS_MES_PATH".
           IF WS-RUTA-FALTAS = SPACES
               MOVE "FALTAS.txt" TO WS-RUTA-FALTAS
           END-IF.
           ACCEPT WS-RUTA-EXCEPCIONES FROM ENVIRONMENT
               "CHECADAS_EXCEPCIONES_PATH".
           IF WS-RUTA-EXCEPCIONES = SPACES
               MOVE "EXCEPCIONES-CHECADAS.txt"
                   TO WS-RUTA-EXCEPCIONES
           END-IF.
           ACCEPT WS-RUTA-SDI FROM ENVIRONMENT
               "SALARIOS_INTEGRADOS_PATH".
           IF WS-RUTA-SDI = SPACES
               MOVE "SALARIOS-INTEGRADOS.txt" TO WS-RUTA-SDI
           END-IF.
           ACCEPT WS-RUTA-PREMIOS FROM ENVIRONMENT
               "PREMIOS_ASISTENCIA_PATH".
           IF WS-RUTA-PREMIOS = SPACES
               MOVE "PREMIOS-ASISTENCIA.txt" TO WS-RUTA-PREMIOS
           END-IF.
           ACCEPT WS-RUTA-PERCEPCIONES FROM ENVIRONMENT
               "PERCEPCIONES_EXTRA_PATH".
           IF WS-RUTA-PERCEPCIONES = SPACES
               MOVE "PERCEPCIONES-EXTRA.txt" TO WS-RUTA-PERCEPCIONES
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "PREMIOS_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "PREMIOS-ASISTENCIA-RPT" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

           LEE-PARAMETROS.
           MOVE SPACES TO WS-PERIODO.
           OPEN INPUT PARAMETROS.
           IF WS-FILE-STATUS-PAR = "00"
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM INTERPRETA-TARJETA
               END-READ
               CLOSE PARAMETROS
           END-IF.
           IF WS-PERIODO = SPACES
               DISPLAY "RECHAZADO: falta la tarjeta de premios con el "
                   "periodo AAAAMM (" FUNCTION TRIM(WS-RUTA-PARAMETROS)
                   ")."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Los campos vacios de la tarjeta dejan el valor por omision.
           INTERPRETA-TARJETA.
           MOVE SPACES TO WS-PERIODO-X WS-PCT-PUNTUALIDAD-X
               WS-PCT-ASISTENCIA-X WS-RETARDOS-TOL-X WS-FALTAS-TOL-X
               WS-DIAS-MES-X.
           UNSTRING LINEA-PARAMETROS DELIMITED BY ","
               INTO WS-PERIODO-X WS-PCT-PUNTUALIDAD-X
                   WS-PCT-ASISTENCIA-X WS-RETARDOS-TOL-X
                   WS-FALTAS-TOL-X WS-DIAS-MES-X
           END-UNSTRING.
           IF WS-PERIODO-X (1:6) IS NUMERIC
               AND WS-PERIODO-X (5:2) >= "01"
               AND WS-PERIODO-X (5:2) <= "12"
               MOVE WS-PERIODO-X (1:6) TO WS-PERIODO
           END-IF.
           IF WS-PCT-PUNTUALIDAD-X NOT = SPACES
               COMPUTE WS-PCT-PUNTUALIDAD =
                   FUNCTION NUMVAL(WS-PCT-PUNTUALIDAD-X)
           END-IF.
           IF WS-PCT-ASISTENCIA-X NOT = SPACES
               COMPUTE WS-PCT-ASISTENCIA =
                   FUNCTION NUMVAL(WS-PCT-ASISTENCIA-X)
           END-IF.
           IF WS-RETARDOS-TOL-X NOT = SPACES
               COMPUTE WS-RETARDOS-TOLERADOS =
                   FUNCTION NUMVAL(WS-RETARDOS-TOL-X)
           END-IF.
           IF WS-FALTAS-TOL-X NOT = SPACES
               COMPUTE WS-FALTAS-TOLERADAS =
                   FUNCTION NUMVAL(WS-FALTAS-TOL-X)
           END-IF.
           IF WS-DIAS-MES-X NOT = SPACES
               AND FUNCTION NUMVAL(WS-DIAS-MES-X) > ZEROES
               COMPUTE WS-DIAS-MES = FUNCTION NUMVAL(WS-DIAS-MES-X)
           END-IF.

           BUSCA-PARAMETROS-LEGALES.
           STRING WS-PERIODO DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO WS-FECHA-CALCULO-PLG
           END-STRING.
           MOVE "PREM-EXE-PCT" TO WS-CLAVE-PLG.
           CALL "busca-parametro-legal"
               USING WS-BIT-PROGRAMA WS-CLAVE-PLG WS-FECHA-CALCULO-PLG
                   WS-VALOR-PLG WS-RESULTADO-PLG
           END-CALL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-PCT-EXENTO-IMSS
           END-IF.

      *    FALTAS.txt del kardex del mes: numero,dias sin justificar
      *    (faltas y suspensiones).
           CARGA-FALTAS.
           OPEN INPUT FALTAS-MES.
           IF WS-FILE-STATUS-FAL NOT = "00"
               DISPLAY "Aviso: sin faltas del kardex ("
                   FUNCTION TRIM(WS-RUTA-FALTAS)
                   "); nadie pierde el premio de asistencia."
           ELSE
               MOVE "1" TO FIN-DE-FALTAS
               PERFORM LEE-RENGLON-FALTAS
               PERFORM AGREGA-RENGLON-FALTAS
                   UNTIL FIN-DE-FALTAS = "0"
               CLOSE FALTAS-MES
           END-IF.

           LEE-RENGLON-FALTAS.
           READ FALTAS-MES
               AT END
                   MOVE "0" TO FIN-DE-FALTAS
           END-READ.

           AGREGA-RENGLON-FALTAS.
           IF LINEA-FALTAS NOT = SPACES
               AND WS-TOTAL-FALTAS < 9999
               ADD 1 TO WS-TOTAL-FALTAS
               MOVE SPACES TO WS-FAL-NUMERO-X WS-FAL-DIAS-X
               UNSTRING LINEA-FALTAS DELIMITED BY ","
                   INTO WS-FAL-NUMERO-X WS-FAL-DIAS-X
               END-UNSTRING
               COMPUTE WS-FAL-NUMERO (WS-TOTAL-FALTAS) =
                   FUNCTION NUMVAL(WS-FAL-NUMERO-X)
               COMPUTE WS-FAL-DIAS (WS-TOTAL-FALTAS) =
                   FUNCTION NUMVAL(WS-FAL-DIAS-X)
           END-IF.
           PERFORM LEE-RENGLON-FALTAS.

      *    Listado de excepciones de procesa-checadas: solo cuentan
      *    los renglones de retardo con fecha dentro del periodo.
           CARGA-RETARDOS.
           OPEN INPUT EXCEPCIONES-CHECADAS.
           IF WS-FILE-STATUS-EXC NOT = "00"
               DISPLAY "Aviso: sin excepciones de checadas ("
                   FUNCTION TRIM(WS-RUTA-EXCEPCIONES)
                   "); nadie pierde el premio de puntualidad."
           ELSE
               MOVE "1" TO FIN-DE-EXCEPCIONES
               PERFORM LEE-RENGLON-EXCEPCION
               PERFORM CUENTA-RETARDO
                   UNTIL FIN-DE-EXCEPCIONES = "0"
               CLOSE EXCEPCIONES-CHECADAS
           END-IF.

           LEE-RENGLON-EXCEPCION.
           READ EXCEPCIONES-CHECADAS
               AT END
                   MOVE "0" TO FIN-DE-EXCEPCIONES
           END-READ.

           CUENTA-RETARDO.
           IF LINEA-EXCEPCION (21:7) = "RETARDO"
               AND LINEA-EXCEPCION (1:5) IS NUMERIC
               AND LINEA-EXCEPCION (7:6) = WS-PERIODO
               MOVE LINEA-EXCEPCION (1:5) TO WS-RET-NUMERO-LEIDO
               MOVE ZEROES TO WS-RET-ENCONTRADO
               PERFORM VARYING WS-IX-RET FROM 1 BY 1
                   UNTIL WS-IX-RET > WS-TOTAL-RETARDOS
                   OR WS-RET-ENCONTRADO > ZEROES
                   IF WS-RET-NUMERO (WS-IX-RET) = WS-RET-NUMERO-LEIDO
                       MOVE WS-IX-RET TO WS-RET-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-RET-ENCONTRADO = ZEROES
                   AND WS-TOTAL-RETARDOS < 9999
                   ADD 1 TO WS-TOTAL-RETARDOS
                   MOVE WS-TOTAL-RETARDOS TO WS-RET-ENCONTRADO
                   MOVE WS-RET-NUMERO-LEIDO
                       TO WS-RET-NUMERO (WS-RET-ENCONTRADO)
                   MOVE ZEROES TO WS-RET-CUENTA (WS-RET-ENCONTRADO)
               END-IF
               IF WS-RET-ENCONTRADO > ZEROES
                   ADD 1 TO WS-RET-CUENTA (WS-RET-ENCONTRADO)
               END-IF
           END-IF.
           PERFORM LEE-RENGLON-EXCEPCION.

           CARGA-SDI.
           OPEN INPUT SALARIOS-INTEGRADOS.
           IF WS-FILE-STATUS-SDI NOT = "00"
               DISPLAY "Aviso: sin salarios integrados ("
                   FUNCTION TRIM(WS-RUTA-SDI)
                   "); el tope exento sale del salario diario."
           ELSE
               MOVE "1" TO FIN-DE-SDI
               PERFORM LEE-SDI
               PERFORM AGREGA-SDI UNTIL FIN-DE-SDI = "0"
               CLOSE SALARIOS-INTEGRADOS
           END-IF.

           LEE-SDI.
           READ SALARIOS-INTEGRADOS
               AT END
                   MOVE "0" TO FIN-DE-SDI
               NOT AT END
                   MOVE LINEA-SDI TO SDI-REGISTRO
           END-READ.

           AGREGA-SDI.
           IF LINEA-SDI NOT = SPACES
               AND WS-TOTAL-SDI < 9999
               ADD 1 TO WS-TOTAL-SDI
               MOVE SDI-NUMERO-EMP TO WS-SDI-NUMERO (WS-TOTAL-SDI)
               MOVE SDI-SITIO TO WS-SDI-SITIO (WS-TOTAL-SDI)
               MOVE SDI-INTEGRADO TO WS-SDI-INTEGRADO (WS-TOTAL-SDI)
           END-IF.
           PERFORM LEE-SDI.

           CARGA-YA-CALCULADOS.
           OPEN INPUT PREMIOS-ASISTENCIA.
           IF WS-FILE-STATUS-PAS = "00"
               MOVE "1" TO FIN-DE-PREMIOS
               PERFORM LEE-RENGLON-PREMIO
               PERFORM AGREGA-YA-CALCULADO
                   UNTIL FIN-DE-PREMIOS = "0"
               CLOSE PREMIOS-ASISTENCIA
           END-IF.

           LEE-RENGLON-PREMIO.
           READ PREMIOS-ASISTENCIA
               AT END
                   MOVE "0" TO FIN-DE-PREMIOS
               NOT AT END
                   MOVE LINEA-PREMIO TO PREMIO-ASISTENCIA-REGISTRO
           END-READ.

           AGREGA-YA-CALCULADO.
           IF PAS-PERIODO = WS-PERIODO
               AND WS-TOTAL-PAGADOS < 9999
               ADD 1 TO WS-TOTAL-PAGADOS
               MOVE PAS-NUMERO TO WS-PAG-NUMERO (WS-TOTAL-PAGADOS)
               MOVE PAS-SITIO TO WS-PAG-SITIO (WS-TOTAL-PAGADOS)
           END-IF.
           PERFORM LEE-RENGLON-PREMIO.

           ABRE-ARCHIVOS.
           OPEN EXTEND PERCEPCIONES-EXTRA.
           IF WS-FILE-STATUS-PER NOT = "00"
               OPEN OUTPUT PERCEPCIONES-EXTRA
           END-IF.
           IF WS-FILE-STATUS-PER NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir las percepciones "
                   "extra: " FUNCTION TRIM(WS-RUTA-PERCEPCIONES)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND PREMIOS-ASISTENCIA.
           IF WS-FILE-STATUS-PAS NOT = "00"
               OPEN OUTPUT PREMIOS-ASISTENCIA
           END-IF.
           IF WS-FILE-STATUS-PAS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el detalle de "
                   "premios: " FUNCTION TRIM(WS-RUTA-PREMIOS)
               CLOSE PERCEPCIONES-EXTRA
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-PREMIOS.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE PERCEPCIONES-EXTRA
               CLOSE PREMIOS-ASISTENCIA
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CIERRA-ARCHIVOS.
           CLOSE PERCEPCIONES-EXTRA.
           CLOSE PREMIOS-ASISTENCIA.
           CLOSE REPORTE-PREMIOS.

           ESCRIBE-ENCABEZADO.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-CORRIDA TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-PERIODO TO TIT-PERIODO.
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-PCT-PUNTUALIDAD TO REG-PCT-PUNTUALIDAD.
           MOVE WS-RETARDOS-TOLERADOS TO REG-RETARDOS.
           MOVE WS-PCT-ASISTENCIA TO REG-PCT-ASISTENCIA.
           MOVE WS-FALTAS-TOLERADAS TO REG-FALTAS.
           MOVE WS-LINEA-REGLAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-SUBTITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           FILTRA-ACTIVOS.
           OPEN INPUT NOMINA-ENTRADA.
           IF WS-FILE-STATUS-NOM NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el maestro de "
                   "nomina: " FUNCTION TRIM(WS-RUTA-NOMINA)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-NOMINA.
           PERFORM LEE-REGISTRO-NOMINA.
           PERFORM LIBERA-ACTIVO UNTIL FIN-DE-NOMINA = "0".
           CLOSE NOMINA-ENTRADA.

           LEE-REGISTRO-NOMINA.
           READ NOMINA-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-NOMINA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

           LIBERA-ACTIVO.
           IF WS-STATUS-EMP = 0
               AND WS-REGIMEN-EMP NOT = "ASI"
               MOVE WS-DEPTO-EMP TO SD-DEPTO
               MOVE WS-NUMERO-EMP TO SD-NUMERO
               MOVE WS-REG-EMPLEADOS TO SD-REG-COMPLETO
               RELEASE SD-REG-NOMINA
           END-IF.
           PERFORM LEE-REGISTRO-NOMINA.

           EVALUA-EMPLEADOS.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           PERFORM EVALUA-UN-EMPLEADO UNTIL FIN-DE-ORDENADOS = "0".

           REGRESA-ORDENADO.
           RETURN NOMINA-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           EVALUA-UN-EMPLEADO.
           MOVE SD-REG-COMPLETO TO WS-REG-EMPLEADOS.
           MOVE ZEROES TO WS-PAG-ENCONTRADO.
           PERFORM VARYING WS-IX-PAG FROM 1 BY 1
               UNTIL WS-IX-PAG > WS-TOTAL-PAGADOS
               OR WS-PAG-ENCONTRADO > ZEROES
               IF WS-PAG-NUMERO (WS-IX-PAG) = WS-NUMERO-EMP
                   AND WS-PAG-SITIO (WS-IX-PAG) = WS-SITIO-EMP
                   MOVE WS-IX-PAG TO WS-PAG-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-PAG-ENCONTRADO > ZEROES
               ADD 1 TO WS-TOTAL-YA-CALCULADOS
           ELSE
               PERFORM CALCULA-PREMIOS
           END-IF.
           PERFORM REGRESA-ORDENADO.

           CALCULA-PREMIOS.
           ADD 1 TO WS-TOTAL-EVALUADOS.
           PERFORM CUENTA-INCIDENCIAS.
           PERFORM RESUELVE-TOPE-EXENTO.
           MOVE ZEROES TO WS-PREMIO-PUNTUALIDAD WS-PREMIO-ASISTENCIA
               WS-EXENTO-EMP WS-INTEGRA-EMP.
           IF WS-RETARDOS-EMP > WS-RETARDOS-TOLERADOS
               ADD 1 TO WS-TOTAL-SIN-PUNTUALIDAD
               PERFORM ANOTA-PERDIO-PUNTUALIDAD
           ELSE
               COMPUTE WS-PREMIO-PUNTUALIDAD ROUNDED =
                   WS-SALARIO-EMP * WS-PCT-PUNTUALIDAD / 100
               IF WS-PREMIO-PUNTUALIDAD > ZEROES
                   ADD 1 TO WS-TOTAL-CON-PUNTUALIDAD
                   PERFORM PARTE-EXENTO-GRAVADO-PUNTUALIDAD
               END-IF
           END-IF.
           IF WS-FALTAS-EMP > WS-FALTAS-TOLERADAS
               ADD 1 TO WS-TOTAL-SIN-ASISTENCIA
               PERFORM ANOTA-PERDIO-ASISTENCIA
           ELSE
               COMPUTE WS-PREMIO-ASISTENCIA ROUNDED =
                   WS-SALARIO-EMP * WS-PCT-ASISTENCIA / 100
               IF WS-PREMIO-ASISTENCIA > ZEROES
                   ADD 1 TO WS-TOTAL-CON-ASISTENCIA
                   PERFORM PARTE-EXENTO-GRAVADO-ASISTENCIA
               END-IF
           END-IF.
           PERFORM ESCRIBE-DETALLE-PREMIO.

           CUENTA-INCIDENCIAS.
           MOVE ZEROES TO WS-RETARDOS-EMP WS-FALTAS-EMP.
           PERFORM VARYING WS-IX-RET FROM 1 BY 1
               UNTIL WS-IX-RET > WS-TOTAL-RETARDOS
               IF WS-RET-NUMERO (WS-IX-RET) = WS-NUMERO-EMP
                   MOVE WS-RET-CUENTA (WS-IX-RET) TO WS-RETARDOS-EMP
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IX-FAL FROM 1 BY 1
               UNTIL WS-IX-FAL > WS-TOTAL-FALTAS
               IF WS-FAL-NUMERO (WS-IX-FAL) = WS-NUMERO-EMP
                   ADD WS-FAL-DIAS (WS-IX-FAL) TO WS-FALTAS-EMP
               END-IF
           END-PERFORM.

      *    Tope exento de cada premio: el porcentaje del SDI por los
      *    dias del mes. Sin SDI calculado se toma el salario diario
      *    (mensual / 30), que da un tope menor y nunca de mas.
           RESUELVE-TOPE-EXENTO.
           MOVE ZEROES TO WS-SDI-ENCONTRADO.
           PERFORM VARYING WS-IX-SDI FROM 1 BY 1
               UNTIL WS-IX-SDI > WS-TOTAL-SDI
               OR WS-SDI-ENCONTRADO > ZEROES
               IF WS-SDI-NUMERO (WS-IX-SDI) = WS-NUMERO-EMP
                   AND WS-SDI-SITIO (WS-IX-SDI) = WS-SITIO-EMP
                   MOVE WS-IX-SDI TO WS-SDI-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-SDI-ENCONTRADO > ZEROES
               MOVE WS-SDI-INTEGRADO (WS-SDI-ENCONTRADO) TO WS-SDI-EMP
           ELSE
               ADD 1 TO WS-TOTAL-SIN-SDI
               COMPUTE WS-SDI-EMP ROUNDED = WS-SALARIO-EMP / 30
           END-IF.
           COMPUTE WS-TOPE-EXENTO ROUNDED =
               WS-SDI-EMP * WS-DIAS-MES * WS-PCT-EXENTO-IMSS / 100.

           PARTE-EXENTO-GRAVADO-PUNTUALIDAD.
           MOVE WS-PREMIO-PUNTUALIDAD TO WS-IMPORTE-PER.
           PERFORM PARTE-EXENTO-GRAVADO.
           MOVE "PUNTEXE" TO WS-CONCEPTO-PER.
           MOVE WS-EXENTO-PREMIO TO WS-IMPORTE-PER.
           PERFORM ESCRIBE-PERCEPCION.
           MOVE "PUNTGRAV" TO WS-CONCEPTO-PER.
           MOVE WS-GRAVADO-PREMIO TO WS-IMPORTE-PER.
           PERFORM ESCRIBE-PERCEPCION.

           PARTE-EXENTO-GRAVADO-ASISTENCIA.
           MOVE WS-PREMIO-ASISTENCIA TO WS-IMPORTE-PER.
           PERFORM PARTE-EXENTO-GRAVADO.
           MOVE "ASISEXE" TO WS-CONCEPTO-PER.
           MOVE WS-EXENTO-PREMIO TO WS-IMPORTE-PER.
           PERFORM ESCRIBE-PERCEPCION.
           MOVE "ASISGRAV" TO WS-CONCEPTO-PER.
           MOVE WS-GRAVADO-PREMIO TO WS-IMPORTE-PER.
           PERFORM ESCRIBE-PERCEPCION.

           PARTE-EXENTO-GRAVADO.
           IF WS-IMPORTE-PER > WS-TOPE-EXENTO
               MOVE WS-TOPE-EXENTO TO WS-EXENTO-PREMIO
           ELSE
               MOVE WS-IMPORTE-PER TO WS-EXENTO-PREMIO
           END-IF.
           COMPUTE WS-GRAVADO-PREMIO =
               WS-IMPORTE-PER - WS-EXENTO-PREMIO.
           ADD WS-EXENTO-PREMIO TO WS-EXENTO-EMP.
           ADD WS-GRAVADO-PREMIO TO WS-INTEGRA-EMP.
           ADD WS-IMPORTE-PER TO WS-IMPORTE-PAGADO.
           ADD WS-EXENTO-PREMIO TO WS-IMPORTE-EXENTO.
           ADD WS-GRAVADO-PREMIO TO WS-IMPORTE-INTEGRA.

      *    Un renglon de percepcion por parte; la parte en cero no se
      *    escribe.
           ESCRIBE-PERCEPCION.
           IF WS-IMPORTE-PER > ZEROES
               MOVE WS-IMPORTE-PER TO WS-IMPORTE-EDITADO
               MOVE SPACES TO LINEA-PERCEPCION
               STRING WS-NUMERO-EMP DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-IMPORTE-EDITADO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CONCEPTO-PER DELIMITED BY SPACE
                   INTO LINEA-PERCEPCION
               END-STRING
               WRITE LINEA-PERCEPCION
           END-IF.

           ESCRIBE-DETALLE-PREMIO.
           MOVE SPACES TO PREMIO-ASISTENCIA-REGISTRO.
           MOVE WS-PERIODO TO PAS-PERIODO.
           MOVE WS-NUMERO-EMP TO PAS-NUMERO.
           MOVE WS-SITIO-EMP TO PAS-SITIO.
           MOVE WS-RETARDOS-EMP TO PAS-RETARDOS.
           MOVE WS-FALTAS-EMP TO PAS-FALTAS.
           MOVE WS-PREMIO-PUNTUALIDAD TO PAS-PUNTUALIDAD.
           MOVE WS-PREMIO-ASISTENCIA TO PAS-ASISTENCIA.
           MOVE WS-EXENTO-EMP TO PAS-EXENTO-IMSS.
           MOVE WS-INTEGRA-EMP TO PAS-INTEGRA-IMSS.
           MOVE PREMIO-ASISTENCIA-REGISTRO TO LINEA-PREMIO.
           WRITE LINEA-PREMIO.

           ANOTA-PERDIO-PUNTUALIDAD.
           MOVE "PUNTUALIDAD" TO DET-PREMIO.
           MOVE WS-RETARDOS-EMP TO WS-RETARDOS-ED.
           MOVE WS-RETARDOS-TOLERADOS TO WS-TOLERADOS-ED.
           MOVE SPACES TO DET-MOTIVO.
           STRING FUNCTION TRIM(WS-RETARDOS-ED) DELIMITED BY SIZE
               " RETARDOS, SE TOLERAN " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOLERADOS-ED) DELIMITED BY SIZE
               INTO DET-MOTIVO
           END-STRING.
           PERFORM ESCRIBE-RENGLON-PERDIO.

           ANOTA-PERDIO-ASISTENCIA.
           MOVE "ASISTENCIA" TO DET-PREMIO.
           MOVE WS-FALTAS-EMP TO WS-RETARDOS-ED.
           MOVE WS-FALTAS-TOLERADAS TO WS-TOLERADOS-ED.
           MOVE SPACES TO DET-MOTIVO.
           STRING FUNCTION TRIM(WS-RETARDOS-ED) DELIMITED BY SIZE
               " FALTAS SIN JUSTIFICAR, SE TOLERAN " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOLERADOS-ED) DELIMITED BY SIZE
               INTO DET-MOTIVO
           END-STRING.
           PERFORM ESCRIBE-RENGLON-PERDIO.

           ESCRIBE-RENGLON-PERDIO.
           MOVE WS-DEPTO-EMP TO DET-DEPTO.
           MOVE WS-NUMERO-EMP TO DET-NUMERO.
           MOVE WS-NOMBRE-EMP TO DET-NOMBRE.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EMPLEADOS EVALUADOS:" TO CON-ETIQUETA.
           MOVE WS-TOTAL-EVALUADOS TO CON-VALOR.
           PERFORM ESCRIBE-CONTEO.
           MOVE "CON PREMIO DE PUNTUALIDAD:" TO CON-ETIQUETA.
           MOVE WS-TOTAL-CON-PUNTUALIDAD TO CON-VALOR.
           PERFORM ESCRIBE-CONTEO.
           MOVE "PERDIERON PUNTUALIDAD:" TO CON-ETIQUETA.
           MOVE WS-TOTAL-SIN-PUNTUALIDAD TO CON-VALOR.
           PERFORM ESCRIBE-CONTEO.
           MOVE "CON PREMIO DE ASISTENCIA:" TO CON-ETIQUETA.
           MOVE WS-TOTAL-CON-ASISTENCIA TO CON-VALOR.
           PERFORM ESCRIBE-CONTEO.
           MOVE "PERDIERON ASISTENCIA:" TO CON-ETIQUETA.
           MOVE WS-TOTAL-SIN-ASISTENCIA TO CON-VALOR.
           PERFORM ESCRIBE-CONTEO.
           MOVE "YA CALCULADOS EN EL PERIODO (SIN PAGO):"
               TO CON-ETIQUETA.
           MOVE WS-TOTAL-YA-CALCULADOS TO CON-VALOR.
           PERFORM ESCRIBE-CONTEO.
           MOVE "IMPORTE DE PREMIOS:" TO TOT-ETIQUETA.
           MOVE WS-IMPORTE-PAGADO TO TOT-VALOR.
           PERFORM ESCRIBE-IMPORTE.
           MOVE "EXENTO PARA EL IMSS:" TO TOT-ETIQUETA.
           MOVE WS-IMPORTE-EXENTO TO TOT-VALOR.
           PERFORM ESCRIBE-IMPORTE.
           MOVE "INTEGRA AL SALARIO BASE:" TO TOT-ETIQUETA.
           MOVE WS-IMPORTE-INTEGRA TO TOT-VALOR.
           PERFORM ESCRIBE-IMPORTE.

           ESCRIBE-CONTEO.
           MOVE WS-LINEA-CONTEO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-IMPORTE.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

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

       END PROGRAM premios-asistencia.
