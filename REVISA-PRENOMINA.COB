      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE CONSOLIDADO DE PRENOMINA DE UN PERIODO PARA
      *         QUE RECURSOS HUMANOS Y NOMINA REVISEN TODO LO QUE VA A
      *         MOVER EL PAGO ANTES DE CORRER registro-nomina: ALTAS Y
      *         BAJAS DEL MAESTRO, CAMBIOS DE LA AUDITORIA DEL
      *         MAESTRO, CAMBIOS DE HISTORIAL-SALARIOS, INCAPACIDADES
      *         NUEVAS, VACACIONES APROBADAS, EXCEPCIONES DE
      *         procesa-checadas, FALTAS DEL kardex-asistencia,
      *         APROBACIONES DE SALARIO PENDIENTES Y PRESTAMOS NUEVOS.
      *         EL RANGO DE FECHAS SALE DEL CONTROL DE PERIODOS
      *         (PERREG.cpy). DEJA PRENOMINA-<PERIODO>.txt, QUE ES EL
      *         QUE FIRMA EL OPERADOR DE NOMINA CON firma-prenomina;
      *         SIN ESA FIRMA cadena-nocturna NO CORRE EL CALCULO.
      *         SOLO LEE: NO CAMBIA NINGUN ARCHIVO DE ENTRADA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. revisa-prenomina.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Control de periodos de nomina (PERREG.cpy): da el inicio y
      *    el fin del periodo que se revisa.
       SELECT PERIODOS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-PERIODOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PER.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS.

      *    Auditoria del maestro (AUDREG.cpy) que deja bdd-indexadas
      *    en cada alta, cambio y baja.
       SELECT AUDITORIA-MAESTRO
       ASSIGN TO DYNAMIC WS-RUTA-AUDITORIA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-AUD.

       SELECT HISTORIAL-SALARIOS
       ASSIGN TO DYNAMIC WS-RUTA-HISTORIAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-HIS.

       SELECT INCAPACIDADES
       ASSIGN TO DYNAMIC WS-RUTA-INCAPACIDADES
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-INC.

      *    Movimientos que escribe aprueba-vacaciones al aprobar.
       SELECT MOVIMIENTOS-VACACIONES
       ASSIGN TO DYNAMIC WS-RUTA-MOVIMIENTOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-MOV.

       SELECT EXCEPCIONES-CHECADAS
       ASSIGN TO DYNAMIC WS-RUTA-EXCEPCIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EXC.

      *    Faltas del kardex (numero,dias) que va a descontar la
      *    siguiente corrida de la misma frecuencia.
       SELECT FALTAS-MES
       ASSIGN TO DYNAMIC WS-RUTA-FALTAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FAL.

       SELECT APROBACIONES-SALARIO
       ASSIGN TO DYNAMIC WS-RUTA-APROBACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-APR.

       SELECT PRESTAMOS
       ASSIGN TO DYNAMIC WS-RUTA-PRESTAMOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PRE.

       SELECT REPORTE-PRENOMINA
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS-NOMINA.
       01  LINEA-PERIODO PIC X(40).

       FD  EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD  AUDITORIA-MAESTRO.
       01  LINEA-AUDITORIA PIC X(518).

       FD  HISTORIAL-SALARIOS.
       01  LINEA-HISTORIAL PIC X(80).

       FD  INCAPACIDADES.
           COPY INCREG.

       FD  MOVIMIENTOS-VACACIONES.
       01  LINEA-MOVIMIENTO PIC X(20).

       FD  EXCEPCIONES-CHECADAS.
       01  LINEA-EXCEPCION PIC X(70).

       FD  FALTAS-MES.
       01  LINEA-FALTAS PIC X(20).

       FD  APROBACIONES-SALARIO.
       01  LINEA-APROBACION PIC X(120).

       FD  PRESTAMOS.
       01  LINEA-PRESTAMO PIC X(60).

       FD  REPORTE-PRENOMINA.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RPTENC.
       COPY PERREG.
       COPY AUDREG.
       COPY HISREG.
       COPY APRREG.
       COPY PRESREG.

       01  WS-RUTA-PERIODOS PIC X(200).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-AUDITORIA PIC X(200).
       01  WS-FILE-STATUS-AUD PIC X(2).
       01  WS-RUTA-HISTORIAL PIC X(200).
       01  WS-FILE-STATUS-HIS PIC X(2).
       01  WS-RUTA-INCAPACIDADES PIC X(200).
       01  WS-FILE-STATUS-INC PIC X(2).
       01  WS-RUTA-MOVIMIENTOS PIC X(200).
       01  WS-FILE-STATUS-MOV PIC X(2).
       01  WS-RUTA-EXCEPCIONES PIC X(200).
       01  WS-FILE-STATUS-EXC PIC X(2).
       01  WS-RUTA-FALTAS PIC X(200).
       01  WS-FILE-STATUS-FAL PIC X(2).
       01  WS-RUTA-APROBACIONES PIC X(200).
       01  WS-FILE-STATUS-APR PIC X(2).
       01  WS-RUTA-PRESTAMOS PIC X(200).
       01  WS-FILE-STATUS-PRE PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-RUTA-FALTANTE PIC X(200).
       01  WS-SECCION-SIN-ARCHIVO PIC X VALUE "N".

       01  FIN-DE-PERIODOS PIC X.
       01  FIN-DEL-ARCHIVO PIC X.
       01  FIN-DE-AUDITORIA PIC X.
       01  FIN-DE-HISTORIAL PIC X.
       01  FIN-DE-INCAPACIDADES PIC X.
       01  FIN-DE-MOVIMIENTOS PIC X.
       01  FIN-DE-EXCEPCIONES PIC X.
       01  FIN-DE-FALTAS PIC X.
       01  FIN-DE-APROBACIONES PIC X.
       01  FIN-DE-PRESTAMOS PIC X.

      *    Periodo revisado (PRENOMINA_PERIODO, o el mismo
      *    REGISTRO_NOMINA_PERIODO de la corrida que se va a
      *    revisar): AAAAQQ o SEAASS; la forma decide que archivo de
      *    faltas corresponde.
       01  WS-PERIODO-REVISADO PIC X(6).
       01  WS-FRECUENCIA-PERIODO PIC X(1).
       01  WS-FECHA-INICIO PIC X(8).
       01  WS-FECHA-FIN PIC X(8).
       01  WS-STATUS-PERIODO PIC X(10).
       01  WS-FECHA-HOY PIC X(10).
       01  WS-FECHA-CORRIDA PIC X(8).
       01  WS-FECHA-RENGLON PIC X(8).

       01  WS-LINEA-MOVIMIENTO-DET.
           05 MVA-NUMERO PIC 9(5).
           05 FILLER PIC X(1).
           05 MVA-FECHA-INICIO PIC X(8).
           05 FILLER PIC X(1).
           05 MVA-DIAS PIC 9(3).

       01  WS-LINEA-EXCEPCION-DET.
           05 EXC-NUMERO PIC 9(5).
           05 FILLER PIC X.
           05 EXC-FECHA PIC 9(8).
           05 FILLER PIC X.
           05 EXC-HORA PIC 9(4).
           05 FILLER PIC X.
           05 EXC-MOTIVO PIC X(40).

       01  WS-FAL-NUMERO-X PIC X(10).
       01  WS-FAL-DIAS-X PIC X(10).
       01  WS-FAL-NUMERO PIC 9(5).
       01  WS-FAL-DIAS PIC 9(3).

      *    Nombres de las secciones del reporte en el orden en que se
      *    imprimen; la cuenta de cada una va al resumen final.
       01  WS-NOMBRES-SECCION-VALORES.
           05 FILLER PIC X(40) VALUE
               "ALTAS Y BAJAS DEL MAESTRO".
           05 FILLER PIC X(40) VALUE
               "CAMBIOS AL MAESTRO (AUDITORIA)".
           05 FILLER PIC X(40) VALUE
               "CAMBIOS EN HISTORIAL DE SALARIOS".
           05 FILLER PIC X(40) VALUE
               "INCAPACIDADES NUEVAS".
           05 FILLER PIC X(40) VALUE
               "VACACIONES APROBADAS".
           05 FILLER PIC X(40) VALUE
               "EXCEPCIONES DE CHECADAS".
           05 FILLER PIC X(40) VALUE
               "FALTAS DEL KARDEX POR DESCONTAR".
           05 FILLER PIC X(40) VALUE
               "APROBACIONES DE SALARIO PENDIENTES".
           05 FILLER PIC X(40) VALUE
               "PRESTAMOS NUEVOS".
       01  WS-NOMBRES-SECCION REDEFINES WS-NOMBRES-SECCION-VALORES.
           05 WS-SEC-NOMBRE OCCURS 9 TIMES PIC X(40).
       01  WS-TABLA-CUENTAS.
           05 WS-SEC-CUENTA OCCURS 9 TIMES PIC 9(5).
       01  WS-IX-SEC PIC 9(2).
       01  WS-TOTAL-PARTIDAS PIC 9(6) VALUE ZEROES.

       01  WS-IMPORTE-ED-1 PIC -ZZZZZZ9.99.
       01  WS-IMPORTE-ED-2 PIC -ZZZZZZ9.99.
       01  WS-DIAS-ED PIC ZZ9.
       01  WS-PUNTERO-TEXTO PIC 9(3).

       01  WS-LINEA-TITULO-PRE.
           05 FILLER PIC X(34) VALUE
               "REVISION DE PRENOMINA DEL PERIODO ".
           05 TIT-PERIODO PIC X(6).
           05 FILLER PIC X(5) VALUE " DEL ".
           05 TIT-INICIO PIC X(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 TIT-FIN PIC X(8).
           05 FILLER PIC X(10) VALUE "  STATUS: ".
           05 TIT-STATUS PIC X(10).
       01  WS-LINEA-SECCION-PRE.
           05 FILLER PIC X(4) VALUE "=== ".
           05 SEC-NUMERO PIC 9.
           05 FILLER PIC X(2) VALUE ". ".
           05 SEC-NOMBRE PIC X(40).
       01  WS-LINEA-DETALLE-PRE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CLAVE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NUMERO PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FECHA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-TEXTO PIC X(100).
       01  WS-LINEA-CUENTA-PRE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Partidas: ".
           05 CTA-PARTIDAS PIC ZZZZ9.
       01  WS-LINEA-RESUMEN-PRE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RES-NOMBRE PIC X(40).
           05 RES-PARTIDAS PIC ZZZZ9.
       01  WS-LINEA-TOTAL-PRE.
           05 FILLER PIC X(42) VALUE
               "TOTAL DE PARTIDAS A REVISAR".
           05 TOT-PARTIDAS PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "revisa-prenomina".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-PARAMETROS.
           PERFORM BUSCA-PERIODO.
           OPEN OUTPUT REPORTE-PRENOMINA.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte de "
                   "prenomina: " WS-RUTA-REPORTE
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZEROES TO WS-TABLA-CUENTAS.
           PERFORM ESCRIBE-ENCABEZADO.
           PERFORM REVISA-ALTAS-BAJAS.
           PERFORM REVISA-AUDITORIA.
           PERFORM REVISA-HISTORIAL.
           PERFORM REVISA-INCAPACIDADES.
           PERFORM REVISA-VACACIONES.
           PERFORM REVISA-EXCEPCIONES.
           PERFORM REVISA-FALTAS.
           PERFORM REVISA-APROBACIONES.
           PERFORM REVISA-PRESTAMOS.
           PERFORM ESCRIBE-RESUMEN.
           CLOSE REPORTE-PRENOMINA.
           DISPLAY "Prenomina del periodo " WS-PERIODO-REVISADO
               " (" WS-FECHA-INICIO " al " WS-FECHA-FIN ")".
           DISPLAY "Partidas a revisar: " WS-TOTAL-PARTIDAS.
           DISPLAY "Reporte de prenomina en: " WS-RUTA-REPORTE.
           DISPLAY "Una vez revisado, el operador de nomina lo firma "
               "con firma-prenomina y PRENOMINA_PERIODO="
               WS-PERIODO-REVISADO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-PARTIDAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

           RESUELVE-PARAMETROS.
           ACCEPT WS-PERIODO-REVISADO FROM ENVIRONMENT
               "PRENOMINA_PERIODO".
           IF WS-PERIODO-REVISADO = SPACES
               ACCEPT WS-PERIODO-REVISADO FROM ENVIRONMENT
                   "REGISTRO_NOMINA_PERIODO"
           END-IF.
           IF WS-PERIODO-REVISADO = SPACES
               DISPLAY "RECHAZADO: falta PRENOMINA_PERIODO (el "
                   "periodo que se va a revisar, AAAAQQ o SEAASS)."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PERIODO-REVISADO (1:2) = "SE"
               MOVE "S" TO WS-FRECUENCIA-PERIODO
           ELSE
               MOVE "Q" TO WS-FRECUENCIA-PERIODO
           END-IF.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-CORRIDA TO WS-FECHA-HOY.
           ACCEPT WS-RUTA-PERIODOS FROM ENVIRONMENT
               "PERIODOS_NOMINA_PATH".
           IF WS-RUTA-PERIODOS = SPACES
               MOVE "PERIODOS-NOMINA.txt" TO WS-RUTA-PERIODOS
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-AUDITORIA FROM ENVIRONMENT
               "BDD_INDEXADAS_AUDITORIA_PATH".
           IF WS-RUTA-AUDITORIA = SPACES
               MOVE "EMPLEADOS-AUDITORIA.log" TO WS-RUTA-AUDITORIA
           END-IF.
           ACCEPT WS-RUTA-HISTORIAL FROM ENVIRONMENT
               "HISTORIAL_SALARIOS_PATH".
           IF WS-RUTA-HISTORIAL = SPACES
               MOVE "HISTORIAL-SALARIOS.dat" TO WS-RUTA-HISTORIAL
           END-IF.
           ACCEPT WS-RUTA-INCAPACIDADES FROM ENVIRONMENT
               "INCAPACIDADES_PATH".
           IF WS-RUTA-INCAPACIDADES = SPACES
               MOVE "INCAPACIDADES.dat" TO WS-RUTA-INCAPACIDADES
           END-IF.
           ACCEPT WS-RUTA-MOVIMIENTOS FROM ENVIRONMENT
               "MOVIMIENTOS_VACACIONES_PATH".
           IF WS-RUTA-MOVIMIENTOS = SPACES
               MOVE "MOVIMIENTOS-VACACIONES.txt"
                   TO WS-RUTA-MOVIMIENTOS
           END-IF.
           ACCEPT WS-RUTA-EXCEPCIONES FROM ENVIRONMENT
               "CHECADAS_EXCEPCIONES_PATH".
           IF WS-RUTA-EXCEPCIONES = SPACES
               MOVE "EXCEPCIONES-CHECADAS.txt"
                   TO WS-RUTA-EXCEPCIONES
           END-IF.
           ACCEPT WS-RUTA-FALTAS FROM ENVIRONMENT "FALTAS_MES_PATH".
           IF WS-RUTA-FALTAS = SPACES
               IF WS-FRECUENCIA-PERIODO = "S"
                   MOVE "FALTAS-SEMANAL.txt" TO WS-RUTA-FALTAS
               ELSE
                   MOVE "FALTAS.txt" TO WS-RUTA-FALTAS
               END-IF
           END-IF.
           ACCEPT WS-RUTA-APROBACIONES FROM ENVIRONMENT
               "APROBACIONES_SALARIO_PATH".
           IF WS-RUTA-APROBACIONES = SPACES
               MOVE "APROBACIONES-SALARIO.txt"
                   TO WS-RUTA-APROBACIONES
           END-IF.
           ACCEPT WS-RUTA-PRESTAMOS FROM ENVIRONMENT "PRESTAMOS_PATH".
           IF WS-RUTA-PRESTAMOS = SPACES
               MOVE "PRESTAMOS.txt" TO WS-RUTA-PRESTAMOS
           END-IF.
      *    El nombre del reporte es fijo por periodo (no generacion):
      *    firma-prenomina lo busca ahi y volver a revisar el mismo
      *    periodo lo reemplaza con la foto nueva.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "PRENOMINA_REPORTE_PATH".
           IF WS-RUTA-REPORTE = SPACES
               STRING "PRENOMINA-" DELIMITED BY SIZE
                   WS-PERIODO-REVISADO DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-REPORTE
               END-STRING
           END-IF.

           BUSCA-PERIODO.
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
               DISPLAY "RECHAZADO: el periodo " WS-PERIODO-REVISADO
                   " no esta en el control de periodos ("
                   WS-RUTA-PERIODOS ")."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STATUS-PERIODO NOT = "ABIERTO"
               DISPLAY "Aviso: el periodo " WS-PERIODO-REVISADO
                   " esta " WS-STATUS-PERIODO "; la revision ya no "
                   "llega antes del calculo."
           END-IF.

           LEE-LINEA-PERIODO.
           READ PERIODOS-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-PERIODOS
               NOT AT END
                   MOVE LINEA-PERIODO TO PERIODO-REGISTRO
           END-READ.

           EVALUA-LINEA-PERIODO.
           IF PER-ID = WS-PERIODO-REVISADO
               MOVE PER-STATUS TO WS-STATUS-PERIODO
               MOVE PER-INICIO TO WS-FECHA-INICIO
               MOVE PER-FIN TO WS-FECHA-FIN
           END-IF.
           PERFORM LEE-LINEA-PERIODO.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-PERIODO-REVISADO TO TIT-PERIODO.
           MOVE WS-FECHA-INICIO TO TIT-INICIO.
           MOVE WS-FECHA-FIN TO TIT-FIN.
           MOVE WS-STATUS-PERIODO TO TIT-STATUS.
           MOVE WS-LINEA-TITULO-PRE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Comunes a todas las secciones: titulo, renglon de detalle
      *    (cuenta para la seccion en curso), aviso de archivo
      *    ausente y cierre con la cuenta de partidas.
           ESCRIBE-TITULO-SECCION.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-IX-SEC TO SEC-NUMERO.
           MOVE WS-SEC-NOMBRE (WS-IX-SEC) TO SEC-NOMBRE.
           MOVE WS-LINEA-SECCION-PRE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "N" TO WS-SECCION-SIN-ARCHIVO.

           ESCRIBE-DETALLE.
           MOVE WS-LINEA-DETALLE-PRE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO WS-SEC-CUENTA (WS-IX-SEC).
           ADD 1 TO WS-TOTAL-PARTIDAS.

           ESCRIBE-SIN-ARCHIVO.
           MOVE "S" TO WS-SECCION-SIN-ARCHIVO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  (sin archivo: " DELIMITED BY SIZE
               WS-RUTA-FALTANTE DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

           CIERRA-SECCION.
           IF WS-SECCION-SIN-ARCHIVO = "N"
               IF WS-SEC-CUENTA (WS-IX-SEC) = ZEROES
                   MOVE "  (sin movimientos)" TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               ELSE
                   MOVE WS-SEC-CUENTA (WS-IX-SEC) TO CTA-PARTIDAS
                   MOVE WS-LINEA-CUENTA-PRE TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-IF.

           LIMPIA-DETALLE.
           MOVE SPACES TO DET-CLAVE DET-NUMERO DET-FECHA DET-TEXTO.

      *    1. Altas y bajas: fecha de alta o de baja del maestro
      *    dentro del periodo.
           REVISA-ALTAS-BAJAS.
           MOVE 1 TO WS-IX-SEC.
           PERFORM ESCRIBE-TITULO-SECCION.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               MOVE WS-RUTA-ARCHIVO TO WS-RUTA-FALTANTE
               PERFORM ESCRIBE-SIN-ARCHIVO
           ELSE
               MOVE "1" TO FIN-DEL-ARCHIVO
               PERFORM LEE-EMPLEADO
               PERFORM EVALUA-EMPLEADO UNTIL FIN-DEL-ARCHIVO = "0"
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.
           PERFORM CIERRA-SECCION.

           LEE-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DEL-ARCHIVO
           END-READ.

           EVALUA-EMPLEADO.
           IF EMPLEADOS-FECHA-ALTA >= WS-FECHA-INICIO
               AND EMPLEADOS-FECHA-ALTA <= WS-FECHA-FIN
               PERFORM LIMPIA-DETALLE
               MOVE "ALTA" TO DET-CLAVE
               MOVE EMPLEADOS-ID TO DET-NUMERO
               MOVE EMPLEADOS-FECHA-ALTA TO DET-FECHA
               PERFORM ARMA-NOMBRE-EMPLEADO
               PERFORM ESCRIBE-DETALLE
           END-IF.
           IF EMPLEADOS-FECHA-BAJA >= WS-FECHA-INICIO
               AND EMPLEADOS-FECHA-BAJA <= WS-FECHA-FIN
               PERFORM LIMPIA-DETALLE
               MOVE "BAJA" TO DET-CLAVE
               MOVE EMPLEADOS-ID TO DET-NUMERO
               MOVE EMPLEADOS-FECHA-BAJA TO DET-FECHA
               PERFORM ARMA-NOMBRE-EMPLEADO
               PERFORM ESCRIBE-DETALLE
           END-IF.
           PERFORM LEE-EMPLEADO.

           ARMA-NOMBRE-EMPLEADO.
           MOVE 1 TO WS-PUNTERO-TEXTO.
           STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
               " " DELIMITED BY SIZE
               EMPLEADOS-APELLIDOS DELIMITED BY "  "
               INTO DET-TEXTO WITH POINTER WS-PUNTERO-TEXTO
           END-STRING.
           IF DET-CLAVE = "BAJA"
               STRING "  RAZON: " DELIMITED BY SIZE
                   EMPLEADOS-BAJA-RAZON DELIMITED BY SIZE
                   INTO DET-TEXTO WITH POINTER WS-PUNTERO-TEXTO
               END-STRING
           END-IF.

      *    2. Auditoria del maestro: toda transaccion sellada dentro
      *    del periodo (altas, cambios y bajas con su operador).
           REVISA-AUDITORIA.
           MOVE 2 TO WS-IX-SEC.
           PERFORM ESCRIBE-TITULO-SECCION.
           OPEN INPUT AUDITORIA-MAESTRO.
           IF WS-FILE-STATUS-AUD NOT = "00"
               MOVE WS-RUTA-AUDITORIA TO WS-RUTA-FALTANTE
               PERFORM ESCRIBE-SIN-ARCHIVO
           ELSE
               MOVE "1" TO FIN-DE-AUDITORIA
               PERFORM LEE-AUDITORIA
               PERFORM EVALUA-AUDITORIA UNTIL FIN-DE-AUDITORIA = "0"
               CLOSE AUDITORIA-MAESTRO
           END-IF.
           PERFORM CIERRA-SECCION.

           LEE-AUDITORIA.
           READ AUDITORIA-MAESTRO
               AT END
                   MOVE "0" TO FIN-DE-AUDITORIA
               NOT AT END
                   MOVE LINEA-AUDITORIA TO WS-LINEA-AUDITORIA-DET
           END-READ.

           EVALUA-AUDITORIA.
           MOVE AUD-FECHA-HORA (1:8) TO WS-FECHA-RENGLON.
           IF WS-FECHA-RENGLON >= WS-FECHA-INICIO
               AND WS-FECHA-RENGLON <= WS-FECHA-FIN
               PERFORM LIMPIA-DETALLE
               MOVE AUD-TRANSACCION TO DET-CLAVE
               MOVE AUD-ID TO DET-NUMERO
               MOVE WS-FECHA-RENGLON TO DET-FECHA
               STRING "Operador: " DELIMITED BY SIZE
                   AUD-USUARIO DELIMITED BY SPACE
                   "  hora " DELIMITED BY SIZE
                   AUD-FECHA-HORA (9:4) DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING
               PERFORM ESCRIBE-DETALLE
           END-IF.
           PERFORM LEE-AUDITORIA.

      *    3. Historial de salarios: movimientos con fecha efectiva
      *    dentro del periodo (aumentos, retroactivos, tabulador).
           REVISA-HISTORIAL.
           MOVE 3 TO WS-IX-SEC.
           PERFORM ESCRIBE-TITULO-SECCION.
           OPEN INPUT HISTORIAL-SALARIOS.
           IF WS-FILE-STATUS-HIS NOT = "00"
               MOVE WS-RUTA-HISTORIAL TO WS-RUTA-FALTANTE
               PERFORM ESCRIBE-SIN-ARCHIVO
           ELSE
               MOVE "1" TO FIN-DE-HISTORIAL
               PERFORM LEE-HISTORIAL
               PERFORM EVALUA-HISTORIAL UNTIL FIN-DE-HISTORIAL = "0"
               CLOSE HISTORIAL-SALARIOS
           END-IF.
           PERFORM CIERRA-SECCION.

           LEE-HISTORIAL.
           READ HISTORIAL-SALARIOS
               AT END
                   MOVE "0" TO FIN-DE-HISTORIAL
               NOT AT END
                   MOVE LINEA-HISTORIAL TO WS-LINEA-HISTORIAL
           END-READ.

           EVALUA-HISTORIAL.
           IF HIS-FECHA-EFECTIVA >= WS-FECHA-INICIO
               AND HIS-FECHA-EFECTIVA <= WS-FECHA-FIN
               PERFORM LIMPIA-DETALLE
               MOVE HIS-TIPO TO DET-CLAVE
               MOVE HIS-NUMERO-EMP TO DET-NUMERO
               MOVE HIS-FECHA-EFECTIVA TO DET-FECHA
               STRING HIS-VALOR-ANTERIOR DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   HIS-VALOR-NUEVO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   HIS-RAZON DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING
               PERFORM ESCRIBE-DETALLE
           END-IF.
           PERFORM LEE-HISTORIAL.

      *    4. Incapacidades que inician dentro del periodo.
           REVISA-INCAPACIDADES.
           MOVE 4 TO WS-IX-SEC.
           PERFORM ESCRIBE-TITULO-SECCION.
           OPEN INPUT INCAPACIDADES.
           IF WS-FILE-STATUS-INC NOT = "00"
               MOVE WS-RUTA-INCAPACIDADES TO WS-RUTA-FALTANTE
               PERFORM ESCRIBE-SIN-ARCHIVO
           ELSE
               MOVE "1" TO FIN-DE-INCAPACIDADES
               PERFORM LEE-INCAPACIDAD
               PERFORM EVALUA-INCAPACIDAD
                   UNTIL FIN-DE-INCAPACIDADES = "0"
               CLOSE INCAPACIDADES
           END-IF.
           PERFORM CIERRA-SECCION.

           LEE-INCAPACIDAD.
           READ INCAPACIDADES NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-INCAPACIDADES
           END-READ.

           EVALUA-INCAPACIDAD.
           IF INC-FECHA-INICIO >= WS-FECHA-INICIO
               AND INC-FECHA-INICIO <= WS-FECHA-FIN
               PERFORM LIMPIA-DETALLE
               MOVE "INCAPAC" TO DET-CLAVE
               MOVE INC-NUMERO-EMP TO DET-NUMERO
               MOVE INC-FECHA-INICIO TO DET-FECHA
               MOVE INC-DIAS TO WS-DIAS-ED
               STRING "Folio " DELIMITED BY SIZE
                   INC-FOLIO DELIMITED BY SPACE
                   "  tipo " DELIMITED BY SIZE
                   INC-TIPO DELIMITED BY SIZE
                   "  dias " DELIMITED BY SIZE
                   WS-DIAS-ED DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING
               PERFORM ESCRIBE-DETALLE
           END-IF.
           PERFORM LEE-INCAPACIDAD.

      *    5. Vacaciones aprobadas que empiezan dentro del periodo.
           REVISA-VACACIONES.
           MOVE 5 TO WS-IX-SEC.
           PERFORM ESCRIBE-TITULO-SECCION.
           OPEN INPUT MOVIMIENTOS-VACACIONES.
           IF WS-FILE-STATUS-MOV NOT = "00"
               MOVE WS-RUTA-MOVIMIENTOS TO WS-RUTA-FALTANTE
               PERFORM ESCRIBE-SIN-ARCHIVO
           ELSE
               MOVE "1" TO FIN-DE-MOVIMIENTOS
               PERFORM LEE-MOVIMIENTO
               PERFORM EVALUA-MOVIMIENTO
                   UNTIL FIN-DE-MOVIMIENTOS = "0"
               CLOSE MOVIMIENTOS-VACACIONES
           END-IF.
           PERFORM CIERRA-SECCION.

           LEE-MOVIMIENTO.
           READ MOVIMIENTOS-VACACIONES
               AT END
                   MOVE "0" TO FIN-DE-MOVIMIENTOS
               NOT AT END
                   MOVE LINEA-MOVIMIENTO TO WS-LINEA-MOVIMIENTO-DET
           END-READ.

           EVALUA-MOVIMIENTO.
           IF MVA-FECHA-INICIO >= WS-FECHA-INICIO
               AND MVA-FECHA-INICIO <= WS-FECHA-FIN
               PERFORM LIMPIA-DETALLE
               MOVE "VACACION" TO DET-CLAVE
               MOVE MVA-NUMERO TO DET-NUMERO
               MOVE MVA-FECHA-INICIO TO DET-FECHA
               MOVE MVA-DIAS TO WS-DIAS-ED
               STRING "Dias aprobados: " DELIMITED BY SIZE
                   WS-DIAS-ED DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING
               PERFORM ESCRIBE-DETALLE
           END-IF.
           PERFORM LEE-MOVIMIENTO.

      *    6. Excepciones de checadas (retardos, entradas sueltas)
      *    con fecha dentro del periodo.
           REVISA-EXCEPCIONES.
           MOVE 6 TO WS-IX-SEC.
           PERFORM ESCRIBE-TITULO-SECCION.
           OPEN INPUT EXCEPCIONES-CHECADAS.
           IF WS-FILE-STATUS-EXC NOT = "00"
               MOVE WS-RUTA-EXCEPCIONES TO WS-RUTA-FALTANTE
               PERFORM ESCRIBE-SIN-ARCHIVO
           ELSE
               MOVE "1" TO FIN-DE-EXCEPCIONES
               PERFORM LEE-EXCEPCION
               PERFORM EVALUA-EXCEPCION
                   UNTIL FIN-DE-EXCEPCIONES = "0"
               CLOSE EXCEPCIONES-CHECADAS
           END-IF.
           PERFORM CIERRA-SECCION.

           LEE-EXCEPCION.
           READ EXCEPCIONES-CHECADAS
               AT END
                   MOVE "0" TO FIN-DE-EXCEPCIONES
               NOT AT END
                   MOVE LINEA-EXCEPCION TO WS-LINEA-EXCEPCION-DET
           END-READ.

           EVALUA-EXCEPCION.
           MOVE EXC-FECHA TO WS-FECHA-RENGLON.
           IF WS-FECHA-RENGLON >= WS-FECHA-INICIO
               AND WS-FECHA-RENGLON <= WS-FECHA-FIN
               PERFORM LIMPIA-DETALLE
               MOVE "CHECADA" TO DET-CLAVE
               MOVE EXC-NUMERO TO DET-NUMERO
               MOVE WS-FECHA-RENGLON TO DET-FECHA
               STRING "Hora " DELIMITED BY SIZE
                   EXC-HORA DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   EXC-MOTIVO DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING
               PERFORM ESCRIBE-DETALLE
           END-IF.
           PERFORM LEE-EXCEPCION.

      *    7. Faltas: el archivo del kardex no trae fecha; es el que
      *    va a descontar la siguiente corrida de esta frecuencia, y
      *    se lista completo.
           REVISA-FALTAS.
           MOVE 7 TO WS-IX-SEC.
           PERFORM ESCRIBE-TITULO-SECCION.
           OPEN INPUT FALTAS-MES.
           IF WS-FILE-STATUS-FAL NOT = "00"
               MOVE WS-RUTA-FALTAS TO WS-RUTA-FALTANTE
               PERFORM ESCRIBE-SIN-ARCHIVO
           ELSE
               MOVE "1" TO FIN-DE-FALTAS
               PERFORM LEE-FALTAS
               PERFORM EVALUA-FALTAS UNTIL FIN-DE-FALTAS = "0"
               CLOSE FALTAS-MES
           END-IF.
           PERFORM CIERRA-SECCION.

           LEE-FALTAS.
           READ FALTAS-MES
               AT END
                   MOVE "0" TO FIN-DE-FALTAS
           END-READ.

           EVALUA-FALTAS.
           IF LINEA-FALTAS NOT = SPACES
               MOVE SPACES TO WS-FAL-NUMERO-X WS-FAL-DIAS-X
               UNSTRING LINEA-FALTAS DELIMITED BY ","
                   INTO WS-FAL-NUMERO-X WS-FAL-DIAS-X
               END-UNSTRING
               COMPUTE WS-FAL-NUMERO =
                   FUNCTION NUMVAL(WS-FAL-NUMERO-X)
               COMPUTE WS-FAL-DIAS =
                   FUNCTION NUMVAL(WS-FAL-DIAS-X)
               PERFORM LIMPIA-DETALLE
               MOVE "FALTAS" TO DET-CLAVE
               MOVE WS-FAL-NUMERO TO DET-NUMERO
               MOVE WS-FAL-DIAS TO WS-DIAS-ED
               STRING "Dias por descontar: " DELIMITED BY SIZE
                   WS-DIAS-ED DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING
               PERFORM ESCRIBE-DETALLE
           END-IF.
           PERFORM LEE-FALTAS.

      *    8. Cambios de salario capturados que siguen sin aprobarse:
      *    no entran a esta nomina mientras esten en "P".
           REVISA-APROBACIONES.
           MOVE 8 TO WS-IX-SEC.
           PERFORM ESCRIBE-TITULO-SECCION.
           OPEN INPUT APROBACIONES-SALARIO.
           IF WS-FILE-STATUS-APR NOT = "00"
               MOVE WS-RUTA-APROBACIONES TO WS-RUTA-FALTANTE
               PERFORM ESCRIBE-SIN-ARCHIVO
           ELSE
               MOVE "1" TO FIN-DE-APROBACIONES
               PERFORM LEE-APROBACION
               PERFORM EVALUA-APROBACION
                   UNTIL FIN-DE-APROBACIONES = "0"
               CLOSE APROBACIONES-SALARIO
           END-IF.
           PERFORM CIERRA-SECCION.

           LEE-APROBACION.
           READ APROBACIONES-SALARIO
               AT END
                   MOVE "0" TO FIN-DE-APROBACIONES
               NOT AT END
                   MOVE LINEA-APROBACION TO APROBACION-REGISTRO
           END-READ.

           EVALUA-APROBACION.
           IF APR-STATUS = "P"
               PERFORM LIMPIA-DETALLE
               MOVE "PENDIENT" TO DET-CLAVE
               MOVE APR-NUMERO-EMP TO DET-NUMERO
               MOVE APR-FECHA-CAPTURA TO DET-FECHA
               MOVE APR-SALARIO-ANTERIOR TO WS-IMPORTE-ED-1
               MOVE APR-SALARIO-NUEVO TO WS-IMPORTE-ED-2
               STRING WS-IMPORTE-ED-1 DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-IMPORTE-ED-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   APR-RAZON DELIMITED BY SIZE
                   " capturo " DELIMITED BY SIZE
                   APR-USUARIO DELIMITED BY SPACE
                   INTO DET-TEXTO
               END-STRING
               PERFORM ESCRIBE-DETALLE
           END-IF.
           PERFORM LEE-APROBACION.

      *    9. Prestamos nuevos: los que todavia no llevan ningun
      *    abono (saldo igual al principal); su primer descuento cae
      *    en esta nomina.
           REVISA-PRESTAMOS.
           MOVE 9 TO WS-IX-SEC.
           PERFORM ESCRIBE-TITULO-SECCION.
           OPEN INPUT PRESTAMOS.
           IF WS-FILE-STATUS-PRE NOT = "00"
               MOVE WS-RUTA-PRESTAMOS TO WS-RUTA-FALTANTE
               PERFORM ESCRIBE-SIN-ARCHIVO
           ELSE
               MOVE "1" TO FIN-DE-PRESTAMOS
               PERFORM LEE-PRESTAMO
               PERFORM EVALUA-PRESTAMO UNTIL FIN-DE-PRESTAMOS = "0"
               CLOSE PRESTAMOS
           END-IF.
           PERFORM CIERRA-SECCION.

           LEE-PRESTAMO.
           READ PRESTAMOS
               AT END
                   MOVE "0" TO FIN-DE-PRESTAMOS
               NOT AT END
                   MOVE LINEA-PRESTAMO TO PRESTAMO-REGISTRO
           END-READ.

           EVALUA-PRESTAMO.
           IF LINEA-PRESTAMO NOT = SPACES
               AND PRE-SALDO > ZEROES
               AND PRE-SALDO = PRE-PRINCIPAL
               PERFORM LIMPIA-DETALLE
               MOVE "PRESTAMO" TO DET-CLAVE
               MOVE PRE-NUMERO-EMP TO DET-NUMERO
               MOVE PRE-PRINCIPAL TO WS-IMPORTE-ED-1
               MOVE PRE-PAGO-PERIODO TO WS-IMPORTE-ED-2
               STRING "Folio " DELIMITED BY SIZE
                   PRE-FOLIO DELIMITED BY SPACE
                   "  principal " DELIMITED BY SIZE
                   WS-IMPORTE-ED-1 DELIMITED BY SIZE
                   "  pago " DELIMITED BY SIZE
                   WS-IMPORTE-ED-2 DELIMITED BY SIZE
                   "  plazo " DELIMITED BY SIZE
                   PRE-PLAZO DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING
               PERFORM ESCRIBE-DETALLE
           END-IF.
           PERFORM LEE-PRESTAMO.

           ESCRIBE-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN POR SECCION" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON-RESUMEN
               VARYING WS-IX-SEC FROM 1 BY 1
               UNTIL WS-IX-SEC > 9.
           MOVE WS-TOTAL-PARTIDAS TO TOT-PARTIDAS.
           MOVE WS-LINEA-TOTAL-PRE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "Revisado por nomina (firma-prenomina): ______________"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-RENGLON-RESUMEN.
           MOVE WS-SEC-NOMBRE (WS-IX-SEC) TO RES-NOMBRE.
           MOVE WS-SEC-CUENTA (WS-IX-SEC) TO RES-PARTIDAS.
           MOVE WS-LINEA-RESUMEN-PRE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.
       END PROGRAM revisa-prenomina.
