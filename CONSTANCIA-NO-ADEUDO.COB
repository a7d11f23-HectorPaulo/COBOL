      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CONSTANCIA DE NO ADEUDO DE UNA BAJA, PASO OBLIGADO
      *         ANTES DEL FINIQUITO: CON LA MISMA TARJETA DE finiquito
      *         (numero,fecha-baja,sitio) REVISA CADA AREA QUE PUEDE
      *         TENER ALGO PENDIENTE CON EL EMPLEADO Y DEJA UN RENGLON
      *         POR AREA EN CONSTANCIAS-BAJA.txt (CNSREG.cpy):
      *         PRE  SALDO DE PRESTAMOS (PRESTAMOS.txt), SE RECUPERA;
      *         FON  FONDO DE AHORRO APORTADO MAS MATCH PATRONAL
      *              (SALDOS-FONDO.txt), SE PAGA CON EL FINIQUITO;
      *         INF  CREDITO INFONAVIT (CREDITOS-INFONAVIT.txt) QUE
      *              NECESITA EL AVISO DE SUSPENSION DE DESCUENTOS;
      *         SGM  INSCRIPCION AL SGMM (SGMM.txt) Y DEPENDIENTES
      *              CUBIERTOS (DEPENDIENTES.dat) A CANCELAR;
      *         EQP  EQUIPO DE LA EMPRESA NO DEVUELTO
      *              (EQUIPO-ASIGNADO.txt, EQPREG.cpy), SE RECUPERA
      *              A SU VALOR;
      *         VAC  SOLICITUDES DE VACACIONES ABIERTAS: SOLICITADAS
      *              O APROBADAS CON INICIO POSTERIOR A LA BAJA;
      *         VIA  ANTICIPOS DE VIATICOS ABIERTOS CON SALDO POR
      *              COMPROBAR (VIATICOS.txt, VIAREG.cpy), SE
      *              RECUPERA LO NO COMPROBADO.
      *         EL AREA SIN NADA PENDIENTE QUEDA LIBERADA SOLA
      *         ("AUTOMATICO"); LAS DEMAS LAS FIRMA CADA AREA EN
      *         firma-constancia. SI SE VUELVE A CORRER Y UN AREA
      *         CAMBIO DE IMPORTE O DE DETALLE, SU FIRMA SE PIERDE Y
      *         VUELVE A PENDIENTE. IMPRIME LA HOJA CON UN BLOQUE Y UN
      *         RENGLON DE FIRMA POR AREA; finiquito NO EMITE LA HOJA
      *         FINAL HASTA QUE TODAS LAS AREAS ESTEN LIBERADAS.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. constancia-no-adeudo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PARAMETROS
       ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PAR.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT PRESTAMOS
       ASSIGN TO DYNAMIC WS-RUTA-PRESTAMOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PRE.

       SELECT SALDOS-FONDO
       ASSIGN TO DYNAMIC WS-RUTA-FONDO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FON.

       SELECT CREDITOS-INFONAVIT
       ASSIGN TO DYNAMIC WS-RUTA-CREDITOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CRI.

       SELECT INSCRIPCIONES-SGMM
       ASSIGN TO DYNAMIC WS-RUTA-SGMM
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SGM.

       SELECT DEPENDIENTES
       ASSIGN TO DYNAMIC WS-RUTA-DEPENDIENTES
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEP-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-DEP.

       SELECT EQUIPO-ASIGNADO
       ASSIGN TO DYNAMIC WS-RUTA-EQUIPO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EQP.

       SELECT SOLICITUDES-VACACIONES
       ASSIGN TO DYNAMIC WS-RUTA-SOLICITUDES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SOL.

       SELECT VIATICOS
       ASSIGN TO DYNAMIC WS-RUTA-VIATICOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-VIA.

       SELECT CONSTANCIAS-BAJA
       ASSIGN TO DYNAMIC WS-RUTA-CONSTANCIAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CNS.

       SELECT HOJA-CONSTANCIA
       ASSIGN TO DYNAMIC WS-RUTA-HOJA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-HOJ.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
       01  LINEA-PARAMETROS PIC X(40).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD PRESTAMOS.
       01  LINEA-PRESTAMO PIC X(54).

       FD SALDOS-FONDO.
       01  LINEA-SALDO PIC X(40).

       FD CREDITOS-INFONAVIT.
       01  LINEA-CREDITO PIC X(60).

       FD INSCRIPCIONES-SGMM.
       01  LINEA-SGMM PIC X(60).

       FD DEPENDIENTES.
           COPY DEPREG.

       FD EQUIPO-ASIGNADO.
       01  LINEA-EQUIPO PIC X(116).

       FD SOLICITUDES-VACACIONES.
       01  LINEA-SOLICITUD PIC X(40).

       FD VIATICOS.
       01  LINEA-VIATICO PIC X(133).

       FD CONSTANCIAS-BAJA.
       01  LINEA-CONSTANCIA PIC X(119).

       FD HOJA-CONSTANCIA.
       01  LINEA-HOJA PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
       COPY PRESREG.
       COPY FONREG.
       COPY CNSREG.
       COPY EQPREG.
       COPY VIAREG.

       01  WS-RUTA-PARAMETROS PIC X(200).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-RUTA-PRESTAMOS PIC X(200).
       01  WS-RUTA-FONDO PIC X(200).
       01  WS-RUTA-CREDITOS PIC X(200).
       01  WS-RUTA-SGMM PIC X(200).
       01  WS-RUTA-DEPENDIENTES PIC X(200).
       01  WS-RUTA-EQUIPO PIC X(200).
       01  WS-RUTA-SOLICITUDES PIC X(200).
       01  WS-RUTA-VIATICOS PIC X(200).
       01  WS-RUTA-CONSTANCIAS PIC X(200).
       01  WS-RUTA-HOJA PIC X(200).
       01  WS-FILE-STATUS-PAR PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-PRE PIC X(2).
       01  WS-FILE-STATUS-FON PIC X(2).
       01  WS-FILE-STATUS-CRI PIC X(2).
       01  WS-FILE-STATUS-SGM PIC X(2).
       01  WS-FILE-STATUS-DEP PIC X(2).
       01  WS-FILE-STATUS-EQP PIC X(2).
       01  WS-FILE-STATUS-SOL PIC X(2).
       01  WS-FILE-STATUS-VIA PIC X(2).
       01  WS-FILE-STATUS-CNS PIC X(2).
       01  WS-FILE-STATUS-HOJ PIC X(2).
       01  FIN-DE-ENTRADA PIC X.

      *    Tarjeta de la baja, la misma que lee finiquito.
       01  WS-NUMERO-X PIC X(5).
       01  WS-FECHA-BAJA-X PIC X(8).
       01  WS-SITIO-X PIC X(2).
       01  WS-NUMERO-BAJA PIC 9(5).
       01  WS-ID-BAJA PIC X(6).
       01  WS-NOMBRE-BAJA PIC X(40).
       01  WS-FECHA-HOY PIC X(8).

      *    Una entrada por area con lo que se encontro en la revision.
       01  WS-TABLA-AREAS.
           05 WS-AREA OCCURS 7 TIMES.
               10 WS-AR-CODIGO PIC X(3).
               10 WS-AR-NOMBRE PIC X(30).
               10 WS-AR-SENTIDO PIC X(1).
               10 WS-AR-IMPORTE PIC S9(9)V99.
               10 WS-AR-CUENTA PIC 9(3).
               10 WS-AR-DETALLE PIC X(60).
               10 WS-AR-PENDIENTE PIC X.
       01  WS-IX-AREA PIC 9.

      *    Renglones de detalle de la hoja, por area.
       01  WS-TABLA-DETALLE.
           05 WS-DETALLE OCCURS 300 TIMES.
               10 WS-DET-AREA PIC 9.
               10 WS-DET-TEXTO PIC X(74).
       01  WS-TOTAL-DETALLE PIC 9(3) VALUE ZEROES.
       01  WS-IX-DET PIC 9(3).
       01  WS-TEXTO-DETALLE PIC X(74).

      *    Constancias de todas las bajas; se reescribe al final.
       01  WS-TABLA-CONSTANCIAS.
           05 WS-CNS-LINEA OCCURS 9999 TIMES PIC X(119).
       01  WS-TOTAL-CONSTANCIAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-CNS PIC 9(4).
       01  WS-CNS-ENCONTRADO PIC 9(4).
       01  WS-TOTAL-PENDIENTES PIC 9 VALUE ZEROES.
       01  WS-TOTAL-REABIERTAS PIC 9 VALUE ZEROES.

       01  WS-CAMPO-1 PIC X(12).
       01  WS-CAMPO-2 PIC X(30).
       01  WS-CAMPO-3 PIC X(30).
       01  WS-NUMERO-LEIDO PIC 9(5).
       01  WS-IMPORTE-TRABAJO PIC S9(9)V99.
       01  WS-SECUENCIAS PIC X(20).
       01  WS-IX-SEC PIC 9(2).
       01  WS-SECUENCIA-DEP PIC 9(2).
       01  WS-DEPENDIENTES-ABIERTO PIC X VALUE "N".
       01  WS-IMPORTE-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CUENTA-EDITADA PIC ZZ9.
       01  WS-TOTAL-RECUPERAR PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-PAGAR PIC S9(9)V99 VALUE ZEROES.
       01  WS-SITUACION PIC X(40).

       01  WS-LINEA-SOLICITUD-DET.
           05 SOL-NUMERO PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SOL-FECHA-INICIO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SOL-DIAS PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SOL-FECHA-SOLICITUD PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SOL-STATUS PIC X(1).

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "constancia-no-adeudo".
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
           PERFORM LEE-TARJETA.
           PERFORM BUSCA-EMPLEADO.
           PERFORM INICIA-AREAS.
           PERFORM REVISA-PRESTAMOS.
           PERFORM REVISA-FONDO.
           PERFORM REVISA-INFONAVIT.
           PERFORM REVISA-SGMM.
           PERFORM REVISA-EQUIPO.
           PERFORM REVISA-VACACIONES.
           PERFORM REVISA-VIATICOS.
           PERFORM ARMA-RESUMEN-AREA
               VARYING WS-IX-AREA FROM 1 BY 1
               UNTIL WS-IX-AREA > 7.
           PERFORM CARGA-CONSTANCIAS.
           PERFORM ACTUALIZA-CONSTANCIA
               VARYING WS-IX-AREA FROM 1 BY 1
               UNTIL WS-IX-AREA > 7.
           PERFORM REESCRIBE-CONSTANCIAS.
           PERFORM IMPRIME-HOJA.
           DISPLAY "Constancia de no adeudo de " WS-ID-BAJA
               ", baja " WS-FECHA-BAJA-X ".".
           DISPLAY "Areas pendientes de firma: " WS-TOTAL-PENDIENTES.
           IF WS-TOTAL-REABIERTAS > ZEROES
               DISPLAY "Areas que cambiaron y perdieron su firma: "
                   WS-TOTAL-REABIERTAS
           END-IF.
           DISPLAY "Hoja de la constancia: "
               FUNCTION TRIM(WS-RUTA-HOJA).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-PENDIENTES TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-PARAMETROS FROM ENVIRONMENT
               "FINIQUITO_PARAMETROS_PATH".
           IF WS-RUTA-PARAMETROS = SPACES
               MOVE "FINIQUITO-PARAMETROS.txt" TO WS-RUTA-PARAMETROS
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-PRESTAMOS FROM ENVIRONMENT "PRESTAMOS_PATH".
           IF WS-RUTA-PRESTAMOS = SPACES
               MOVE "PRESTAMOS.txt" TO WS-RUTA-PRESTAMOS
           END-IF.
           ACCEPT WS-RUTA-FONDO FROM ENVIRONMENT "SALDOS_FONDO_PATH".
           IF WS-RUTA-FONDO = SPACES
               MOVE "SALDOS-FONDO.txt" TO WS-RUTA-FONDO
           END-IF.
           ACCEPT WS-RUTA-CREDITOS FROM ENVIRONMENT
               "CREDITOS_INFONAVIT_PATH".
           IF WS-RUTA-CREDITOS = SPACES
               MOVE "CREDITOS-INFONAVIT.txt" TO WS-RUTA-CREDITOS
           END-IF.
           ACCEPT WS-RUTA-SGMM FROM ENVIRONMENT "SGMM_PATH".
           IF WS-RUTA-SGMM = SPACES
               MOVE "SGMM.txt" TO WS-RUTA-SGMM
           END-IF.
           ACCEPT WS-RUTA-DEPENDIENTES FROM ENVIRONMENT
               "DEPENDIENTES_DAT_PATH".
           IF WS-RUTA-DEPENDIENTES = SPACES
               MOVE "DEPENDIENTES.dat" TO WS-RUTA-DEPENDIENTES
           END-IF.
           ACCEPT WS-RUTA-EQUIPO FROM ENVIRONMENT
               "EQUIPO_ASIGNADO_PATH".
           IF WS-RUTA-EQUIPO = SPACES
               MOVE "EQUIPO-ASIGNADO.txt" TO WS-RUTA-EQUIPO
           END-IF.
           ACCEPT WS-RUTA-SOLICITUDES FROM ENVIRONMENT
               "SOLICITUDES_VACACIONES_PATH".
           IF WS-RUTA-SOLICITUDES = SPACES
               MOVE "SOLICITUDES-VACACIONES.txt"
                   TO WS-RUTA-SOLICITUDES
           END-IF.
           ACCEPT WS-RUTA-VIATICOS FROM ENVIRONMENT "VIATICOS_PATH".
           IF WS-RUTA-VIATICOS = SPACES
               MOVE "VIATICOS.txt" TO WS-RUTA-VIATICOS
           END-IF.
           ACCEPT WS-RUTA-CONSTANCIAS FROM ENVIRONMENT
               "CONSTANCIAS_BAJA_PATH".
           IF WS-RUTA-CONSTANCIAS = SPACES
               MOVE "CONSTANCIAS-BAJA.txt" TO WS-RUTA-CONSTANCIAS
           END-IF.
           ACCEPT WS-RUTA-HOJA FROM ENVIRONMENT "CONSTANCIA_HOJA_PATH".
           IF WS-RUTA-HOJA = SPACES
               MOVE "CONSTANCIA-NO-ADEUDO.txt" TO WS-RUTA-HOJA
           END-IF.

           LEE-TARJETA.
           OPEN INPUT PARAMETROS.
           IF WS-FILE-STATUS-PAR NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir la tarjeta de "
                   "parametros: " FUNCTION TRIM(WS-RUTA-PARAMETROS)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO LINEA-PARAMETROS.
           READ PARAMETROS
               AT END
                   MOVE SPACES TO LINEA-PARAMETROS
           END-READ.
           CLOSE PARAMETROS.
           MOVE SPACES TO WS-NUMERO-X WS-FECHA-BAJA-X WS-SITIO-X.
           UNSTRING LINEA-PARAMETROS DELIMITED BY ","
               INTO WS-NUMERO-X WS-FECHA-BAJA-X WS-SITIO-X
           END-UNSTRING.
           IF WS-NUMERO-X NOT NUMERIC
               OR WS-FECHA-BAJA-X NOT NUMERIC
               DISPLAY "RECHAZADO: tarjeta no valida: "
                   "numero,fecha-baja,sitio."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-NUMERO-X TO WS-NUMERO-BAJA.

           BUSCA-EMPLEADO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SITIO-X TO CRUCE-ID-SITIO.
           MOVE WS-NUMERO-BAJA TO CRUCE-ID-NOMINA.
           CALL "forma-id-directorio"
               USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
           END-CALL.
           MOVE EMPLEADOS-ID TO WS-ID-BAJA.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   DISPLAY "RECHAZADO: el " WS-ID-BAJA " no esta en "
                       "el directorio."
                   CLOSE EMPLEADOS-ARCHIVO
                   PERFORM CIERRA-BITACORA-RECHAZO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE SPACES TO WS-NOMBRE-BAJA.
           STRING FUNCTION TRIM(EMPLEADOS-NOMBRE) " "
               FUNCTION TRIM(EMPLEADOS-APELLIDOS)
               DELIMITED BY SIZE INTO WS-NOMBRE-BAJA
           END-STRING.
           CLOSE EMPLEADOS-ARCHIVO.

           INICIA-AREAS.
           MOVE SPACES TO WS-TABLA-AREAS.
           PERFORM LIMPIA-AREA
               VARYING WS-IX-AREA FROM 1 BY 1
               UNTIL WS-IX-AREA > 7.
           MOVE "PRE" TO WS-AR-CODIGO (1).
           MOVE "PRESTAMOS" TO WS-AR-NOMBRE (1).
           MOVE "FON" TO WS-AR-CODIGO (2).
           MOVE "FONDO DE AHORRO" TO WS-AR-NOMBRE (2).
           MOVE "INF" TO WS-AR-CODIGO (3).
           MOVE "CREDITO INFONAVIT" TO WS-AR-NOMBRE (3).
           MOVE "SGM" TO WS-AR-CODIGO (4).
           MOVE "SEGURO DE GASTOS MEDICOS" TO WS-AR-NOMBRE (4).
           MOVE "EQP" TO WS-AR-CODIGO (5).
           MOVE "EQUIPO DE LA EMPRESA" TO WS-AR-NOMBRE (5).
           MOVE "VAC" TO WS-AR-CODIGO (6).
           MOVE "VACACIONES" TO WS-AR-NOMBRE (6).
           MOVE "VIA" TO WS-AR-CODIGO (7).
           MOVE "VIATICOS POR COMPROBAR" TO WS-AR-NOMBRE (7).

           LIMPIA-AREA.
           MOVE ZEROES TO WS-AR-IMPORTE (WS-IX-AREA)
               WS-AR-CUENTA (WS-IX-AREA).
           MOVE "N" TO WS-AR-PENDIENTE (WS-IX-AREA).

           AGREGA-DETALLE.
           IF WS-TOTAL-DETALLE < 300
               ADD 1 TO WS-TOTAL-DETALLE
               MOVE WS-IX-AREA TO WS-DET-AREA (WS-TOTAL-DETALLE)
               MOVE WS-TEXTO-DETALLE TO WS-DET-TEXTO (WS-TOTAL-DETALLE)
           END-IF.

      *    Prestamos con saldo: el saldo se descuenta del finiquito.
           REVISA-PRESTAMOS.
           MOVE 1 TO WS-IX-AREA.
           OPEN INPUT PRESTAMOS.
           IF WS-FILE-STATUS-PRE = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-PRESTAMO
               PERFORM EVALUA-PRESTAMO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE PRESTAMOS
           END-IF.

           LEE-PRESTAMO.
           READ PRESTAMOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-PRESTAMO TO PRESTAMO-REGISTRO
           END-READ.

           EVALUA-PRESTAMO.
           IF PRE-NUMERO-EMP IS NUMERIC
               AND PRE-NUMERO-EMP = WS-NUMERO-BAJA
               AND PRE-SALDO > ZEROES
               MOVE "S" TO WS-AR-PENDIENTE (1)
               MOVE "R" TO WS-AR-SENTIDO (1)
               ADD PRE-SALDO TO WS-AR-IMPORTE (1)
               ADD 1 TO WS-AR-CUENTA (1)
               MOVE PRE-SALDO TO WS-IMPORTE-EDITADO
               MOVE SPACES TO WS-TEXTO-DETALLE
               STRING "Prestamo " PRE-FOLIO "  saldo por recuperar "
                   WS-IMPORTE-EDITADO
                   DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
               END-STRING
               PERFORM AGREGA-DETALLE
           END-IF.
           PERFORM LEE-PRESTAMO.

      *    Fondo de ahorro: lo aportado mas el match se paga con el
      *    finiquito en lugar de esperar la liquidacion anual.
           REVISA-FONDO.
           MOVE 2 TO WS-IX-AREA.
           OPEN INPUT SALDOS-FONDO.
           IF WS-FILE-STATUS-FON = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-FONDO
               PERFORM EVALUA-FONDO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE SALDOS-FONDO
           END-IF.

           LEE-FONDO.
           READ SALDOS-FONDO
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-SALDO TO FONDO-REGISTRO
           END-READ.

           EVALUA-FONDO.
           IF FON-NUMERO-EMP IS NUMERIC
               AND FON-NUMERO-EMP = WS-NUMERO-BAJA
               ADD FON-SALDO-EMPLEADO FON-SALDO-PATRON
                   GIVING WS-IMPORTE-TRABAJO
               IF WS-IMPORTE-TRABAJO > ZEROES
                   MOVE "S" TO WS-AR-PENDIENTE (2)
                   MOVE "P" TO WS-AR-SENTIDO (2)
                   ADD WS-IMPORTE-TRABAJO TO WS-AR-IMPORTE (2)
                   ADD 1 TO WS-AR-CUENTA (2)
                   MOVE FON-SALDO-EMPLEADO TO WS-IMPORTE-EDITADO
                   MOVE SPACES TO WS-TEXTO-DETALLE
                   STRING "Aportado por el empleado  "
                       WS-IMPORTE-EDITADO
                       DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
                   END-STRING
                   PERFORM AGREGA-DETALLE
                   MOVE FON-SALDO-PATRON TO WS-IMPORTE-EDITADO
                   MOVE SPACES TO WS-TEXTO-DETALLE
                   STRING "Aportacion patronal       "
                       WS-IMPORTE-EDITADO
                       DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
                   END-STRING
                   PERFORM AGREGA-DETALLE
               END-IF
           END-IF.
           PERFORM LEE-FONDO.

      *    Credito INFONAVIT vigente: sin importe, pero el area debe
      *    presentar el aviso de suspension de descuentos.
           REVISA-INFONAVIT.
           MOVE 3 TO WS-IX-AREA.
           OPEN INPUT CREDITOS-INFONAVIT.
           IF WS-FILE-STATUS-CRI = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-CREDITO
               PERFORM EVALUA-CREDITO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE CREDITOS-INFONAVIT
           END-IF.

           LEE-CREDITO.
           READ CREDITOS-INFONAVIT
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           EVALUA-CREDITO.
           IF LINEA-CREDITO NOT = SPACES
               MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
               UNSTRING LINEA-CREDITO DELIMITED BY ","
                   INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
               END-UNSTRING
               COMPUTE WS-NUMERO-LEIDO = FUNCTION NUMVAL(WS-CAMPO-1)
               IF WS-NUMERO-LEIDO = WS-NUMERO-BAJA
                   MOVE "S" TO WS-AR-PENDIENTE (3)
                   ADD 1 TO WS-AR-CUENTA (3)
                   MOVE SPACES TO WS-TEXTO-DETALLE
                   STRING "Credito " FUNCTION TRIM(WS-CAMPO-2)
                       " tipo " WS-CAMPO-3 (1:1)
                       ": presentar aviso de suspension de descuentos"
                       DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
                   END-STRING
                   PERFORM AGREGA-DETALLE
               END-IF
           END-IF.
           PERFORM LEE-CREDITO.

      *    SGMM: se cancela al titular y a cada dependiente cubierto
      *    (secuencias de dos en dos, como las lee censo-sgmm).
           REVISA-SGMM.
           MOVE 4 TO WS-IX-AREA.
           OPEN INPUT DEPENDIENTES.
           IF WS-FILE-STATUS-DEP = "00"
               MOVE "S" TO WS-DEPENDIENTES-ABIERTO
           END-IF.
           OPEN INPUT INSCRIPCIONES-SGMM.
           IF WS-FILE-STATUS-SGM = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-SGMM
               PERFORM EVALUA-SGMM UNTIL FIN-DE-ENTRADA = "0"
               CLOSE INSCRIPCIONES-SGMM
           END-IF.
           IF WS-DEPENDIENTES-ABIERTO = "S"
               CLOSE DEPENDIENTES
           END-IF.

           LEE-SGMM.
           READ INSCRIPCIONES-SGMM
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           EVALUA-SGMM.
           IF LINEA-SGMM NOT = SPACES
               MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                   WS-SECUENCIAS
               UNSTRING LINEA-SGMM DELIMITED BY ","
                   INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                       WS-SECUENCIAS
               END-UNSTRING
               COMPUTE WS-NUMERO-LEIDO = FUNCTION NUMVAL(WS-CAMPO-1)
               IF WS-NUMERO-LEIDO = WS-NUMERO-BAJA
                   MOVE "S" TO WS-AR-PENDIENTE (4)
                   MOVE SPACES TO WS-TEXTO-DETALLE
                   STRING "Plan " FUNCTION TRIM(WS-CAMPO-2)
                       ": cancelar al titular"
                       DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
                   END-STRING
                   PERFORM AGREGA-DETALLE
                   PERFORM EVALUA-DEPENDIENTE
                       VARYING WS-IX-SEC FROM 1 BY 2
                       UNTIL WS-IX-SEC > 19
               END-IF
           END-IF.
           PERFORM LEE-SGMM.

           EVALUA-DEPENDIENTE.
           IF WS-SECUENCIAS (WS-IX-SEC:2) IS NUMERIC
               ADD 1 TO WS-AR-CUENTA (4)
               MOVE WS-SECUENCIAS (WS-IX-SEC:2) TO WS-SECUENCIA-DEP
               MOVE SPACES TO DEP-NOMBRE DEP-PARENTESCO
               IF WS-DEPENDIENTES-ABIERTO = "S"
                   MOVE WS-ID-BAJA TO DEP-EMPLEADO-ID
                   MOVE WS-SECUENCIA-DEP TO DEP-SECUENCIA
                   READ DEPENDIENTES
                       KEY IS DEP-LLAVE
                       INVALID KEY
                           MOVE "(no esta en dependientes)"
                               TO DEP-NOMBRE
                   END-READ
               END-IF
               MOVE SPACES TO WS-TEXTO-DETALLE
               STRING "Cancelar dependiente " WS-SECUENCIA-DEP " "
                   DEP-NOMBRE " " DEP-PARENTESCO
                   DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
               END-STRING
               PERFORM AGREGA-DETALLE
           END-IF.

      *    Equipo asignado y no devuelto: se recupera a su valor.
           REVISA-EQUIPO.
           MOVE 5 TO WS-IX-AREA.
           OPEN INPUT EQUIPO-ASIGNADO.
           IF WS-FILE-STATUS-EQP = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-EQUIPO
               PERFORM EVALUA-EQUIPO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE EQUIPO-ASIGNADO
           END-IF.

           LEE-EQUIPO.
           READ EQUIPO-ASIGNADO
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           EVALUA-EQUIPO.
           IF LINEA-EQUIPO NOT = SPACES
               MOVE LINEA-EQUIPO TO EQUIPO-REGISTRO
               IF EQP-EMPLEADO-ID = WS-ID-BAJA
                   AND EQP-STATUS = "A"
                   MOVE EQP-VALOR TO WS-IMPORTE-TRABAJO
                   MOVE "S" TO WS-AR-PENDIENTE (5)
                   MOVE "R" TO WS-AR-SENTIDO (5)
                   ADD WS-IMPORTE-TRABAJO TO WS-AR-IMPORTE (5)
                   ADD 1 TO WS-AR-CUENTA (5)
                   MOVE WS-IMPORTE-TRABAJO TO WS-IMPORTE-EDITADO
                   MOVE SPACES TO WS-TEXTO-DETALLE
                   STRING EQP-ARTICULO " " EQP-SERIE (1:16) " "
                       EQP-DESCRIPCION " " WS-IMPORTE-EDITADO
                       DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
                   END-STRING
                   PERFORM AGREGA-DETALLE
               END-IF
           END-IF.
           PERFORM LEE-EQUIPO.

      *    Solicitudes abiertas: las que siguen por aprobar, y las
      *    aprobadas que empiezan despues de la baja (ya se
      *    descontaron del saldo y no se van a gozar).
           REVISA-VACACIONES.
           MOVE 6 TO WS-IX-AREA.
           OPEN INPUT SOLICITUDES-VACACIONES.
           IF WS-FILE-STATUS-SOL = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-SOLICITUD
               PERFORM EVALUA-SOLICITUD UNTIL FIN-DE-ENTRADA = "0"
               CLOSE SOLICITUDES-VACACIONES
           END-IF.

           LEE-SOLICITUD.
           READ SOLICITUDES-VACACIONES
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-SOLICITUD TO WS-LINEA-SOLICITUD-DET
           END-READ.

           EVALUA-SOLICITUD.
           IF SOL-NUMERO IS NUMERIC
               AND SOL-NUMERO = WS-NUMERO-BAJA
               IF SOL-STATUS = "S"
                   OR (SOL-STATUS = "A"
                       AND SOL-FECHA-INICIO > WS-FECHA-BAJA-X)
                   MOVE "S" TO WS-AR-PENDIENTE (6)
                   ADD 1 TO WS-AR-CUENTA (6)
                   IF SOL-STATUS = "S"
                       MOVE "por aprobar" TO WS-SITUACION
                   ELSE
                       MOVE "aprobada despues de la baja"
                           TO WS-SITUACION
                   END-IF
                   MOVE SPACES TO WS-TEXTO-DETALLE
                   STRING "Solicitud del " SOL-FECHA-INICIO " por "
                       SOL-DIAS " dias, " FUNCTION TRIM(WS-SITUACION)
                       ": cancelar"
                       DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
                   END-STRING
                   PERFORM AGREGA-DETALLE
               END-IF
           END-IF.
           PERFORM LEE-SOLICITUD.

      *    Anticipos de viaticos abiertos: lo que falta por comprobar
      *    (anticipo menos gastos con CFDI menos reintegros) se
      *    recupera, venza o no antes de la baja. Los ya mandados a
      *    nomina se cobran ahi y no cuentan.
           REVISA-VIATICOS.
           MOVE 7 TO WS-IX-AREA.
           OPEN INPUT VIATICOS.
           IF WS-FILE-STATUS-VIA = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-VIATICO
               PERFORM EVALUA-VIATICO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE VIATICOS
           END-IF.

           LEE-VIATICO.
           READ VIATICOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           EVALUA-VIATICO.
           IF LINEA-VIATICO NOT = SPACES
               MOVE LINEA-VIATICO TO VIATICO-REGISTRO
               IF VIA-EMPLEADO-ID = WS-ID-BAJA
                   AND VIA-STATUS = "A"
                   COMPUTE WS-IMPORTE-TRABAJO = VIA-IMPORTE-ANTICIPO
                       - VIA-COMPROBADO - VIA-REINTEGRADO
                   IF WS-IMPORTE-TRABAJO > ZEROES
                       MOVE "S" TO WS-AR-PENDIENTE (7)
                       MOVE "R" TO WS-AR-SENTIDO (7)
                       ADD WS-IMPORTE-TRABAJO TO WS-AR-IMPORTE (7)
                       ADD 1 TO WS-AR-CUENTA (7)
                       MOVE WS-IMPORTE-TRABAJO TO WS-IMPORTE-EDITADO
                       MOVE SPACES TO WS-TEXTO-DETALLE
                       STRING "Folio " VIA-FOLIO " " VIA-DESTINO
                           " limite " VIA-FECHA-LIMITE " "
                           WS-IMPORTE-EDITADO
                           DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
                       END-STRING
                       PERFORM AGREGA-DETALLE
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-VIATICO.

      *    Resumen de una linea por area, el que se guarda en la
      *    constancia; si cambia de una corrida a otra la firma se
      *    pierde.
           ARMA-RESUMEN-AREA.
           MOVE WS-AR-CUENTA (WS-IX-AREA) TO WS-CUENTA-EDITADA.
           MOVE SPACES TO WS-AR-DETALLE (WS-IX-AREA).
           IF WS-AR-PENDIENTE (WS-IX-AREA) NOT = "S"
               MOVE "Sin adeudo ni pendientes"
                   TO WS-AR-DETALLE (WS-IX-AREA)
           ELSE
               EVALUATE WS-IX-AREA
                   WHEN 1
                       STRING FUNCTION TRIM(WS-CUENTA-EDITADA)
                           " prestamo(s) con saldo por recuperar"
                           DELIMITED BY SIZE
                           INTO WS-AR-DETALLE (WS-IX-AREA)
                       END-STRING
                   WHEN 2
                       MOVE "Saldo del fondo a pagar con el finiquito"
                           TO WS-AR-DETALLE (WS-IX-AREA)
                   WHEN 3
                       MOVE "Aviso de suspension de descuentos"
                           TO WS-AR-DETALLE (WS-IX-AREA)
                   WHEN 4
                       STRING "Cancelar titular y "
                           FUNCTION TRIM(WS-CUENTA-EDITADA)
                           " dependiente(s)"
                           DELIMITED BY SIZE
                           INTO WS-AR-DETALLE (WS-IX-AREA)
                       END-STRING
                   WHEN 5
                       STRING FUNCTION TRIM(WS-CUENTA-EDITADA)
                           " articulo(s) de equipo no devuelto(s)"
                           DELIMITED BY SIZE
                           INTO WS-AR-DETALLE (WS-IX-AREA)
                       END-STRING
                   WHEN 6
                       STRING FUNCTION TRIM(WS-CUENTA-EDITADA)
                           " solicitud(es) de vacaciones a cancelar"
                           DELIMITED BY SIZE
                           INTO WS-AR-DETALLE (WS-IX-AREA)
                       END-STRING
                   WHEN 7
                       STRING FUNCTION TRIM(WS-CUENTA-EDITADA)
                           " anticipo(s) de viaticos sin comprobar"
                           DELIMITED BY SIZE
                           INTO WS-AR-DETALLE (WS-IX-AREA)
                       END-STRING
               END-EVALUATE
           END-IF.
           IF WS-AR-SENTIDO (WS-IX-AREA) = "R"
               ADD WS-AR-IMPORTE (WS-IX-AREA) TO WS-TOTAL-RECUPERAR
           END-IF.
           IF WS-AR-SENTIDO (WS-IX-AREA) = "P"
               ADD WS-AR-IMPORTE (WS-IX-AREA) TO WS-TOTAL-PAGAR
           END-IF.

           CARGA-CONSTANCIAS.
           OPEN INPUT CONSTANCIAS-BAJA.
           IF WS-FILE-STATUS-CNS = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-CONSTANCIA
               PERFORM AGREGA-CONSTANCIA UNTIL FIN-DE-ENTRADA = "0"
               CLOSE CONSTANCIAS-BAJA
           END-IF.

           LEE-CONSTANCIA.
           READ CONSTANCIAS-BAJA
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-CONSTANCIA.
           IF LINEA-CONSTANCIA NOT = SPACES
               AND WS-TOTAL-CONSTANCIAS < 9999
               ADD 1 TO WS-TOTAL-CONSTANCIAS
               MOVE LINEA-CONSTANCIA
                   TO WS-CNS-LINEA (WS-TOTAL-CONSTANCIAS)
           END-IF.
           PERFORM LEE-CONSTANCIA.

      *    El renglon que no cambio conserva su firma; el que cambio
      *    (o es nuevo) queda pendiente, salvo que el area no tenga
      *    nada que atender.
           ACTUALIZA-CONSTANCIA.
           MOVE ZEROES TO WS-CNS-ENCONTRADO.
           PERFORM VARYING WS-IX-CNS FROM 1 BY 1
               UNTIL WS-IX-CNS > WS-TOTAL-CONSTANCIAS
               OR WS-CNS-ENCONTRADO > ZEROES
               MOVE WS-CNS-LINEA (WS-IX-CNS) TO CONSTANCIA-REGISTRO
               IF CNS-EMPLEADO-ID = WS-ID-BAJA
                   AND CNS-AREA = WS-AR-CODIGO (WS-IX-AREA)
                   MOVE WS-IX-CNS TO WS-CNS-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-CNS-ENCONTRADO > ZEROES
               MOVE WS-CNS-LINEA (WS-CNS-ENCONTRADO)
                   TO CONSTANCIA-REGISTRO
               IF CNS-FECHA-BAJA = WS-FECHA-BAJA-X
                   AND CNS-SENTIDO = WS-AR-SENTIDO (WS-IX-AREA)
                   AND CNS-IMPORTE = WS-AR-IMPORTE (WS-IX-AREA)
                   AND CNS-DETALLE = WS-AR-DETALLE (WS-IX-AREA)
                   CONTINUE
               ELSE
                   IF CNS-STATUS = "L"
                       AND CNS-LIBERO NOT = "AUTOMATICO"
                       ADD 1 TO WS-TOTAL-REABIERTAS
                   END-IF
                   PERFORM LLENA-CONSTANCIA
               END-IF
           ELSE
               IF WS-TOTAL-CONSTANCIAS < 9999
                   ADD 1 TO WS-TOTAL-CONSTANCIAS
                   MOVE WS-TOTAL-CONSTANCIAS TO WS-CNS-ENCONTRADO
                   PERFORM LLENA-CONSTANCIA
               END-IF
           END-IF.
           IF CNS-STATUS = "P"
               ADD 1 TO WS-TOTAL-PENDIENTES
           END-IF.

           LLENA-CONSTANCIA.
           MOVE SPACES TO CONSTANCIA-REGISTRO.
           MOVE WS-ID-BAJA TO CNS-EMPLEADO-ID.
           MOVE WS-AR-CODIGO (WS-IX-AREA) TO CNS-AREA.
           MOVE WS-FECHA-BAJA-X TO CNS-FECHA-BAJA.
           MOVE WS-AR-SENTIDO (WS-IX-AREA) TO CNS-SENTIDO.
           MOVE WS-AR-IMPORTE (WS-IX-AREA) TO CNS-IMPORTE.
           MOVE WS-AR-DETALLE (WS-IX-AREA) TO CNS-DETALLE.
           IF WS-AR-PENDIENTE (WS-IX-AREA) = "S"
               MOVE "P" TO CNS-STATUS
           ELSE
               MOVE "L" TO CNS-STATUS
               MOVE WS-FECHA-HOY TO CNS-FECHA-LIBERA
               MOVE "AUTOMATICO" TO CNS-LIBERO
           END-IF.
           MOVE CONSTANCIA-REGISTRO TO WS-CNS-LINEA (WS-CNS-ENCONTRADO).

           REESCRIBE-CONSTANCIAS.
           OPEN OUTPUT CONSTANCIAS-BAJA.
           IF WS-FILE-STATUS-CNS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo reescribir las "
                   "constancias: " FUNCTION TRIM(WS-RUTA-CONSTANCIAS)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-CONSTANCIA
               VARYING WS-IX-CNS FROM 1 BY 1
               UNTIL WS-IX-CNS > WS-TOTAL-CONSTANCIAS.
           CLOSE CONSTANCIAS-BAJA.

           ESCRIBE-CONSTANCIA.
           MOVE WS-CNS-LINEA (WS-IX-CNS) TO LINEA-CONSTANCIA.
           WRITE LINEA-CONSTANCIA.

      *    Hoja para recabar firmas: un bloque por area con su detalle,
      *    su situacion en la constancia y el renglon de firma.
           IMPRIME-HOJA.
           OPEN OUTPUT HOJA-CONSTANCIA.
           IF WS-FILE-STATUS-HOJ NOT = "00"
               DISPLAY "No se pudo crear la hoja de la constancia: "
                   FUNCTION TRIM(WS-RUTA-HOJA)
           ELSE
               MOVE "CONSTANCIA DE NO ADEUDO" TO LINEA-HOJA
               WRITE LINEA-HOJA
               MOVE SPACES TO LINEA-HOJA
               STRING "EMPLEADO " WS-ID-BAJA " "
                   FUNCTION TRIM(WS-NOMBRE-BAJA)
                   "  BAJA: " WS-FECHA-BAJA-X
                   DELIMITED BY SIZE INTO LINEA-HOJA
               END-STRING
               WRITE LINEA-HOJA
               PERFORM IMPRIME-AREA
                   VARYING WS-IX-AREA FROM 1 BY 1
                   UNTIL WS-IX-AREA > 7
               MOVE SPACES TO LINEA-HOJA
               WRITE LINEA-HOJA
               MOVE WS-TOTAL-RECUPERAR TO WS-IMPORTE-EDITADO
               MOVE SPACES TO LINEA-HOJA
               STRING "TOTAL A RECUPERAR DEL FINIQUITO:  "
                   WS-IMPORTE-EDITADO
                   DELIMITED BY SIZE INTO LINEA-HOJA
               END-STRING
               WRITE LINEA-HOJA
               MOVE WS-TOTAL-PAGAR TO WS-IMPORTE-EDITADO
               MOVE SPACES TO LINEA-HOJA
               STRING "TOTAL A PAGAR CON EL FINIQUITO:   "
                   WS-IMPORTE-EDITADO
                   DELIMITED BY SIZE INTO LINEA-HOJA
               END-STRING
               WRITE LINEA-HOJA
               CLOSE HOJA-CONSTANCIA
           END-IF.

           IMPRIME-AREA.
           MOVE SPACES TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE SPACES TO LINEA-HOJA.
           STRING WS-AR-CODIGO (WS-IX-AREA) " - "
               WS-AR-NOMBRE (WS-IX-AREA)
               DELIMITED BY SIZE INTO LINEA-HOJA
           END-STRING.
           WRITE LINEA-HOJA.
           MOVE SPACES TO LINEA-HOJA.
           STRING "   " WS-AR-DETALLE (WS-IX-AREA)
               DELIMITED BY SIZE INTO LINEA-HOJA
           END-STRING.
           WRITE LINEA-HOJA.
           PERFORM IMPRIME-DETALLE
               VARYING WS-IX-DET FROM 1 BY 1
               UNTIL WS-IX-DET > WS-TOTAL-DETALLE.
           IF WS-AR-SENTIDO (WS-IX-AREA) NOT = SPACES
               MOVE WS-AR-IMPORTE (WS-IX-AREA) TO WS-IMPORTE-EDITADO
               MOVE SPACES TO LINEA-HOJA
               IF WS-AR-SENTIDO (WS-IX-AREA) = "R"
                   STRING "   A RECUPERAR DEL FINIQUITO: "
                       WS-IMPORTE-EDITADO
                       DELIMITED BY SIZE INTO LINEA-HOJA
                   END-STRING
               ELSE
                   STRING "   A PAGAR CON EL FINIQUITO:   "
                       WS-IMPORTE-EDITADO
                       DELIMITED BY SIZE INTO LINEA-HOJA
                   END-STRING
               END-IF
               WRITE LINEA-HOJA
           END-IF.
           PERFORM LOCALIZA-RENGLON-AREA.
           MOVE SPACES TO LINEA-HOJA.
           IF CNS-STATUS = "L"
               STRING "   LIBERADA EL " CNS-FECHA-LIBERA " POR "
                   FUNCTION TRIM(CNS-LIBERO)
                   DELIMITED BY SIZE INTO LINEA-HOJA
               END-STRING
           ELSE
               MOVE "   FIRMA DEL AREA: ______________________"
                   TO LINEA-HOJA
           END-IF.
           WRITE LINEA-HOJA.

           IMPRIME-DETALLE.
           IF WS-DET-AREA (WS-IX-DET) = WS-IX-AREA
               MOVE SPACES TO LINEA-HOJA
               STRING "     " WS-DET-TEXTO (WS-IX-DET)
                   DELIMITED BY SIZE INTO LINEA-HOJA
               END-STRING
               WRITE LINEA-HOJA
           END-IF.

           LOCALIZA-RENGLON-AREA.
           MOVE SPACES TO CONSTANCIA-REGISTRO.
           PERFORM VARYING WS-IX-CNS FROM 1 BY 1
               UNTIL WS-IX-CNS > WS-TOTAL-CONSTANCIAS
               OR (CNS-EMPLEADO-ID = WS-ID-BAJA
                   AND CNS-AREA = WS-AR-CODIGO (WS-IX-AREA))
               MOVE WS-CNS-LINEA (WS-IX-CNS) TO CONSTANCIA-REGISTRO
           END-PERFORM.

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

       END PROGRAM constancia-no-adeudo.
