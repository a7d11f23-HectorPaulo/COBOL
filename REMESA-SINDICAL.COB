      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE DE PAGO DE LA CUOTA SINDICAL DE UN PERIODO A
      *         PARTIR DE LAS CIFRAS DE LA CORRIDA (CIFREG.cpy, CUBETA
      *         CIF-SINDICAL) Y DEL PADRON SINDICAL (SINREG.cpy): POR
      *         SINDICATO DEL CATALOGO (SINDICATOS.txt: clave,tipo,
      *         valor,cuenta,nombre) LISTA A CADA AFILIADO VIGENTE EN
      *         EL PERIODO CON LO QUE SE LE RETUVO, A LOS AFILIADOS SIN
      *         RETENCION CON EL MOTIVO (INCAPACIDAD, BAJA DE LA
      *         EMPRESA, SIN NETO, SIN PAGO EN LA CORRIDA) Y EL TOTAL
      *         A TRANSFERIR A LA CUENTA DEL SINDICATO. AL FINAL
      *         CUADRA LO REPORTADO CONTRA EL TOTAL DE CIF-SINDICAL DE
      *         LAS CIFRAS; LO RETENIDO A QUIEN NO ESTA EN EL PADRON
      *         SALE APARTE PARA ACLARARLO ANTES DE PAGAR.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. remesa-sindical.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CIFRAS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-CIFRAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CIF.

      *    Control de periodos (PERREG.cpy): las fechas del periodo
      *    de las cifras fijan que afiliados estaban vigentes y que
      *    incapacidades lo tocan.
       SELECT PERIODOS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-PERIODOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PER.

       SELECT PADRON-SINDICAL
       ASSIGN TO DYNAMIC WS-RUTA-PADRON
       ORGANIZATION IS INDEXED
       RECORD KEY IS SIN-EMPLEADO-ID
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SIN.

       SELECT CATALOGO-SINDICATOS
       ASSIGN TO DYNAMIC WS-RUTA-CATALOGO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAT.

       SELECT INCAPACIDADES
       ASSIGN TO DYNAMIC WS-RUTA-INCAPACIDADES
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-INC.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS RANDOM
       FILE STATUS IS WS-FILE-STATUS.

       SELECT REPORTE-REMESA
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD  PERIODOS-NOMINA.
       01  LINEA-PERIODO PIC X(40).

       FD  PADRON-SINDICAL.
           COPY SINREG.

       FD  CATALOGO-SINDICATOS.
       01  LINEA-CATALOGO PIC X(100).

       FD  INCAPACIDADES.
           COPY INCREG.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD  REPORTE-REMESA.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CIFREG.
       COPY PERREG.
           COPY CRUCEID.

       01  WS-RUTA-CIFRAS PIC X(200).
       01  WS-FILE-STATUS-CIF PIC X(2).
       01  WS-RUTA-PERIODOS PIC X(200).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  WS-RUTA-PADRON PIC X(200).
       01  WS-FILE-STATUS-SIN PIC X(2).
       01  WS-RUTA-CATALOGO PIC X(200).
       01  WS-FILE-STATUS-CAT PIC X(2).
       01  WS-RUTA-INCAPACIDADES PIC X(200).
       01  WS-FILE-STATUS-INC PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).

       01  FIN-DE-CIFRAS PIC X.
       01  FIN-DE-PERIODOS PIC X.
       01  FIN-DE-PADRON PIC X.
       01  FIN-DE-CATALOGO PIC X.
       01  FIN-DE-INCAPACIDADES PIC X.
       01  WS-DIRECTORIO-ABIERTO PIC X VALUE "N".

       01  WS-PERIODO-REMESA PIC X(6).
       01  WS-CLASE-CIFRAS PIC X(1).
       01  WS-INICIO-PERIODO PIC X(8).
       01  WS-FIN-PERIODO PIC X(8).
       01  WS-PERIODO-HALLADO PIC X VALUE "N".
       01  WS-INI-PERIODO-ENTERO PIC 9(7).
       01  WS-FIN-PERIODO-ENTERO PIC 9(7).

      *    Detalles de las cifras en memoria.
       01  WS-TABLA-CIFRAS.
           05 WS-CFR-RENGLON OCCURS 9999 TIMES.
               10 WS-CFR-SITIO PIC X(2).
               10 WS-CFR-NUMERO PIC 9(5).
               10 WS-CFR-NOMBRE PIC X(30).
               10 WS-CFR-BRUTO PIC S9(7)V99.
               10 WS-CFR-SINDICAL PIC S9(7)V99.
               10 WS-CFR-EN-PADRON PIC X(1).
       01  WS-TOTAL-CIFRAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-CFR PIC 9(4).
       01  WS-CFR-ENCONTRADO PIC 9(4).
       01  WS-TOTAL-SINDICAL-CIFRAS PIC S9(9)V99 VALUE ZEROES.
       01  WS-TRAE-TOTALES PIC X VALUE "N".

      *    Catalogo de sindicatos; una clave del padron que no esta en
      *    el catalogo se agrega sin cuota ni cuenta para que sus
      *    afiliados no se pierdan del reporte.
       01  WS-TABLA-SINDICATOS.
           05 WS-CAT-RENGLON OCCURS 50 TIMES.
               10 WS-CAT-CLAVE PIC X(6).
               10 WS-CAT-TIPO PIC X(1).
               10 WS-CAT-VALOR PIC 9(5)V99.
               10 WS-CAT-CUENTA PIC X(18).
               10 WS-CAT-NOMBRE PIC X(40).
               10 WS-CAT-CATALOGADO PIC X(1).
               10 WS-CAT-RETENIDOS PIC 9(5).
               10 WS-CAT-SIN-RETENCION PIC 9(5).
               10 WS-CAT-TOTAL PIC S9(9)V99.
       01  WS-TOTAL-SINDICATOS PIC 9(2) VALUE ZEROES.
       01  WS-IX-CAT PIC 9(2).
       01  WS-CAT-ENCONTRADO PIC 9(2).
       01  WS-CAT-CLAVE-X PIC X(10).
       01  WS-CAT-TIPO-X PIC X(2).
       01  WS-CAT-VALOR-X PIC X(12).
       01  WS-CAT-CUENTA-X PIC X(20).
       01  WS-CAT-NOMBRE-X PIC X(40).

      *    Incapacidades en memoria (numero, inicio y dias).
       01  WS-TABLA-INCAPACIDADES.
           05 WS-INC-RENGLON OCCURS 999 TIMES.
               10 WS-INC-NUMERO PIC 9(5).
               10 WS-INC-INICIO PIC 9(8).
               10 WS-INC-DIAS PIC 9(3).
       01  WS-TOTAL-INCAPACIDADES PIC 9(3) VALUE ZEROES.
       01  WS-IX-INC PIC 9(3).
       01  WS-INI-CERT PIC 9(7).
       01  WS-FIN-CERT PIC 9(7).
       01  WS-CON-INCAPACIDAD PIC X.

      *    Afiliados vigentes en el periodo, con lo retenido y, si no
      *    se les retuvo, el motivo. WS-AFI-GRUPO "R" con retencion,
      *    "C" sin retencion.
       01  WS-TABLA-AFILIADOS.
           05 WS-AFI-RENGLON OCCURS 9999 TIMES.
               10 WS-AFI-ID PIC X(6).
               10 WS-AFI-SECCION PIC X(4).
               10 WS-AFI-NUMERO-X PIC X(5).
               10 WS-AFI-NOMBRE PIC X(30).
               10 WS-AFI-SINDICATO PIC 9(2).
               10 WS-AFI-GRUPO PIC X(1).
               10 WS-AFI-CUOTA PIC S9(7)V99.
               10 WS-AFI-RETENIDO PIC S9(7)V99.
               10 WS-AFI-NOTA PIC X(36).
       01  WS-TOTAL-AFILIADOS PIC 9(4) VALUE ZEROES.
       01  WS-AFILIADOS-DESBORDADOS PIC 9(4) VALUE ZEROES.
       01  WS-AFILIADOS-NO-VIGENTES PIC 9(4) VALUE ZEROES.
       01  WS-IX-AFI PIC 9(4).
       01  WS-SIN-CRUCE PIC X.
       01  WS-BAJA-EMPRESA PIC X.
       01  WS-EN-DIRECTORIO PIC X.

       01  WS-TOTAL-REMESA PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-SIN-PADRON PIC S9(9)V99 VALUE ZEROES.
       01  WS-EMPLEADOS-SIN-PADRON PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-CON-RETENCION PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-SIN-RETENCION PIC 9(5) VALUE ZEROES.
       01  WS-DIFERENCIA-CUADRE PIC S9(9)V99.
       01  WS-IMPORTE-EDITADO PIC -ZZZZZZZZ9.99.

       01  WS-LINEA-TITULO-RPT.
           05 FILLER PIC X(34) VALUE
               "REMESA DE CUOTA SINDICAL - PERIODO".
           05 FILLER PIC X(1) VALUE SPACE.
           05 TIT-PERIODO PIC X(6).
           05 FILLER PIC X(2) VALUE " (".
           05 TIT-INICIO PIC X(8).
           05 FILLER PIC X(3) VALUE " A ".
           05 TIT-FIN PIC X(8).
           05 FILLER PIC X(1) VALUE ")".
       01  WS-LINEA-SINDICATO-RPT.
           05 FILLER PIC X(11) VALUE "SINDICATO: ".
           05 SIR-CLAVE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SIR-NOMBRE PIC X(40).
           05 FILLER PIC X(16) VALUE "  CUENTA CLABE: ".
           05 SIR-CUENTA PIC X(18).
       01  WS-LINEA-SUBTITULO-RPT.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SUB-TEXTO PIC X(60).
       01  WS-LINEA-COLUMNAS-RET.
           05 FILLER PIC X(44) VALUE
               "ID      SECC  NOMIN  NOMBRE                 ".
           05 FILLER PIC X(37) VALUE
               "              CUOTA    RETENIDO  NOTA".
       01  WS-LINEA-DETALLE-RET.
           05 DRT-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRT-SECCION PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRT-NUMERO PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRT-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DRT-CUOTA PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DRT-RETENIDO PIC -ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRT-NOTA PIC X(36).
       01  WS-LINEA-COLUMNAS-CER.
           05 FILLER PIC X(44) VALUE
               "ID      SECC  NOMIN  NOMBRE                 ".
           05 FILLER PIC X(14) VALUE
               "        MOTIVO".
       01  WS-LINEA-DETALLE-CER.
           05 DCE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DCE-SECCION PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DCE-NUMERO PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DCE-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DCE-MOTIVO PIC X(36).
       01  WS-LINEA-COLUMNAS-SPD.
           05 FILLER PIC X(44) VALUE
               "SITIO NOMIN  NOMBRE                        R".
           05 FILLER PIC X(7) VALUE "ETENIDO".
       01  WS-LINEA-DETALLE-SPD.
           05 DSP-SITIO PIC X(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DSP-NUMERO PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSP-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DSP-RETENIDO PIC -ZZZZZZ9.99.
       01  WS-LINEA-RESUMEN-RPT.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RSR-TEXTO PIC X(44).
           05 RSR-VALOR PIC -ZZZZZZZZZZ9.99.
       01  WS-LINEA-CUENTA-RPT.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CTR-TEXTO PIC X(44).
           05 FILLER PIC X(9) VALUE SPACES.
           05 CTR-VALOR PIC ZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "remesa-sindical".
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
           PERFORM CARGA-CIFRAS.
           PERFORM VERIFICA-PERIODO.
           PERFORM RESUELVE-RUTA-REPORTE.
           PERFORM CARGA-CATALOGO.
           PERFORM CARGA-INCAPACIDADES.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS = "00"
               MOVE "S" TO WS-DIRECTORIO-ABIERTO
           ELSE
               DISPLAY "Aviso: no se pudo abrir el directorio ("
                   FUNCTION TRIM(WS-RUTA-ARCHIVO) "); las bajas "
                   "se reportaran como sin pago en la corrida."
           END-IF.
           PERFORM CARGA-PADRON.
           IF WS-DIRECTORIO-ABIERTO = "S"
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.
           PERFORM ESCRIBE-REPORTE-REMESA.
           COMPUTE WS-DIFERENCIA-CUADRE =
               WS-TOTAL-SINDICAL-CIFRAS - WS-TOTAL-REMESA
               - WS-TOTAL-SIN-PADRON.
           DISPLAY "Remesa sindical del periodo " WS-PERIODO-REMESA.
           DISPLAY "Afiliados con retencion: " WS-TOTAL-CON-RETENCION
               "  sin retencion: " WS-TOTAL-SIN-RETENCION.
           MOVE WS-TOTAL-REMESA TO WS-IMPORTE-EDITADO.
           DISPLAY "Total a transferir: " WS-IMPORTE-EDITADO.
           IF WS-EMPLEADOS-SIN-PADRON > ZEROES
               MOVE WS-TOTAL-SIN-PADRON TO WS-IMPORTE-EDITADO
               DISPLAY "AVISO: " WS-EMPLEADOS-SIN-PADRON " empleados "
                   "con cuota sindical retenida no estan en el "
                   "padron: " WS-IMPORTE-EDITADO
           END-IF.
           IF WS-AFILIADOS-DESBORDADOS > ZEROES
               DISPLAY "AVISO: " WS-AFILIADOS-DESBORDADOS
                   " afiliados no cupieron en la tabla."
           END-IF.
           IF WS-DIFERENCIA-CUADRE NOT = ZEROES
               MOVE WS-DIFERENCIA-CUADRE TO WS-IMPORTE-EDITADO
               DISPLAY "AVISO: la remesa no cuadra contra CIF-"
                   "SINDICAL de las cifras; diferencia: "
                   WS-IMPORTE-EDITADO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Reporte de la remesa en: " WS-RUTA-REPORTE.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-CON-RETENCION TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-CIFRAS FROM ENVIRONMENT
               "REGISTRO_NOMINA_CIFRAS_PATH".
           IF WS-RUTA-CIFRAS = SPACES
               MOVE "CIFRAS-NOMINA.dat" TO WS-RUTA-CIFRAS
           END-IF.
           ACCEPT WS-RUTA-PERIODOS FROM ENVIRONMENT
               "PERIODOS_NOMINA_PATH".
           IF WS-RUTA-PERIODOS = SPACES
               MOVE "PERIODOS-NOMINA.txt" TO WS-RUTA-PERIODOS
           END-IF.
           ACCEPT WS-RUTA-PADRON FROM ENVIRONMENT
               "SINDICATO_DAT_PATH".
           IF WS-RUTA-PADRON = SPACES
               MOVE "SINDICATO.dat" TO WS-RUTA-PADRON
           END-IF.
           ACCEPT WS-RUTA-CATALOGO FROM ENVIRONMENT
               "SINDICATOS_PATH".
           IF WS-RUTA-CATALOGO = SPACES
               MOVE "SINDICATOS.txt" TO WS-RUTA-CATALOGO
           END-IF.
           ACCEPT WS-RUTA-INCAPACIDADES FROM ENVIRONMENT
               "INCAPACIDADES_PATH".
           IF WS-RUTA-INCAPACIDADES = SPACES
               MOVE "INCAPACIDADES.dat" TO WS-RUTA-INCAPACIDADES
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.

           RESUELVE-RUTA-REPORTE.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "SINDICATO_REMESA_PATH".
           IF WS-RUTA-REPORTE = SPACES
               STRING "REMESA-SINDICAL-" DELIMITED BY SIZE
                   WS-PERIODO-REMESA DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-REPORTE
               END-STRING
           END-IF.

      *    La remesa se arma de la corrida ordinaria: la
      *    complementaria no retiene cuota sindical.
           CARGA-CIFRAS.
           OPEN INPUT CIFRAS-NOMINA.
           IF WS-FILE-STATUS-CIF NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir las cifras ("
                   FUNCTION TRIM(WS-RUTA-CIFRAS) "); corra primero "
                   "registro-nomina."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-CIFRAS.
           PERFORM LEE-LINEA-CIFRAS.
           PERFORM PROCESA-LINEA-CIFRAS UNTIL FIN-DE-CIFRAS = "0".
           CLOSE CIFRAS-NOMINA.
           IF WS-TRAE-TOTALES NOT = "S"
               DISPLAY "RECHAZADO: las cifras no traen su linea de "
                   "totales; la corrida no termino."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLASE-CIFRAS = "C"
               DISPLAY "RECHAZADO: las cifras son de una corrida "
                   "complementaria; la remesa sale de la ordinaria."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-PERIODO-REMESA FROM ENVIRONMENT
               "SINDICATO_PERIODO".
           IF WS-PERIODO-REMESA = SPACES
               MOVE CIF-TOT-PERIODO TO WS-PERIODO-REMESA
           ELSE
               IF WS-PERIODO-REMESA NOT = CIF-TOT-PERIODO
                   DISPLAY "RECHAZADO: las cifras son del periodo "
                       CIF-TOT-PERIODO ", no del " WS-PERIODO-REMESA
                       "."
                   PERFORM CIERRA-BITACORA-RECHAZO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           LEE-LINEA-CIFRAS.
           READ CIFRAS-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-CIFRAS
               NOT AT END
                   MOVE LINEA-CIFRAS TO CIFRAS-REGISTRO
           END-READ.

           PROCESA-LINEA-CIFRAS.
           IF CIF-TIPO = "D"
               IF WS-TOTAL-CIFRAS < 9999
                   ADD 1 TO WS-TOTAL-CIFRAS
                   MOVE WS-TOTAL-CIFRAS TO WS-IX-CFR
                   MOVE CIF-SITIO TO WS-CFR-SITIO (WS-IX-CFR)
                   MOVE CIF-NUMERO TO WS-CFR-NUMERO (WS-IX-CFR)
                   MOVE CIF-NOMBRE TO WS-CFR-NOMBRE (WS-IX-CFR)
                   MOVE CIF-BRUTO TO WS-CFR-BRUTO (WS-IX-CFR)
                   MOVE "N" TO WS-CFR-EN-PADRON (WS-IX-CFR)
                   IF CIF-SINDICAL IS NUMERIC
                       MOVE CIF-SINDICAL
                           TO WS-CFR-SINDICAL (WS-IX-CFR)
                   ELSE
                       MOVE ZEROES TO WS-CFR-SINDICAL (WS-IX-CFR)
                   END-IF
                   ADD WS-CFR-SINDICAL (WS-IX-CFR)
                       TO WS-TOTAL-SINDICAL-CIFRAS
               END-IF
           ELSE
               IF CIF-TIPO = "T"
                   MOVE LINEA-CIFRAS TO CIFRAS-TOTALES-REGISTRO
                   MOVE "S" TO WS-TRAE-TOTALES
                   MOVE CIF-TOT-CLASE TO WS-CLASE-CIFRAS
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CIFRAS.

           VERIFICA-PERIODO.
           OPEN INPUT PERIODOS-NOMINA.
           IF WS-FILE-STATUS-PER NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el control de "
                   "periodos: " WS-RUTA-PERIODOS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-PERIODOS.
           PERFORM LEE-LINEA-PERIODO.
           PERFORM EVALUA-LINEA-PERIODO UNTIL FIN-DE-PERIODOS = "0".
           CLOSE PERIODOS-NOMINA.
           IF WS-PERIODO-HALLADO NOT = "S"
               DISPLAY "RECHAZADO: el periodo " WS-PERIODO-REMESA
                   " no esta en el control de periodos."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-INI-PERIODO-ENTERO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-INICIO-PERIODO)).
           COMPUTE WS-FIN-PERIODO-ENTERO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FIN-PERIODO)).

           LEE-LINEA-PERIODO.
           READ PERIODOS-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-PERIODOS
               NOT AT END
                   MOVE LINEA-PERIODO TO PERIODO-REGISTRO
           END-READ.

           EVALUA-LINEA-PERIODO.
           IF PER-ID = WS-PERIODO-REMESA
               AND PER-INICIO IS NUMERIC
               AND PER-FIN IS NUMERIC
               MOVE "S" TO WS-PERIODO-HALLADO
               MOVE PER-INICIO TO WS-INICIO-PERIODO
               MOVE PER-FIN TO WS-FIN-PERIODO
           END-IF.
           PERFORM LEE-LINEA-PERIODO.

           CARGA-CATALOGO.
           OPEN INPUT CATALOGO-SINDICATOS.
           IF WS-FILE-STATUS-CAT NOT = "00"
               DISPLAY "Aviso: sin catalogo de sindicatos ("
                   FUNCTION TRIM(WS-RUTA-CATALOGO) "); el reporte "
                   "sale sin cuentas ni cuotas."
           ELSE
               MOVE "1" TO FIN-DE-CATALOGO
               PERFORM LEE-LINEA-CATALOGO
               PERFORM AGREGA-SINDICATO UNTIL FIN-DE-CATALOGO = "0"
               CLOSE CATALOGO-SINDICATOS
           END-IF.

           LEE-LINEA-CATALOGO.
           READ CATALOGO-SINDICATOS
               AT END
                   MOVE "0" TO FIN-DE-CATALOGO
           END-READ.

           AGREGA-SINDICATO.
           IF LINEA-CATALOGO NOT = SPACES
               AND WS-TOTAL-SINDICATOS < 50
               MOVE SPACES TO WS-CAT-CLAVE-X WS-CAT-TIPO-X
                   WS-CAT-VALOR-X WS-CAT-CUENTA-X WS-CAT-NOMBRE-X
               UNSTRING LINEA-CATALOGO DELIMITED BY ","
                   INTO WS-CAT-CLAVE-X WS-CAT-TIPO-X WS-CAT-VALOR-X
                       WS-CAT-CUENTA-X WS-CAT-NOMBRE-X
               END-UNSTRING
               ADD 1 TO WS-TOTAL-SINDICATOS
               MOVE WS-TOTAL-SINDICATOS TO WS-IX-CAT
               MOVE FUNCTION UPPER-CASE(WS-CAT-CLAVE-X)
                   TO WS-CAT-CLAVE (WS-IX-CAT)
               MOVE FUNCTION UPPER-CASE(WS-CAT-TIPO-X (1:1))
                   TO WS-CAT-TIPO (WS-IX-CAT)
               COMPUTE WS-CAT-VALOR (WS-IX-CAT) =
                   FUNCTION NUMVAL(WS-CAT-VALOR-X)
               MOVE WS-CAT-CUENTA-X TO WS-CAT-CUENTA (WS-IX-CAT)
               MOVE WS-CAT-NOMBRE-X TO WS-CAT-NOMBRE (WS-IX-CAT)
               MOVE "S" TO WS-CAT-CATALOGADO (WS-IX-CAT)
               MOVE ZEROES TO WS-CAT-RETENIDOS (WS-IX-CAT)
                   WS-CAT-SIN-RETENCION (WS-IX-CAT)
                   WS-CAT-TOTAL (WS-IX-CAT)
           END-IF.
           PERFORM LEE-LINEA-CATALOGO.

           CARGA-INCAPACIDADES.
           OPEN INPUT INCAPACIDADES.
           IF WS-FILE-STATUS-INC = "00"
               MOVE "1" TO FIN-DE-INCAPACIDADES
               PERFORM LEE-INCAPACIDAD
               PERFORM AGREGA-INCAPACIDAD
                   UNTIL FIN-DE-INCAPACIDADES = "0"
               CLOSE INCAPACIDADES
           END-IF.

           LEE-INCAPACIDAD.
           READ INCAPACIDADES NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-INCAPACIDADES
           END-READ.

           AGREGA-INCAPACIDAD.
           IF INC-FECHA-INICIO IS NUMERIC
               AND WS-TOTAL-INCAPACIDADES < 999
               ADD 1 TO WS-TOTAL-INCAPACIDADES
               MOVE INC-NUMERO-EMP
                   TO WS-INC-NUMERO (WS-TOTAL-INCAPACIDADES)
               MOVE INC-FECHA-INICIO
                   TO WS-INC-INICIO (WS-TOTAL-INCAPACIDADES)
               MOVE INC-DIAS
                   TO WS-INC-DIAS (WS-TOTAL-INCAPACIDADES)
           END-IF.
           PERFORM LEE-INCAPACIDAD.

           CARGA-PADRON.
           OPEN INPUT PADRON-SINDICAL.
           IF WS-FILE-STATUS-SIN NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el padron "
                   "sindical (" FUNCTION TRIM(WS-RUTA-PADRON) ")."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-PADRON.
           PERFORM LEE-AFILIADO.
           PERFORM PROCESA-AFILIADO UNTIL FIN-DE-PADRON = "0".
           CLOSE PADRON-SINDICAL.

           LEE-AFILIADO.
           READ PADRON-SINDICAL NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-PADRON
           END-READ.

      *    Vigente en el periodo = alta a mas tardar el fin y sin
      *    baja del sindicato antes del inicio, la misma regla con la
      *    que registro-nomina retiene la cuota. Al que ya no era
      *    vigente solo se le lista si aun se le retuvo algo (un
      *    pendiente de periodos anteriores).
           PROCESA-AFILIADO.
           PERFORM CRUZA-AFILIADO.
           IF SIN-FECHA-ALTA <= WS-FIN-PERIODO
               AND (SIN-FECHA-BAJA = SPACES
                   OR SIN-FECHA-BAJA >= WS-INICIO-PERIODO)
               PERFORM AGREGA-AFILIADO
           ELSE
               IF WS-CFR-ENCONTRADO > ZEROES
                   AND WS-CFR-SINDICAL (WS-CFR-ENCONTRADO) NOT =
                       ZEROES
                   PERFORM AGREGA-AFILIADO
               ELSE
                   ADD 1 TO WS-AFILIADOS-NO-VIGENTES
               END-IF
           END-IF.
           PERFORM LEE-AFILIADO.

      *    El ID del directorio se cruza al par sitio/numero de las
      *    cifras con la regla de CRUCEID.cpy.
           CRUZA-AFILIADO.
           MOVE SIN-EMPLEADO-ID TO CRUCE-ID-DIRECTORIO.
           MOVE SPACES TO CRUCE-ID-SITIO.
           MOVE ZEROES TO CRUCE-ID-NOMINA.
           MOVE "N" TO WS-SIN-CRUCE.
           IF SIN-EMPLEADO-ID IS NUMERIC
               MOVE SIN-EMPLEADO-ID (2:5) TO CRUCE-ID-NOMINA-X
           ELSE
               IF SIN-EMPLEADO-ID (3:4) IS NUMERIC
                   MOVE SIN-EMPLEADO-ID (1:2) TO CRUCE-ID-SITIO
                   MOVE SIN-EMPLEADO-ID (3:4)
                       TO CRUCE-ID-NOMINA-X (2:4)
               ELSE
                   MOVE "S" TO WS-SIN-CRUCE
               END-IF
           END-IF.
           MOVE ZEROES TO WS-CFR-ENCONTRADO.
           IF WS-SIN-CRUCE = "N"
               PERFORM VARYING WS-IX-CFR FROM 1 BY 1
                   UNTIL WS-IX-CFR > WS-TOTAL-CIFRAS
                   OR WS-CFR-ENCONTRADO > ZEROES
                   IF WS-CFR-NUMERO (WS-IX-CFR) = CRUCE-ID-NOMINA
                       AND WS-CFR-SITIO (WS-IX-CFR) = CRUCE-ID-SITIO
                       MOVE WS-IX-CFR TO WS-CFR-ENCONTRADO
                   END-IF
               END-PERFORM
           END-IF.

           AGREGA-AFILIADO.
           IF WS-TOTAL-AFILIADOS >= 9999
               ADD 1 TO WS-AFILIADOS-DESBORDADOS
           ELSE
               ADD 1 TO WS-TOTAL-AFILIADOS
               MOVE WS-TOTAL-AFILIADOS TO WS-IX-AFI
               MOVE SIN-EMPLEADO-ID TO WS-AFI-ID (WS-IX-AFI)
               MOVE SIN-SECCION TO WS-AFI-SECCION (WS-IX-AFI)
               IF WS-SIN-CRUCE = "N"
                   MOVE CRUCE-ID-NOMINA-X
                       TO WS-AFI-NUMERO-X (WS-IX-AFI)
               ELSE
                   MOVE SPACES TO WS-AFI-NUMERO-X (WS-IX-AFI)
               END-IF
               MOVE ZEROES TO WS-AFI-CUOTA (WS-IX-AFI)
                   WS-AFI-RETENIDO (WS-IX-AFI)
               MOVE SPACES TO WS-AFI-NOTA (WS-IX-AFI)
               MOVE SPACES TO WS-AFI-NOMBRE (WS-IX-AFI)
               PERFORM BUSCA-SINDICATO
               MOVE WS-CAT-ENCONTRADO TO WS-AFI-SINDICATO (WS-IX-AFI)
               PERFORM LEE-DIRECTORIO-AFILIADO
               IF WS-CFR-ENCONTRADO > ZEROES
                   MOVE "S" TO WS-CFR-EN-PADRON (WS-CFR-ENCONTRADO)
                   MOVE WS-CFR-NOMBRE (WS-CFR-ENCONTRADO)
                       TO WS-AFI-NOMBRE (WS-IX-AFI)
                   MOVE WS-CFR-SINDICAL (WS-CFR-ENCONTRADO)
                       TO WS-AFI-RETENIDO (WS-IX-AFI)
                   PERFORM VALORIZA-CUOTA
               END-IF
               PERFORM CLASIFICA-AFILIADO
           END-IF.

           BUSCA-SINDICATO.
           MOVE ZEROES TO WS-CAT-ENCONTRADO.
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > WS-TOTAL-SINDICATOS
               OR WS-CAT-ENCONTRADO > ZEROES
               IF WS-CAT-CLAVE (WS-IX-CAT) = SIN-SINDICATO
                   MOVE WS-IX-CAT TO WS-CAT-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-CAT-ENCONTRADO = ZEROES
               IF WS-TOTAL-SINDICATOS < 50
                   ADD 1 TO WS-TOTAL-SINDICATOS
                   MOVE WS-TOTAL-SINDICATOS TO WS-CAT-ENCONTRADO
               ELSE
                   MOVE 50 TO WS-CAT-ENCONTRADO
               END-IF
               MOVE SIN-SINDICATO TO WS-CAT-CLAVE (WS-CAT-ENCONTRADO)
               MOVE "M" TO WS-CAT-TIPO (WS-CAT-ENCONTRADO)
               MOVE ZEROES TO WS-CAT-VALOR (WS-CAT-ENCONTRADO)
               MOVE SPACES TO WS-CAT-CUENTA (WS-CAT-ENCONTRADO)
               MOVE "CLAVE NO REGISTRADA EN EL CATALOGO"
                   TO WS-CAT-NOMBRE (WS-CAT-ENCONTRADO)
               MOVE "N" TO WS-CAT-CATALOGADO (WS-CAT-ENCONTRADO)
               MOVE ZEROES TO WS-CAT-RETENIDOS (WS-CAT-ENCONTRADO)
                   WS-CAT-SIN-RETENCION (WS-CAT-ENCONTRADO)
                   WS-CAT-TOTAL (WS-CAT-ENCONTRADO)
           END-IF.

      *    Del directorio salen el nombre de quien no cobro en la
      *    corrida y la baja de la empresa (status "T" o fecha de
      *    baja a mas tardar el fin del periodo).
           LEE-DIRECTORIO-AFILIADO.
           MOVE "N" TO WS-BAJA-EMPRESA.
           MOVE "N" TO WS-EN-DIRECTORIO.
           IF WS-DIRECTORIO-ABIERTO = "S"
               MOVE SIN-EMPLEADO-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-EN-DIRECTORIO
                       STRING FUNCTION TRIM(EMPLEADOS-NOMBRE)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(EMPLEADOS-APELLIDOS)
                               DELIMITED BY SIZE
                           INTO WS-AFI-NOMBRE (WS-IX-AFI)
                       END-STRING
                       IF EMPLEADOS-STATUS = "T"
                           MOVE "S" TO WS-BAJA-EMPRESA
                       END-IF
                       IF EMPLEADOS-FECHA-BAJA IS NUMERIC
                           AND EMPLEADOS-FECHA-BAJA <= WS-FIN-PERIODO
                           MOVE "S" TO WS-BAJA-EMPRESA
                       END-IF
               END-READ
           END-IF.

      *    La cuota esperada es la del catalogo: monto fijo o
      *    porcentaje del bruto de la corrida.
           VALORIZA-CUOTA.
           MOVE WS-AFI-SINDICATO (WS-IX-AFI) TO WS-IX-CAT.
           IF WS-CAT-TIPO (WS-IX-CAT) = "P"
               COMPUTE WS-AFI-CUOTA (WS-IX-AFI) ROUNDED =
                   WS-CFR-BRUTO (WS-CFR-ENCONTRADO) *
                   WS-CAT-VALOR (WS-IX-CAT) / 100
           ELSE
               MOVE WS-CAT-VALOR (WS-IX-CAT)
                   TO WS-AFI-CUOTA (WS-IX-AFI)
           END-IF.

           CLASIFICA-AFILIADO.
           MOVE WS-AFI-SINDICATO (WS-IX-AFI) TO WS-IX-CAT.
           IF WS-AFI-RETENIDO (WS-IX-AFI) NOT = ZEROES
               MOVE "R" TO WS-AFI-GRUPO (WS-IX-AFI)
               ADD 1 TO WS-CAT-RETENIDOS (WS-IX-CAT)
               ADD 1 TO WS-TOTAL-CON-RETENCION
               ADD WS-AFI-RETENIDO (WS-IX-AFI)
                   TO WS-CAT-TOTAL (WS-IX-CAT)
               ADD WS-AFI-RETENIDO (WS-IX-AFI) TO WS-TOTAL-REMESA
               IF SIN-FECHA-ALTA > WS-FIN-PERIODO
                   OR (SIN-FECHA-BAJA NOT = SPACES
                       AND SIN-FECHA-BAJA < WS-INICIO-PERIODO)
                   MOVE "PENDIENTE DE ANTES DE LA BAJA"
                       TO WS-AFI-NOTA (WS-IX-AFI)
               ELSE
                   IF WS-AFI-RETENIDO (WS-IX-AFI) <
                       WS-AFI-CUOTA (WS-IX-AFI)
                       MOVE "PARCIAL, EL RESTO SE DIFIERE"
                           TO WS-AFI-NOTA (WS-IX-AFI)
                   END-IF
                   IF WS-AFI-RETENIDO (WS-IX-AFI) >
                       WS-AFI-CUOTA (WS-IX-AFI)
                       MOVE "INCLUYE PENDIENTE ANTERIOR"
                           TO WS-AFI-NOTA (WS-IX-AFI)
                   END-IF
               END-IF
           ELSE
               MOVE "C" TO WS-AFI-GRUPO (WS-IX-AFI)
               ADD 1 TO WS-CAT-SIN-RETENCION (WS-IX-CAT)
               ADD 1 TO WS-TOTAL-SIN-RETENCION
               PERFORM BUSCA-INCAPACIDAD
               PERFORM ASIGNA-MOTIVO
           END-IF.

      *    Orden de los motivos: la incapacidad explica el bruto en
      *    cero aunque el empleado siga activo; la baja explica que
      *    no cobrara mas; sin eso, si cobro y no alcanzo es falta
      *    de neto (se difiere), y si ni cobro es que no entro a la
      *    corrida.
           ASIGNA-MOTIVO.
           IF WS-CON-INCAPACIDAD = "S"
               MOVE "INCAPACIDAD" TO WS-AFI-NOTA (WS-IX-AFI)
           ELSE
               IF WS-BAJA-EMPRESA = "S"
                   MOVE "BAJA DE LA EMPRESA"
                       TO WS-AFI-NOTA (WS-IX-AFI)
               ELSE
                   IF WS-CFR-ENCONTRADO > ZEROES
                       IF WS-CAT-CATALOGADO (WS-IX-CAT) = "N"
                           MOVE "SINDICATO SIN CUOTA EN CATALOGO"
                               TO WS-AFI-NOTA (WS-IX-AFI)
                       ELSE
                           MOVE "SIN NETO, SE DIFIERE"
                               TO WS-AFI-NOTA (WS-IX-AFI)
                       END-IF
                   ELSE
                       IF WS-SIN-CRUCE = "S"
                           OR (WS-DIRECTORIO-ABIERTO = "S"
                               AND WS-EN-DIRECTORIO = "N")
                           MOVE "ID SIN CRUCE CON LA NOMINA"
                               TO WS-AFI-NOTA (WS-IX-AFI)
                       ELSE
                           MOVE "SIN PAGO EN LA CORRIDA"
                               TO WS-AFI-NOTA (WS-IX-AFI)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Incapacidad que traslapa el periodo, por numero de nomina
      *    como la aplica registro-nomina.
           BUSCA-INCAPACIDAD.
           MOVE "N" TO WS-CON-INCAPACIDAD.
           IF WS-SIN-CRUCE = "N"
               PERFORM VARYING WS-IX-INC FROM 1 BY 1
                   UNTIL WS-IX-INC > WS-TOTAL-INCAPACIDADES
                   OR WS-CON-INCAPACIDAD = "S"
                   IF WS-INC-NUMERO (WS-IX-INC) = CRUCE-ID-NOMINA
                       PERFORM EVALUA-TRASLAPE-INCAPACIDAD
                   END-IF
               END-PERFORM
           END-IF.

           EVALUA-TRASLAPE-INCAPACIDAD.
           COMPUTE WS-INI-CERT =
               FUNCTION INTEGER-OF-DATE (WS-INC-INICIO (WS-IX-INC)).
           COMPUTE WS-FIN-CERT =
               WS-INI-CERT + WS-INC-DIAS (WS-IX-INC) - 1.
           IF WS-INI-CERT <= WS-FIN-PERIODO-ENTERO
               AND WS-FIN-CERT >= WS-INI-PERIODO-ENTERO
               MOVE "S" TO WS-CON-INCAPACIDAD
           END-IF.

           ESCRIBE-REPORTE-REMESA.
           OPEN OUTPUT REPORTE-REMESA.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   WS-RUTA-REPORTE
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PERIODO-REMESA TO TIT-PERIODO.
           MOVE WS-INICIO-PERIODO TO TIT-INICIO.
           MOVE WS-FIN-PERIODO TO TIT-FIN.
           MOVE WS-LINEA-TITULO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-BLOQUE-SINDICATO
               VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > WS-TOTAL-SINDICATOS.
           PERFORM ESCRIBE-RETENIDOS-SIN-PADRON.
           PERFORM ESCRIBE-RESUMEN-REMESA.
           CLOSE REPORTE-REMESA.

      *    Un bloque por sindicato con afiliados en el periodo: los
      *    retenidos, los que no y el total a transferir a su cuenta.
           ESCRIBE-BLOQUE-SINDICATO.
           IF WS-CAT-RETENIDOS (WS-IX-CAT) > ZEROES
               OR WS-CAT-SIN-RETENCION (WS-IX-CAT) > ZEROES
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-CAT-CLAVE (WS-IX-CAT) TO SIR-CLAVE
               MOVE WS-CAT-NOMBRE (WS-IX-CAT) TO SIR-NOMBRE
               MOVE WS-CAT-CUENTA (WS-IX-CAT) TO SIR-CUENTA
               MOVE WS-LINEA-SINDICATO-RPT TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF WS-CAT-RETENIDOS (WS-IX-CAT) > ZEROES
                   MOVE "AFILIADOS CON CUOTA RETENIDA" TO SUB-TEXTO
                   MOVE WS-LINEA-SUBTITULO-RPT TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE WS-LINEA-COLUMNAS-RET TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   PERFORM ESCRIBE-AFILIADO-RETENIDO
                       VARYING WS-IX-AFI FROM 1 BY 1
                       UNTIL WS-IX-AFI > WS-TOTAL-AFILIADOS
               END-IF
               IF WS-CAT-SIN-RETENCION (WS-IX-CAT) > ZEROES
                   MOVE "AFILIADOS SIN RETENCION EN EL PERIODO"
                       TO SUB-TEXTO
                   MOVE WS-LINEA-SUBTITULO-RPT TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE WS-LINEA-COLUMNAS-CER TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   PERFORM ESCRIBE-AFILIADO-SIN-RETENCION
                       VARYING WS-IX-AFI FROM 1 BY 1
                       UNTIL WS-IX-AFI > WS-TOTAL-AFILIADOS
               END-IF
               MOVE "AFILIADOS CON RETENCION" TO CTR-TEXTO
               MOVE WS-CAT-RETENIDOS (WS-IX-CAT) TO CTR-VALOR
               MOVE WS-LINEA-CUENTA-RPT TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "AFILIADOS SIN RETENCION" TO CTR-TEXTO
               MOVE WS-CAT-SIN-RETENCION (WS-IX-CAT) TO CTR-VALOR
               MOVE WS-LINEA-CUENTA-RPT TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "TOTAL A TRANSFERIR AL SINDICATO" TO RSR-TEXTO
               MOVE WS-CAT-TOTAL (WS-IX-CAT) TO RSR-VALOR
               MOVE WS-LINEA-RESUMEN-RPT TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           ESCRIBE-AFILIADO-RETENIDO.
           IF WS-AFI-SINDICATO (WS-IX-AFI) = WS-IX-CAT
               AND WS-AFI-GRUPO (WS-IX-AFI) = "R"
               MOVE WS-AFI-ID (WS-IX-AFI) TO DRT-ID
               MOVE WS-AFI-SECCION (WS-IX-AFI) TO DRT-SECCION
               MOVE WS-AFI-NUMERO-X (WS-IX-AFI) TO DRT-NUMERO
               MOVE WS-AFI-NOMBRE (WS-IX-AFI) TO DRT-NOMBRE
               MOVE WS-AFI-CUOTA (WS-IX-AFI) TO DRT-CUOTA
               MOVE WS-AFI-RETENIDO (WS-IX-AFI) TO DRT-RETENIDO
               MOVE WS-AFI-NOTA (WS-IX-AFI) TO DRT-NOTA
               MOVE WS-LINEA-DETALLE-RET TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           ESCRIBE-AFILIADO-SIN-RETENCION.
           IF WS-AFI-SINDICATO (WS-IX-AFI) = WS-IX-CAT
               AND WS-AFI-GRUPO (WS-IX-AFI) = "C"
               MOVE WS-AFI-ID (WS-IX-AFI) TO DCE-ID
               MOVE WS-AFI-SECCION (WS-IX-AFI) TO DCE-SECCION
               MOVE WS-AFI-NUMERO-X (WS-IX-AFI) TO DCE-NUMERO
               MOVE WS-AFI-NOMBRE (WS-IX-AFI) TO DCE-NOMBRE
               MOVE WS-AFI-NOTA (WS-IX-AFI) TO DCE-MOTIVO
               MOVE WS-LINEA-DETALLE-CER TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

      *    Cuota sindical retenida a quien no esta en el padron (un
      *    pendiente de la cuota fija anterior, p.ej.): no entra a
      *    ninguna transferencia hasta que se aclare.
           ESCRIBE-RETENIDOS-SIN-PADRON.
           PERFORM CUENTA-RETENIDO-SIN-PADRON
               VARYING WS-IX-CFR FROM 1 BY 1
               UNTIL WS-IX-CFR > WS-TOTAL-CIFRAS.
           IF WS-EMPLEADOS-SIN-PADRON > ZEROES
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "CUOTA RETENIDA A EMPLEADOS FUERA DEL PADRON"
                   TO SUB-TEXTO
               MOVE WS-LINEA-SUBTITULO-RPT TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-LINEA-COLUMNAS-SPD TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM ESCRIBE-RETENIDO-SIN-PADRON
                   VARYING WS-IX-CFR FROM 1 BY 1
                   UNTIL WS-IX-CFR > WS-TOTAL-CIFRAS
           END-IF.

           CUENTA-RETENIDO-SIN-PADRON.
           IF WS-CFR-EN-PADRON (WS-IX-CFR) = "N"
               AND WS-CFR-SINDICAL (WS-IX-CFR) NOT = ZEROES
               ADD 1 TO WS-EMPLEADOS-SIN-PADRON
               ADD WS-CFR-SINDICAL (WS-IX-CFR) TO WS-TOTAL-SIN-PADRON
           END-IF.

           ESCRIBE-RETENIDO-SIN-PADRON.
           IF WS-CFR-EN-PADRON (WS-IX-CFR) = "N"
               AND WS-CFR-SINDICAL (WS-IX-CFR) NOT = ZEROES
               MOVE WS-CFR-SITIO (WS-IX-CFR) TO DSP-SITIO
               MOVE WS-CFR-NUMERO (WS-IX-CFR) TO DSP-NUMERO
               MOVE WS-CFR-NOMBRE (WS-IX-CFR) TO DSP-NOMBRE
               MOVE WS-CFR-SINDICAL (WS-IX-CFR) TO DSP-RETENIDO
               MOVE WS-LINEA-DETALLE-SPD TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           ESCRIBE-RESUMEN-REMESA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN" TO SUB-TEXTO.
           MOVE WS-LINEA-SUBTITULO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "AFILIADOS CON RETENCION" TO CTR-TEXTO.
           MOVE WS-TOTAL-CON-RETENCION TO CTR-VALOR.
           MOVE WS-LINEA-CUENTA-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "AFILIADOS SIN RETENCION" TO CTR-TEXTO.
           MOVE WS-TOTAL-SIN-RETENCION TO CTR-VALOR.
           MOVE WS-LINEA-CUENTA-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTAL A TRANSFERIR A LOS SINDICATOS" TO RSR-TEXTO.
           MOVE WS-TOTAL-REMESA TO RSR-VALOR.
           MOVE WS-LINEA-RESUMEN-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RETENIDO FUERA DEL PADRON (POR ACLARAR)"
               TO RSR-TEXTO.
           MOVE WS-TOTAL-SIN-PADRON TO RSR-VALOR.
           MOVE WS-LINEA-RESUMEN-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CUOTA SINDICAL EN LAS CIFRAS DE LA CORRIDA"
               TO RSR-TEXTO.
           MOVE WS-TOTAL-SINDICAL-CIFRAS TO RSR-VALOR.
           MOVE WS-LINEA-RESUMEN-RPT TO LINEA-REPORTE.
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

       END PROGRAM remesa-sindical.
