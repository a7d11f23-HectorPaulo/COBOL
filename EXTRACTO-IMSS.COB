      * Purpose:EXTRACTO DE PRESENTACION AL IMSS: ARMA EN ANCHO FIJO
      *         LOS MOVIMIENTOS DEL PERIODO: ALTAS (FECHA DE ALTA EN
      *         EL RANGO), BAJAS (FECHA DE BAJA EN EL RANGO) DESDE EL
      *         DIRECTORIO, MODIFICACIONES DEL SALARIO DIARIO
      *         INTEGRADO DESDE LOS MOVIMIENTOS QUE DEJA calcula-sdi
      *         (SDIREG.cpy) Y DESDE LOS CAMBIOS DE SALARIO DEL
      *         HISTORIAL CON SU FECHA REAL (SDI RECALCULADO CON EL
      *         FACTOR VIGENTE, SIN REPETIR EL QUE calcula-sdi YA
      *         FECHO AL BIMESTRE), Y UN REGISTRO DE BASE DE COTIZACION (EL
      *         SDI VIGENTE) POR CADA EMPLEADO PAGADO EN LA CORRIDA DE
      *         registro-nomina, CON UNA LISTA DE CONTROL DE
      *         CONTEOS POR TIPO DE MOVIMIENTO PARA AMARRAR LO QUE SE
      *         PRESENTA CONTRA LA CORRIDA. LAS LICENCIAS SIN GOCE
      *         DE PERMISOS.txt (PMSREG.cpy) SE MANDAN COMO AUSENTISMO
      *         (TIPO U) SI NO PASAN DE EXTRACTO_IMSS_MAX_AUSENTISMO
      *         DIAS (7 SI NO SE CONFIGURA); LAS MAS LARGAS COMO BAJA
      *         AL EMPEZAR Y REINGRESO (TIPO R, CON EL SDI VIGENTE) AL
      *         DIA SIGUIENTE DE TERMINAR.
      *         CADA MOVIMIENTO LLEVA EL REGISTRO PATRONAL BAJO EL QUE
      *         COTIZA EL EMPLEADO A SU FECHA (busca-registro-patronal)
      *         Y, SI HAY CATALOGO DE REGISTROS, ADEMAS DEL EXTRACTO
      *         CONSOLIDADO SALE UN ARCHIVO POR REGISTRO (RUTA DE
      *         arma-ruta-registro) CON SU CONTEO EN LA LISTA DE
      *         CONTROL. LA BAJA DEL NUMERO VIEJO QUE DEJA
      *         transfiere-sitio (RAZON TRA) NO VA COMO BAJA: EL
      *         TRASLADO (EQUIVALENCIAS-ID.txt) Y EL CAMBIO DE
      *         REGISTRO POR EMPLEADO (REGISTRO-PATRONAL-EMPLEADOS.txt)
      *         SALEN COMO BAJA EN EL REGISTRO ANTERIOR Y REINGRESO EN
      *         EL NUEVO SOLO SI EL REGISTRO CAMBIA.
      *
      *         Rango del periodo en EXTRACTO_IMSS_DESDE y
      *         EXTRACTO_IMSS_HASTA (AAAAMMDD).
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CIF.

      *    Salario diario integrado vigente y sus movimientos de
      *    modificacion (SDIREG.cpy), ambos de calcula-sdi.
       SELECT SALARIOS-INTEGRADOS
       ASSIGN TO DYNAMIC WS-RUTA-SDI
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SDI.

       SELECT MOVIMIENTOS-SDI
       ASSIGN TO DYNAMIC WS-RUTA-MOVIMIENTOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-MOV.

       SELECT PERMISOS
       ASSIGN TO DYNAMIC WS-RUTA-PERMISOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PMS.

       SELECT EXTRACTO-SALIDA
       ASSIGN TO DYNAMIC WS-RUTA-EXTRACTO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EXT.

       SELECT EQUIVALENCIAS-ID
       ASSIGN TO DYNAMIC WS-RUTA-EQUIVALENCIAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EQU.

       SELECT ASIGNACIONES-PATRONALES
       ASSIGN TO DYNAMIC WS-RUTA-ASIGNACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPE.

      *    Extracto de un solo registro patronal, sacado del
      *    consolidado.
       SELECT EXTRACTO-REGISTRO
       ASSIGN TO DYNAMIC WS-RUTA-EXTRACTO-REG
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EXR.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
       01  LINEA-HISTORIAL PIC X(76).

       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD SALARIOS-INTEGRADOS.
       01  LINEA-SDI PIC X(57).

       FD MOVIMIENTOS-SDI.
       01  LINEA-MOVIMIENTO-SDI PIC X(37).

       FD PERMISOS.
       01  LINEA-PERMISO PIC X(104).

       FD EXTRACTO-SALIDA.
       01  LINEA-EXTRACTO PIC X(60).

       FD EQUIVALENCIAS-ID.
       01  LINEA-EQUIVALENCIA PIC X(22).

       FD ASIGNACIONES-PATRONALES.
       01  LINEA-ASIGNACION PIC X(38).

       FD EXTRACTO-REGISTRO.
       01  LINEA-EXTRACTO-REG PIC X(60).

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
       COPY HISREG.
       COPY CIFREG.
       COPY SDIREG.
       COPY PMSREG.
       COPY EQUREG.
       COPY RPEREG.
       COPY RPBREG.

       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-RUTA-HISTORIAL PIC X(200).
       01  WS-RUTA-CIFRAS PIC X(200).
       01  WS-RUTA-EXTRACTO PIC X(200).
       01  WS-RUTA-SDI PIC X(200).
       01  WS-RUTA-MOVIMIENTOS PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-FILE-STATUS-HIS PIC X(2).
       01  WS-FILE-STATUS-CIF PIC X(2).
       01  WS-FILE-STATUS-EXT PIC X(2).
       01  WS-FILE-STATUS-SDI PIC X(2).
       01  WS-FILE-STATUS-MOV PIC X(2).
       01  WS-RUTA-PERMISOS PIC X(200).
       01  WS-FILE-STATUS-PMS PIC X(2).
       01  FIN-DE-PERMISOS PIC X.
       01  WS-MAX-AUSENTISMO-X PIC X(3).
       01  WS-MAX-AUSENTISMO PIC 9(3).
       01  WS-REINGRESO-NUM PIC 9(8).
       01  WS-DIAS-EDITADOS PIC ZZ9.
       01  FIN-DE-SDI PIC X.
       01  FIN-DE-MOVIMIENTOS PIC X.
       01  FIN-DEL-ARCHIVO PIC X.
       01  FIN-DEL-HISTORIAL PIC X.
       01  FIN-DE-CIFRAS PIC X.
       01  WS-TOTAL-BAJAS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-MODIFICACIONES PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-BASES PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-SIN-SDI PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-AUSENTISMOS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-BAJAS-LICENCIA PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-REINGRESOS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-CAMBIOS-REGISTRO PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-TRASLADOS-MISMO PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-SIN-REGISTRO PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-MODIF-HISTORIAL PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-CAMBIOS-SIN-SDI PIC 9(5) VALUE ZEROES.

       01  WS-RUTA-EQUIVALENCIAS PIC X(200).
       01  WS-RUTA-ASIGNACIONES PIC X(200).
       01  WS-RUTA-EXTRACTO-REG PIC X(200).
       01  WS-FILE-STATUS-EQU PIC X(2).
       01  WS-FILE-STATUS-RPE PIC X(2).
       01  WS-FILE-STATUS-EXR PIC X(2).
       01  FIN-DE-EQUIVALENCIAS PIC X.
       01  FIN-DE-ASIGNACIONES PIC X.
       01  FIN-DEL-EXTRACTO PIC X.
       01  WS-ID-EQUIVALENCIA PIC X(6).
       01  WS-FECHA-CAMBIO-NUM PIC 9(8).
       01  WS-FECHA-ANTERIOR-NUM PIC 9(8).
       01  WS-FECHA-REINGRESO-NUM PIC 9(8).
       01  WS-REGISTRO-ANTERIOR PIC X(11).
       01  WS-REGISTRO-NUEVO PIC X(11).
       01  WS-SITIO-ANTERIOR PIC X(2).
       01  WS-NUMERO-ANTERIOR PIC 9(5).
       01  WS-SITIO-NUEVO PIC X(2).
       01  WS-NUMERO-NUEVO PIC 9(5).

      *    Conteo de movimientos por registro patronal del catalogo.
       01  WS-TABLA-REGISTROS.
           05 WS-REG-RENGLON OCCURS 50 TIMES.
               10 WS-REG-REGISTRO PIC X(11).
               10 WS-REG-MOVIMIENTOS PIC 9(5).
       01  WS-TOTAL-REGISTROS PIC 9(3) VALUE ZEROES.
       01  WS-IX-REG PIC 9(3).

      *    SDI vigente por numero y sitio para la base de cotizacion.
       01  WS-TABLA-SDI.
           05 WS-SDI-RENGLON OCCURS 9999 TIMES.
               10 WS-SDI-NUMERO PIC 9(5).
               10 WS-SDI-SITIO PIC X(2).
               10 WS-SDI-INTEGRADO PIC 9(5)V99.
               10 WS-SDI-FACTOR PIC 9V9(4).
               10 WS-SDI-VARIABLE PIC 9(5)V99.
               10 WS-SDI-TOPADO PIC X(1).
       01  WS-TOTAL-SDI PIC 9(4) VALUE ZEROES.
       01  WS-IX-SDI PIC 9(4).
       01  WS-SDI-ENCONTRADO PIC 9(4).
       01  WS-SDI-REPETIDOS PIC 9(4).
       01  WS-SDI-EN-ESPACIOS PIC 9(4).

      *    Modificaciones de SDI del periodo que dejo calcula-sdi.
      *    WS-MVS-CUBIERTO "S" = ya sale con la fecha del historial.
       01  WS-TABLA-MOVIMIENTOS.
           05 WS-MVS-RENGLON OCCURS 9999 TIMES.
               10 WS-MVS-NUMERO PIC 9(5).
               10 WS-MVS-SITIO PIC X(2).
               10 WS-MVS-FECHA PIC X(8).
               10 WS-MVS-SDI PIC 9(5)V99.
               10 WS-MVS-CAUSA PIC X(3).
               10 WS-MVS-CUBIERTO PIC X(1).
       01  WS-TOTAL-MVS PIC 9(4) VALUE ZEROES.
       01  WS-IX-MVS PIC 9(4).

      *    Cambios de salario del historial en el periodo con su SDI.
      *    WS-CAM-ESTADO: espacio = SDI recalculado, "M" = SDI del
      *    movimiento de calcula-sdi, "O" = el movimiento del mismo
      *    dia ya lo presenta.
       01  WS-TABLA-CAMBIOS.
           05 WS-CAM-RENGLON OCCURS 9999 TIMES.
               10 WS-CAM-NUMERO PIC 9(5).
               10 WS-CAM-SITIO PIC X(2).
               10 WS-CAM-FECHA PIC X(8).
               10 WS-CAM-SDI PIC 9(5)V99.
               10 WS-CAM-ESTADO PIC X(1).
       01  WS-TOTAL-CAM PIC 9(4) VALUE ZEROES.
       01  WS-IX-CAM PIC 9(4).
       01  WS-CAM-ELEGIDO PIC 9(4).

       01  WS-HIS-SALARIO-X PIC X(9).
       01  WS-HIS-SALARIO REDEFINES WS-HIS-SALARIO-X PIC S9(7)V99.
       01  WS-SALARIO-DIARIO PIC 9(5)V99.
       01  WS-PARTE-FIJA PIC 9(5)V99.
       01  WS-SDI-CALCULADO PIC 9(5)V99.
       01  WS-UMA-DIARIA PIC 9(5)V99.
       01  WS-UMAS-TOPE PIC 9(3)V99.
       01  WS-TOPE-SDI PIC 9(5)V99.
       01  WS-PROGRAMA-PLG PIC X(20) VALUE "extracto-imss".
       01  WS-CLAVE-PLG PIC X(12).
       01  WS-FECHA-PLG PIC X(8).
       01  WS-VALOR-PLG PIC 9(7)V9(5).
       01  WS-RESULTADO-PLG PIC X.

       01  WS-IMPORTE-EDITADO PIC ZZZZZZ9.99.

           05 MOV-SITIO PIC X(2).
           05 MOV-FECHA PIC X(8).
           05 MOV-DATO PIC X(30).
           05 MOV-REGISTRO PIC X(11).
           05 FILLER PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF.
           PERFORM EXTRAE-MOVIMIENTOS-DIRECTORIO.
           PERFORM CARGA-SDI.
           PERFORM EXTRAE-MODIFICACIONES.
           PERFORM EXTRAE-BASES-COTIZACION.
           PERFORM EXTRAE-LICENCIAS.
           PERFORM EXTRAE-TRASLADOS.
           PERFORM EXTRAE-CAMBIOS-REGISTRO.
           CLOSE EXTRACTO-SALIDA.
           PERFORM SEPARA-POR-REGISTRO.
           DISPLAY "LISTA DE CONTROL DEL EXTRACTO IMSS".
           DISPLAY "  Altas del periodo:          " WS-TOTAL-ALTAS.
           DISPLAY "  Bajas del periodo:          " WS-TOTAL-BAJAS.
           DISPLAY "  Modificaciones de salario:  "
               WS-TOTAL-MODIFICACIONES.
           DISPLAY "    Con fecha del historial:  "
               WS-TOTAL-MODIF-HISTORIAL.
           IF WS-TOTAL-CAMBIOS-SIN-SDI > ZEROES
               DISPLAY "  Cambios de salario sin SDI: "
                   WS-TOTAL-CAMBIOS-SIN-SDI
           END-IF.
           DISPLAY "  Bases de cotizacion:        " WS-TOTAL-BASES.
           DISPLAY "  Ausentismos sin goce:       "
               WS-TOTAL-AUSENTISMOS.
           DISPLAY "  Bajas por licencia:         "
               WS-TOTAL-BAJAS-LICENCIA.
           DISPLAY "  Reingresos de licencia:     "
               WS-TOTAL-REINGRESOS.
           DISPLAY "  Cambios de registro (B+R):  "
               WS-TOTAL-CAMBIOS-REGISTRO.
           IF WS-TOTAL-TRASLADOS-MISMO > ZEROES
               DISPLAY "  Traslados mismo registro:   "
                   WS-TOTAL-TRASLADOS-MISMO
           END-IF.
           IF WS-TOTAL-SIN-SDI > ZEROES
               DISPLAY "  Pagados sin SDI (no van):   " WS-TOTAL-SIN-SDI
           END-IF.
           DISPLAY "Extracto IMSS: " WS-RUTA-EXTRACTO.
           IF WS-TOTAL-REGISTROS > ZEROES
               DISPLAY "MOVIMIENTOS POR REGISTRO PATRONAL"
               PERFORM MUESTRA-CONTEO-REGISTRO
                   VARYING WS-IX-REG FROM 1 BY 1
                   UNTIL WS-IX-REG > WS-TOTAL-REGISTROS
               IF WS-TOTAL-SIN-REGISTRO > ZEROES
                   DISPLAY "  Sin registro patronal:      "
                       WS-TOTAL-SIN-REGISTRO
               END-IF
           END-IF.
           STOP RUN.

           RESUELVE-PARAMETROS.
           IF WS-RUTA-EXTRACTO = SPACES
               MOVE "EXTRACTO-IMSS.txt" TO WS-RUTA-EXTRACTO
           END-IF.
           ACCEPT WS-RUTA-SDI FROM ENVIRONMENT
               "SALARIOS_INTEGRADOS_PATH".
           IF WS-RUTA-SDI = SPACES
               MOVE "SALARIOS-INTEGRADOS.txt" TO WS-RUTA-SDI
           END-IF.
           ACCEPT WS-RUTA-MOVIMIENTOS FROM ENVIRONMENT
               "MOVIMIENTOS_SDI_PATH".
           IF WS-RUTA-MOVIMIENTOS = SPACES
               MOVE "MOVIMIENTOS-SDI.txt" TO WS-RUTA-MOVIMIENTOS
           END-IF.
           ACCEPT WS-RUTA-PERMISOS FROM ENVIRONMENT "PERMISOS_PATH".
           IF WS-RUTA-PERMISOS = SPACES
               MOVE "PERMISOS.txt" TO WS-RUTA-PERMISOS
           END-IF.
           ACCEPT WS-RUTA-EQUIVALENCIAS FROM ENVIRONMENT
               "EQUIVALENCIAS_ID_PATH".
           IF WS-RUTA-EQUIVALENCIAS = SPACES
               MOVE "EQUIVALENCIAS-ID.txt" TO WS-RUTA-EQUIVALENCIAS
           END-IF.
           ACCEPT WS-RUTA-ASIGNACIONES FROM ENVIRONMENT
               "REGISTRO_PATRONAL_EMPLEADOS_PATH".
           IF WS-RUTA-ASIGNACIONES = SPACES
               MOVE "REGISTRO-PATRONAL-EMPLEADOS.txt"
                   TO WS-RUTA-ASIGNACIONES
           END-IF.
           ACCEPT WS-MAX-AUSENTISMO-X FROM ENVIRONMENT
               "EXTRACTO_IMSS_MAX_AUSENTISMO".
           IF WS-MAX-AUSENTISMO-X = SPACES
               MOVE 7 TO WS-MAX-AUSENTISMO
           ELSE
               COMPUTE WS-MAX-AUSENTISMO =
                   FUNCTION NUMVAL(WS-MAX-AUSENTISMO-X)
           END-IF.

      *    Altas y bajas del periodo desde el directorio; el par
      *    sitio/numero sale de la regla de CRUCEID.cpy. La baja por
      *    traslado (razon TRA) la resuelve EXTRAE-TRASLADOS.
           EXTRAE-MOVIMIENTOS-DIRECTORIO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               AND EMPLEADOS-FECHA-BAJA >= WS-DESDE
               AND EMPLEADOS-FECHA-BAJA <= WS-HASTA
               AND (EMPLEADOS-STATUS = "T" OR EMPLEADOS-STATUS = "I")
               AND EMPLEADOS-BAJA-RAZON NOT = "TRA"
               MOVE "B" TO MOV-TIPO
               MOVE EMPLEADOS-FECHA-BAJA TO MOV-FECHA
               MOVE EMPLEADOS-NOMBRE TO MOV-DATO
           END-IF.
           MOVE CRUCE-ID-NOMINA TO MOV-NUMERO.

      *    El registro patronal del movimiento es el del empleado a
      *    la fecha del movimiento.
           ESCRIBE-MOVIMIENTO.
           MOVE "E" TO RPB-ACCION.
           MOVE MOV-SITIO TO RPB-SITIO.
           MOVE MOV-NUMERO TO RPB-NUMERO.
           MOVE MOV-FECHA TO RPB-FECHA.
           CALL "busca-registro-patronal"
               USING REGISTRO-PATRONAL-CONSULTA.
           MOVE RPB-REGISTRO TO MOV-REGISTRO.
           PERFORM ESCRIBE-LINEA-MOVIMIENTO.

           ESCRIBE-LINEA-MOVIMIENTO.
           MOVE WS-REGISTRO-MOVIMIENTO TO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.

      *    Modificaciones del periodo: cada cambio de SDI que dejo
      *    calcula-sdi con fecha efectiva en el rango y cada cambio de
      *    salario del historial permanente (tipo SAL) en el rango,
      *    que lleva la fecha real del aumento aunque calcula-sdi no
      *    haya corrido o lo haya fechado al bimestre. El movimiento
      *    "FIJ" que ya trae un cambio del historial no se repite:
      *    sale una sola vez, con la fecha del historial y el SDI de
      *    calcula-sdi.
           EXTRAE-MODIFICACIONES.
           PERFORM CARGA-MOVIMIENTOS-SDI.
           PERFORM CARGA-CAMBIOS-HISTORIAL.
           PERFORM CRUZA-MOVIMIENTO
               VARYING WS-IX-MVS FROM 1 BY 1
               UNTIL WS-IX-MVS > WS-TOTAL-MVS.
           PERFORM ESCRIBE-CAMBIO-SALARIO
               VARYING WS-IX-CAM FROM 1 BY 1
               UNTIL WS-IX-CAM > WS-TOTAL-CAM.
           PERFORM ESCRIBE-MOVIMIENTO-SDI
               VARYING WS-IX-MVS FROM 1 BY 1
               UNTIL WS-IX-MVS > WS-TOTAL-MVS.

           CARGA-MOVIMIENTOS-SDI.
           OPEN INPUT MOVIMIENTOS-SDI.
           IF WS-FILE-STATUS-MOV = "00"
               MOVE "1" TO FIN-DE-MOVIMIENTOS
               PERFORM LEE-MOVIMIENTO-SDI
               PERFORM EVALUA-MOVIMIENTO-SDI
                   UNTIL FIN-DE-MOVIMIENTOS = "0"
               CLOSE MOVIMIENTOS-SDI
           ELSE
               DISPLAY "Aviso: sin movimientos de SDI ("
                   FUNCTION TRIM(WS-RUTA-MOVIMIENTOS)
                   "); las modificaciones salen solo del historial."
           END-IF.

           LEE-MOVIMIENTO-SDI.
           READ MOVIMIENTOS-SDI
               AT END
                   MOVE "0" TO FIN-DE-MOVIMIENTOS
               NOT AT END
                   MOVE LINEA-MOVIMIENTO-SDI
                       TO SDI-MOVIMIENTO-REGISTRO
           END-READ.

           EVALUA-MOVIMIENTO-SDI.
           IF LINEA-MOVIMIENTO-SDI NOT = SPACES
               AND SMV-FECHA-EFECTIVA >= WS-DESDE
               AND SMV-FECHA-EFECTIVA <= WS-HASTA
               IF WS-TOTAL-MVS < 9999
                   ADD 1 TO WS-TOTAL-MVS
                   MOVE SMV-NUMERO-EMP TO WS-MVS-NUMERO (WS-TOTAL-MVS)
                   MOVE SMV-SITIO TO WS-MVS-SITIO (WS-TOTAL-MVS)
                   MOVE SMV-FECHA-EFECTIVA
                       TO WS-MVS-FECHA (WS-TOTAL-MVS)
                   MOVE SMV-SDI-NUEVO TO WS-MVS-SDI (WS-TOTAL-MVS)
                   MOVE SMV-CAUSA TO WS-MVS-CAUSA (WS-TOTAL-MVS)
                   MOVE "N" TO WS-MVS-CUBIERTO (WS-TOTAL-MVS)
               ELSE
                   DISPLAY "Aviso: mas de 9999 movimientos de SDI; "
                       "no entra el de " SMV-NUMERO-EMP " "
                       SMV-SITIO "."
               END-IF
           END-IF.
           PERFORM LEE-MOVIMIENTO-SDI.

           CARGA-CAMBIOS-HISTORIAL.
           OPEN INPUT HISTORIAL-SALARIOS.
           IF WS-FILE-STATUS-HIS NOT = "00"
               DISPLAY "Aviso: sin historial de salarios; las "
                   "modificaciones salen solo de calcula-sdi."
           ELSE
               MOVE "1" TO FIN-DEL-HISTORIAL
               PERFORM LEE-HISTORIAL
                   MOVE LINEA-HISTORIAL TO WS-LINEA-HISTORIAL
           END-READ.

      *    El historial va por numero de nomina sin sitio: se cruza
      *    con el SDI vigente del numero en sitio en espacios (la
      *    misma regla de CRUCEID.cpy que usa proyecta-retiro) o, si
      *    el numero solo esta en un sitio, con ese. Un numero que se
      *    repite entre sitios sin renglon en espacios no se puede
      *    asignar y se avisa para capturarlo a mano.
           EVALUA-MODIFICACION.
           IF HIS-TIPO = "SAL"
               AND HIS-NUMERO-EMP IS NUMERIC
               AND HIS-FECHA-EFECTIVA >= WS-DESDE
               AND HIS-FECHA-EFECTIVA <= WS-HASTA
               PERFORM BUSCA-SDI-HISTORIAL
               EVALUATE TRUE
                   WHEN WS-SDI-ENCONTRADO = ZEROES
                       DISPLAY "Aviso: el cambio de salario de "
                           HIS-NUMERO-EMP " del " HIS-FECHA-EFECTIVA
                           " no tiene SDI; no se presenta."
                       ADD 1 TO WS-TOTAL-CAMBIOS-SIN-SDI
                   WHEN WS-SDI-REPETIDOS > 1
                       DISPLAY "Aviso: el cambio de salario de "
                           HIS-NUMERO-EMP " del " HIS-FECHA-EFECTIVA
                           " no dice el sitio y el numero esta en "
                           "varios; no se presenta."
                       ADD 1 TO WS-TOTAL-CAMBIOS-SIN-SDI
                   WHEN WS-TOTAL-CAM NOT < 9999
                       DISPLAY "Aviso: mas de 9999 cambios de salario; "
                           "no entra el de " HIS-NUMERO-EMP "."
                       ADD 1 TO WS-TOTAL-CAMBIOS-SIN-SDI
                   WHEN OTHER
                       PERFORM AGREGA-CAMBIO-SALARIO
               END-EVALUATE
           END-IF.
           PERFORM LEE-HISTORIAL.

           BUSCA-SDI-HISTORIAL.
           MOVE ZEROES TO WS-SDI-ENCONTRADO WS-SDI-REPETIDOS
               WS-SDI-EN-ESPACIOS.
           PERFORM VARYING WS-IX-SDI FROM 1 BY 1
               UNTIL WS-IX-SDI > WS-TOTAL-SDI
               IF WS-SDI-NUMERO (WS-IX-SDI) = HIS-NUMERO-EMP
                   MOVE WS-IX-SDI TO WS-SDI-ENCONTRADO
                   ADD 1 TO WS-SDI-REPETIDOS
                   IF WS-SDI-SITIO (WS-IX-SDI) = SPACES
                       MOVE WS-IX-SDI TO WS-SDI-EN-ESPACIOS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SDI-EN-ESPACIOS > ZEROES
               MOVE WS-SDI-EN-ESPACIOS TO WS-SDI-ENCONTRADO
               MOVE 1 TO WS-SDI-REPETIDOS
           END-IF.

      *    SDI del nuevo salario con el factor de integracion y la
      *    parte variable del SDI vigente, como lo arma calcula-sdi;
      *    si calcula-sdi ya fecho el cambio, CRUZA-MOVIMIENTO pone
      *    el SDI de calcula-sdi en su lugar.
           AGREGA-CAMBIO-SALARIO.
           ADD 1 TO WS-TOTAL-CAM.
           MOVE HIS-NUMERO-EMP TO WS-CAM-NUMERO (WS-TOTAL-CAM).
           MOVE WS-SDI-SITIO (WS-SDI-ENCONTRADO)
               TO WS-CAM-SITIO (WS-TOTAL-CAM).
           MOVE HIS-FECHA-EFECTIVA TO WS-CAM-FECHA (WS-TOTAL-CAM).
           MOVE SPACE TO WS-CAM-ESTADO (WS-TOTAL-CAM).
           MOVE HIS-VALOR-NUEVO TO WS-HIS-SALARIO-X.
           IF WS-HIS-SALARIO-X NOT NUMERIC
               MOVE ZEROES TO WS-HIS-SALARIO
           END-IF.
           COMPUTE WS-SALARIO-DIARIO ROUNDED = WS-HIS-SALARIO / 30.
           COMPUTE WS-PARTE-FIJA ROUNDED = WS-SALARIO-DIARIO *
               WS-SDI-FACTOR (WS-SDI-ENCONTRADO).
           ADD WS-PARTE-FIJA WS-SDI-VARIABLE (WS-SDI-ENCONTRADO)
               GIVING WS-SDI-CALCULADO.
           PERFORM RESUELVE-TOPE-SDI.
           IF WS-TOPE-SDI > ZEROES
               AND WS-SDI-CALCULADO > WS-TOPE-SDI
               MOVE WS-TOPE-SDI TO WS-SDI-CALCULADO
           END-IF.
           MOVE WS-SDI-CALCULADO TO WS-CAM-SDI (WS-TOTAL-CAM).

      *    Tope de 25 UMAS (o el de la tabla) vigente a la fecha del
      *    cambio; sin tabla de parametros, el SDI vigente topado es
      *    el tope.
           RESUELVE-TOPE-SDI.
           MOVE ZEROES TO WS-TOPE-SDI.
           MOVE HIS-FECHA-EFECTIVA TO WS-FECHA-PLG.
           MOVE "UMA-DIARIA" TO WS-CLAVE-PLG.
           PERFORM LLAMA-PARAMETRO-LEGAL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-UMA-DIARIA
               MOVE 25 TO WS-UMAS-TOPE
               MOVE "SDI-TOPE-UMA" TO WS-CLAVE-PLG
               PERFORM LLAMA-PARAMETRO-LEGAL
               IF WS-RESULTADO-PLG = "S"
                   MOVE WS-VALOR-PLG TO WS-UMAS-TOPE
               END-IF
               COMPUTE WS-TOPE-SDI = WS-UMA-DIARIA * WS-UMAS-TOPE
           ELSE
               IF WS-SDI-TOPADO (WS-SDI-ENCONTRADO) = "S"
                   MOVE WS-SDI-INTEGRADO (WS-SDI-ENCONTRADO)
                       TO WS-TOPE-SDI
               END-IF
           END-IF.

           LLAMA-PARAMETRO-LEGAL.
           CALL "busca-parametro-legal"
               USING WS-PROGRAMA-PLG WS-CLAVE-PLG WS-FECHA-PLG
                   WS-VALOR-PLG WS-RESULTADO-PLG
           END-CALL.

      *    Un movimiento "FIJ" de calcula-sdi trae el ultimo cambio
      *    de salario del empleado con fecha hasta la suya. Si ese
      *    cambio es del mismo dia sale el movimiento y el cambio no;
      *    si es anterior sale el cambio con la fecha del historial y
      *    el SDI del movimiento, y el movimiento no.
           CRUZA-MOVIMIENTO.
           IF WS-MVS-CAUSA (WS-IX-MVS) = "FIJ"
               MOVE ZEROES TO WS-CAM-ELEGIDO
               PERFORM VARYING WS-IX-CAM FROM 1 BY 1
                   UNTIL WS-IX-CAM > WS-TOTAL-CAM
                   IF WS-CAM-NUMERO (WS-IX-CAM) =
                           WS-MVS-NUMERO (WS-IX-MVS)
                       AND WS-CAM-SITIO (WS-IX-CAM) =
                           WS-MVS-SITIO (WS-IX-MVS)
                       AND WS-CAM-FECHA (WS-IX-CAM) NOT >
                           WS-MVS-FECHA (WS-IX-MVS)
                       IF WS-CAM-ELEGIDO = ZEROES
                           MOVE WS-IX-CAM TO WS-CAM-ELEGIDO
                       ELSE
                           IF WS-CAM-FECHA (WS-IX-CAM) NOT <
                                   WS-CAM-FECHA (WS-CAM-ELEGIDO)
                               MOVE WS-IX-CAM TO WS-CAM-ELEGIDO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CAM-ELEGIDO > ZEROES
                   AND WS-CAM-ESTADO (WS-CAM-ELEGIDO) = SPACE
                   IF WS-CAM-FECHA (WS-CAM-ELEGIDO) =
                           WS-MVS-FECHA (WS-IX-MVS)
                       MOVE "O" TO WS-CAM-ESTADO (WS-CAM-ELEGIDO)
                   ELSE
                       MOVE "M" TO WS-CAM-ESTADO (WS-CAM-ELEGIDO)
                       MOVE WS-MVS-SDI (WS-IX-MVS)
                           TO WS-CAM-SDI (WS-CAM-ELEGIDO)
                       MOVE "S" TO WS-MVS-CUBIERTO (WS-IX-MVS)
                   END-IF
               END-IF
           END-IF.

           ESCRIBE-CAMBIO-SALARIO.
           IF WS-CAM-ESTADO (WS-IX-CAM) NOT = "O"
               MOVE "M" TO MOV-TIPO
               MOVE WS-CAM-NUMERO (WS-IX-CAM) TO MOV-NUMERO
               MOVE WS-CAM-SITIO (WS-IX-CAM) TO MOV-SITIO
               MOVE WS-CAM-FECHA (WS-IX-CAM) TO MOV-FECHA
               MOVE WS-CAM-SDI (WS-IX-CAM) TO WS-IMPORTE-EDITADO
               MOVE WS-IMPORTE-EDITADO TO MOV-DATO
               PERFORM ESCRIBE-MOVIMIENTO
               ADD 1 TO WS-TOTAL-MODIFICACIONES
               ADD 1 TO WS-TOTAL-MODIF-HISTORIAL
           END-IF.

           ESCRIBE-MOVIMIENTO-SDI.
           IF WS-MVS-CUBIERTO (WS-IX-MVS) = "N"
               MOVE "M" TO MOV-TIPO
               MOVE WS-MVS-NUMERO (WS-IX-MVS) TO MOV-NUMERO
               MOVE WS-MVS-SITIO (WS-IX-MVS) TO MOV-SITIO
               MOVE WS-MVS-FECHA (WS-IX-MVS) TO MOV-FECHA
               MOVE WS-MVS-SDI (WS-IX-MVS) TO WS-IMPORTE-EDITADO
               MOVE WS-IMPORTE-EDITADO TO MOV-DATO
               PERFORM ESCRIBE-MOVIMIENTO
               ADD 1 TO WS-TOTAL-MODIFICACIONES
           END-IF.

      *    Base de cotizacion del periodo: el SDI vigente de cada
      *    empleado pagado en las cifras de la corrida. Quien no tiene
      *    SDI no se presenta y se cuenta en la lista de control para
      *    correr calcula-sdi antes de volver a extraer.
           EXTRAE-BASES-COTIZACION.
           OPEN INPUT CIFRAS-NOMINA.
           IF WS-FILE-STATUS-CIF NOT = "00"
               CLOSE CIFRAS-NOMINA
           END-IF.

           CARGA-SDI.
           OPEN INPUT SALARIOS-INTEGRADOS.
           IF WS-FILE-STATUS-SDI NOT = "00"
               DISPLAY "Aviso: sin salarios integrados ("
                   FUNCTION TRIM(WS-RUTA-SDI)
                   "); no hay bases que presentar."
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
               MOVE SDI-FACTOR TO WS-SDI-FACTOR (WS-TOTAL-SDI)
               MOVE SDI-PARTE-VARIABLE
                   TO WS-SDI-VARIABLE (WS-TOTAL-SDI)
               MOVE SDI-TOPADO TO WS-SDI-TOPADO (WS-TOTAL-SDI)
           END-IF.
           PERFORM LEE-SDI.

           LEE-CIFRAS.
           READ CIFRAS-NOMINA
               AT END
           EVALUA-BASE.
           IF CIF-TIPO = "D"
               AND CIF-REGIMEN NOT = "ASI"
               PERFORM BUSCA-SDI
               IF WS-SDI-ENCONTRADO > ZEROES
                   MOVE "S" TO MOV-TIPO
                   MOVE CIF-NUMERO TO MOV-NUMERO
                   MOVE CIF-SITIO TO MOV-SITIO
                   MOVE WS-HASTA TO MOV-FECHA
                   MOVE WS-SDI-INTEGRADO (WS-SDI-ENCONTRADO)
                       TO WS-IMPORTE-EDITADO
                   MOVE WS-IMPORTE-EDITADO TO MOV-DATO
                   PERFORM ESCRIBE-MOVIMIENTO
                   ADD 1 TO WS-TOTAL-BASES
               ELSE
                   DISPLAY "Aviso: el empleado " CIF-NUMERO " "
                       CIF-SITIO " no tiene SDI; no se presenta."
                   ADD 1 TO WS-TOTAL-SIN-SDI
               END-IF
           END-IF.
           PERFORM LEE-CIFRAS.

           BUSCA-SDI.
           MOVE ZEROES TO WS-SDI-ENCONTRADO.
           PERFORM VARYING WS-IX-SDI FROM 1 BY 1
               UNTIL WS-IX-SDI > WS-TOTAL-SDI
               OR WS-SDI-ENCONTRADO > ZEROES
               IF WS-SDI-NUMERO (WS-IX-SDI) = CIF-NUMERO
                   AND WS-SDI-SITIO (WS-IX-SDI) = CIF-SITIO
                   MOVE WS-IX-SDI TO WS-SDI-ENCONTRADO
               END-IF
           END-PERFORM.

      *    Licencias sin goce autorizadas: la corta se manda como
      *    ausentismo con sus dias en la fecha en que empieza; la
      *    larga como baja al empezar y reingreso al dia siguiente de
      *    terminar, cada movimiento solo si su fecha cae en el
      *    periodo. Va despues de las bases para tener cargado el SDI
      *    con que reingresa.
           EXTRAE-LICENCIAS.
           OPEN INPUT PERMISOS.
           IF WS-FILE-STATUS-PMS = "00"
               MOVE "1" TO FIN-DE-PERMISOS
               PERFORM LEE-PERMISO
               PERFORM EVALUA-LICENCIA UNTIL FIN-DE-PERMISOS = "0"
               CLOSE PERMISOS
           END-IF.

           LEE-PERMISO.
           READ PERMISOS
               AT END
                   MOVE "0" TO FIN-DE-PERMISOS
               NOT AT END
                   MOVE LINEA-PERMISO TO PERMISO-REGISTRO
           END-READ.

           EVALUA-LICENCIA.
           IF LINEA-PERMISO NOT = SPACES
               AND PMS-STATUS = "A"
               AND PMS-GOCE = "N"
               AND PMS-FECHA-INICIO IS NUMERIC
               AND PMS-FECHA-FIN IS NUMERIC
               PERFORM DERIVA-SITIO-NUMERO-LICENCIA
               IF PMS-DIAS <= WS-MAX-AUSENTISMO
                   IF PMS-FECHA-INICIO >= WS-DESDE
                       AND PMS-FECHA-INICIO <= WS-HASTA
                       MOVE "U" TO MOV-TIPO
                       MOVE PMS-FECHA-INICIO TO MOV-FECHA
                       MOVE PMS-DIAS TO WS-DIAS-EDITADOS
                       MOVE SPACES TO MOV-DATO
                       STRING "AUSENTISMO " WS-DIAS-EDITADOS " DIAS"
                           DELIMITED BY SIZE
                           INTO MOV-DATO
                       END-STRING
                       PERFORM ESCRIBE-MOVIMIENTO
                       ADD 1 TO WS-TOTAL-AUSENTISMOS
                   END-IF
               ELSE
                   PERFORM EVALUA-LICENCIA-LARGA
               END-IF
           END-IF.
           PERFORM LEE-PERMISO.

           EVALUA-LICENCIA-LARGA.
           IF PMS-FECHA-INICIO >= WS-DESDE
               AND PMS-FECHA-INICIO <= WS-HASTA
               MOVE "B" TO MOV-TIPO
               MOVE PMS-FECHA-INICIO TO MOV-FECHA
               MOVE "LICENCIA SIN GOCE" TO MOV-DATO
               PERFORM ESCRIBE-MOVIMIENTO
               ADD 1 TO WS-TOTAL-BAJAS-LICENCIA
           END-IF.
           COMPUTE WS-REINGRESO-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(PMS-FECHA-FIN)) + 1).
           IF WS-REINGRESO-NUM >= FUNCTION NUMVAL(WS-DESDE)
               AND WS-REINGRESO-NUM <= FUNCTION NUMVAL(WS-HASTA)
               MOVE "R" TO MOV-TIPO
               MOVE WS-REINGRESO-NUM TO MOV-FECHA
               MOVE MOV-NUMERO TO CIF-NUMERO
               MOVE MOV-SITIO TO CIF-SITIO
               PERFORM BUSCA-SDI
               IF WS-SDI-ENCONTRADO > ZEROES
                   MOVE WS-SDI-INTEGRADO (WS-SDI-ENCONTRADO)
                       TO WS-IMPORTE-EDITADO
                   MOVE WS-IMPORTE-EDITADO TO MOV-DATO
               ELSE
                   DISPLAY "Aviso: el reingreso de " MOV-NUMERO " "
                       MOV-SITIO " va sin SDI; corra calcula-sdi."
                   MOVE "LICENCIA SIN GOCE" TO MOV-DATO
               END-IF
               PERFORM ESCRIBE-MOVIMIENTO
               ADD 1 TO WS-TOTAL-REINGRESOS
           END-IF.

      *    Misma regla de CRUCEID.cpy que DERIVA-SITIO-NUMERO, sobre
      *    el ID del registro de permisos.
           DERIVA-SITIO-NUMERO-LICENCIA.
           IF PMS-EMPLEADO-ID IS NUMERIC
               MOVE SPACES TO MOV-SITIO
               MOVE PMS-EMPLEADO-ID (2:5) TO CRUCE-ID-NOMINA-X
           ELSE
               MOVE PMS-EMPLEADO-ID (1:2) TO MOV-SITIO
               MOVE ZEROES TO CRUCE-ID-NOMINA
               IF PMS-EMPLEADO-ID (3:4) IS NUMERIC
                   MOVE PMS-EMPLEADO-ID (3:4)
                       TO CRUCE-ID-NOMINA-X (2:4)
               END-IF
           END-IF.
           MOVE CRUCE-ID-NOMINA TO MOV-NUMERO.

      *    Traslados de sitio del periodo: el numero viejo y el nuevo
      *    se resuelven a la fecha del traslado; si el registro
      *    patronal no cambia no hay movimiento ante el IMSS.
           EXTRAE-TRASLADOS.
           OPEN INPUT EQUIVALENCIAS-ID.
           IF WS-FILE-STATUS-EQU = "00"
               MOVE "1" TO FIN-DE-EQUIVALENCIAS
               PERFORM LEE-EQUIVALENCIA
               PERFORM EVALUA-TRASLADO
                   UNTIL FIN-DE-EQUIVALENCIAS = "0"
               CLOSE EQUIVALENCIAS-ID
           END-IF.

           LEE-EQUIVALENCIA.
           READ EQUIVALENCIAS-ID
               AT END
                   MOVE "0" TO FIN-DE-EQUIVALENCIAS
               NOT AT END
                   MOVE LINEA-EQUIVALENCIA TO EQUIVALENCIA-REGISTRO
           END-READ.

           EVALUA-TRASLADO.
           IF LINEA-EQUIVALENCIA NOT = SPACES
               AND EQU-FECHA IS NUMERIC
               AND EQU-FECHA >= WS-DESDE
               AND EQU-FECHA <= WS-HASTA
               MOVE EQU-ID-ANTERIOR TO WS-ID-EQUIVALENCIA
               PERFORM DERIVA-SITIO-NUMERO-EQUIVALENCIA
               MOVE MOV-SITIO TO WS-SITIO-ANTERIOR
               MOVE MOV-NUMERO TO WS-NUMERO-ANTERIOR
               MOVE EQU-ID-NUEVO TO WS-ID-EQUIVALENCIA
               PERFORM DERIVA-SITIO-NUMERO-EQUIVALENCIA
               MOVE MOV-SITIO TO WS-SITIO-NUEVO
               MOVE MOV-NUMERO TO WS-NUMERO-NUEVO
               MOVE EQU-FECHA TO WS-FECHA-CAMBIO-NUM
               MOVE WS-SITIO-ANTERIOR TO RPB-SITIO
               MOVE WS-NUMERO-ANTERIOR TO RPB-NUMERO
               MOVE EQU-FECHA TO RPB-FECHA
               PERFORM RESUELVE-REGISTRO
               MOVE RPB-REGISTRO TO WS-REGISTRO-ANTERIOR
               MOVE WS-SITIO-NUEVO TO RPB-SITIO
               MOVE WS-NUMERO-NUEVO TO RPB-NUMERO
               PERFORM RESUELVE-REGISTRO
               MOVE RPB-REGISTRO TO WS-REGISTRO-NUEVO
               IF WS-REGISTRO-ANTERIOR = WS-REGISTRO-NUEVO
                   ADD 1 TO WS-TOTAL-TRASLADOS-MISMO
               ELSE
                   COMPUTE WS-FECHA-REINGRESO-NUM =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (WS-FECHA-CAMBIO-NUM) + 1)
                   PERFORM ESCRIBE-CAMBIO-REGISTRO
               END-IF
           END-IF.
           PERFORM LEE-EQUIVALENCIA.

      *    Cambios de registro capturados por empleado con fecha en el
      *    periodo: el registro de un dia antes contra el de la fecha
      *    del cambio. La baja va el ultimo dia en el registro
      *    anterior y el reingreso el dia del cambio.
           EXTRAE-CAMBIOS-REGISTRO.
           OPEN INPUT ASIGNACIONES-PATRONALES.
           IF WS-FILE-STATUS-RPE = "00"
               MOVE "1" TO FIN-DE-ASIGNACIONES
               PERFORM LEE-ASIGNACION
               PERFORM EVALUA-CAMBIO-REGISTRO
                   UNTIL FIN-DE-ASIGNACIONES = "0"
               CLOSE ASIGNACIONES-PATRONALES
           END-IF.

           LEE-ASIGNACION.
           READ ASIGNACIONES-PATRONALES
               AT END
                   MOVE "0" TO FIN-DE-ASIGNACIONES
               NOT AT END
                   MOVE LINEA-ASIGNACION TO REGISTRO-PATRONAL-EMPLEADO
           END-READ.

           EVALUA-CAMBIO-REGISTRO.
           IF LINEA-ASIGNACION NOT = SPACES
               AND RPE-NUMERO IS NUMERIC
               AND RPE-FECHA-DESDE IS NUMERIC
               AND RPE-FECHA-DESDE >= WS-DESDE
               AND RPE-FECHA-DESDE <= WS-HASTA
               MOVE RPE-SITIO TO WS-SITIO-ANTERIOR WS-SITIO-NUEVO
               MOVE RPE-NUMERO TO WS-NUMERO-ANTERIOR WS-NUMERO-NUEVO
               COMPUTE WS-FECHA-ANTERIOR-NUM =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(RPE-FECHA-DESDE)) - 1)
               MOVE RPE-SITIO TO RPB-SITIO
               MOVE RPE-NUMERO TO RPB-NUMERO
               MOVE WS-FECHA-ANTERIOR-NUM TO RPB-FECHA
               PERFORM RESUELVE-REGISTRO
               MOVE RPB-REGISTRO TO WS-REGISTRO-ANTERIOR
               MOVE RPE-FECHA-DESDE TO RPB-FECHA
               PERFORM RESUELVE-REGISTRO
               MOVE RPB-REGISTRO TO WS-REGISTRO-NUEVO
               IF WS-REGISTRO-ANTERIOR NOT = WS-REGISTRO-NUEVO
                   MOVE WS-FECHA-ANTERIOR-NUM TO WS-FECHA-CAMBIO-NUM
                   MOVE RPE-FECHA-DESDE TO WS-FECHA-REINGRESO-NUM
                   PERFORM ESCRIBE-CAMBIO-REGISTRO
               END-IF
           END-IF.
           PERFORM LEE-ASIGNACION.

           RESUELVE-REGISTRO.
           MOVE "E" TO RPB-ACCION.
           CALL "busca-registro-patronal"
               USING REGISTRO-PATRONAL-CONSULTA.

      *    Baja en el registro anterior y reingreso con el SDI vigente
      *    en el nuevo, cada uno solo si su fecha cae en el periodo.
           ESCRIBE-CAMBIO-REGISTRO.
           IF WS-FECHA-CAMBIO-NUM >= FUNCTION NUMVAL(WS-DESDE)
               AND WS-FECHA-CAMBIO-NUM <= FUNCTION NUMVAL(WS-HASTA)
               MOVE "B" TO MOV-TIPO
               MOVE WS-NUMERO-ANTERIOR TO MOV-NUMERO
               MOVE WS-SITIO-ANTERIOR TO MOV-SITIO
               MOVE WS-FECHA-CAMBIO-NUM TO MOV-FECHA
               MOVE "CAMBIO DE REGISTRO PATRONAL" TO MOV-DATO
               MOVE WS-REGISTRO-ANTERIOR TO MOV-REGISTRO
               PERFORM ESCRIBE-LINEA-MOVIMIENTO
           END-IF.
           IF WS-FECHA-REINGRESO-NUM >= FUNCTION NUMVAL(WS-DESDE)
               AND WS-FECHA-REINGRESO-NUM <= FUNCTION NUMVAL(WS-HASTA)
               MOVE "R" TO MOV-TIPO
               MOVE WS-NUMERO-NUEVO TO MOV-NUMERO
               MOVE WS-SITIO-NUEVO TO MOV-SITIO
               MOVE WS-FECHA-REINGRESO-NUM TO MOV-FECHA
               MOVE WS-NUMERO-NUEVO TO CIF-NUMERO
               MOVE WS-SITIO-NUEVO TO CIF-SITIO
               PERFORM BUSCA-SDI
               IF WS-SDI-ENCONTRADO = ZEROES
                   MOVE WS-NUMERO-ANTERIOR TO CIF-NUMERO
                   MOVE WS-SITIO-ANTERIOR TO CIF-SITIO
                   PERFORM BUSCA-SDI
               END-IF
               IF WS-SDI-ENCONTRADO > ZEROES
                   MOVE WS-SDI-INTEGRADO (WS-SDI-ENCONTRADO)
                       TO WS-IMPORTE-EDITADO
                   MOVE WS-IMPORTE-EDITADO TO MOV-DATO
               ELSE
                   DISPLAY "Aviso: el reingreso de " MOV-NUMERO " "
                       MOV-SITIO " va sin SDI; corra calcula-sdi."
                   MOVE "CAMBIO DE REGISTRO PATRONAL" TO MOV-DATO
               END-IF
               MOVE WS-REGISTRO-NUEVO TO MOV-REGISTRO
               PERFORM ESCRIBE-LINEA-MOVIMIENTO
           END-IF.
           ADD 1 TO WS-TOTAL-CAMBIOS-REGISTRO.

      *    Misma regla de CRUCEID.cpy que DERIVA-SITIO-NUMERO, sobre
      *    cada ID del cruce de equivalencias.
           DERIVA-SITIO-NUMERO-EQUIVALENCIA.
           IF WS-ID-EQUIVALENCIA IS NUMERIC
               MOVE SPACES TO MOV-SITIO
               MOVE WS-ID-EQUIVALENCIA (2:5) TO CRUCE-ID-NOMINA-X
           ELSE
               MOVE WS-ID-EQUIVALENCIA (1:2) TO MOV-SITIO
               MOVE ZEROES TO CRUCE-ID-NOMINA
               IF WS-ID-EQUIVALENCIA (3:4) IS NUMERIC
                   MOVE WS-ID-EQUIVALENCIA (3:4)
                       TO CRUCE-ID-NOMINA-X (2:4)
               END-IF
           END-IF.
           MOVE CRUCE-ID-NOMINA TO MOV-NUMERO.

      *    Con catalogo de registros patronales, un archivo por
      *    registro releyendo el consolidado; los movimientos sin
      *    registro solo quedan en el consolidado.
           SEPARA-POR-REGISTRO.
           MOVE "I" TO RPB-ACCION.
           MOVE 1 TO RPB-NUMERO.
           CALL "busca-registro-patronal"
               USING REGISTRO-PATRONAL-CONSULTA.
           MOVE RPB-TOTAL-REGISTROS TO WS-TOTAL-REGISTROS.
           IF WS-TOTAL-REGISTROS > 50
               MOVE 50 TO WS-TOTAL-REGISTROS
           END-IF.
           PERFORM SEPARA-REGISTRO
               VARYING WS-IX-REG FROM 1 BY 1
               UNTIL WS-IX-REG > WS-TOTAL-REGISTROS.
           IF WS-TOTAL-REGISTROS > ZEROES
               PERFORM CUENTA-SIN-REGISTRO
           END-IF.

           SEPARA-REGISTRO.
           MOVE "I" TO RPB-ACCION.
           MOVE WS-IX-REG TO RPB-NUMERO.
           CALL "busca-registro-patronal"
               USING REGISTRO-PATRONAL-CONSULTA.
           MOVE RPB-REGISTRO TO WS-REG-REGISTRO (WS-IX-REG).
           MOVE ZEROES TO WS-REG-MOVIMIENTOS (WS-IX-REG).
           CALL "arma-ruta-registro"
               USING WS-RUTA-EXTRACTO RPB-REGISTRO
                   WS-RUTA-EXTRACTO-REG.
           OPEN OUTPUT EXTRACTO-REGISTRO.
           IF WS-FILE-STATUS-EXR NOT = "00"
               DISPLAY "No se pudo crear el extracto del registro "
                   RPB-REGISTRO ": "
                   FUNCTION TRIM(WS-RUTA-EXTRACTO-REG)
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT EXTRACTO-SALIDA
               MOVE "1" TO FIN-DEL-EXTRACTO
               PERFORM LEE-EXTRACTO
               PERFORM COPIA-MOVIMIENTO-REGISTRO
                   UNTIL FIN-DEL-EXTRACTO = "0"
               CLOSE EXTRACTO-SALIDA
               CLOSE EXTRACTO-REGISTRO
           END-IF.

           LEE-EXTRACTO.
           READ EXTRACTO-SALIDA
               AT END
                   MOVE "0" TO FIN-DEL-EXTRACTO
               NOT AT END
                   MOVE LINEA-EXTRACTO TO WS-REGISTRO-MOVIMIENTO
           END-READ.

           COPIA-MOVIMIENTO-REGISTRO.
           IF MOV-REGISTRO = WS-REG-REGISTRO (WS-IX-REG)
               MOVE LINEA-EXTRACTO TO LINEA-EXTRACTO-REG
               WRITE LINEA-EXTRACTO-REG
               ADD 1 TO WS-REG-MOVIMIENTOS (WS-IX-REG)
           END-IF.
           PERFORM LEE-EXTRACTO.

           CUENTA-SIN-REGISTRO.
           OPEN INPUT EXTRACTO-SALIDA.
           MOVE "1" TO FIN-DEL-EXTRACTO.
           PERFORM LEE-EXTRACTO.
           PERFORM CUENTA-MOVIMIENTO-SIN-REGISTRO
               UNTIL FIN-DEL-EXTRACTO = "0".
           CLOSE EXTRACTO-SALIDA.

           CUENTA-MOVIMIENTO-SIN-REGISTRO.
           IF MOV-REGISTRO = SPACES
               ADD 1 TO WS-TOTAL-SIN-REGISTRO
           END-IF.
           PERFORM LEE-EXTRACTO.

           MUESTRA-CONTEO-REGISTRO.
           CALL "arma-ruta-registro"
               USING WS-RUTA-EXTRACTO WS-REG-REGISTRO (WS-IX-REG)
                   WS-RUTA-EXTRACTO-REG.
           DISPLAY "  " WS-REG-REGISTRO (WS-IX-REG) ": "
               WS-REG-MOVIMIENTOS (WS-IX-REG) " en "
               FUNCTION TRIM(WS-RUTA-EXTRACTO-REG).
       END PROGRAM extracto-imss.
