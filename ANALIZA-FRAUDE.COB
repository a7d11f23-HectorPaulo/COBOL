      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CORRIDA PERIODICA DE EXCEPCIONES DE FRAUDE DE NOMINA
      *         (EMPLEADOS FANTASMA Y PAGOS INDEBIDOS): CRUZA EL
      *         DIRECTORIO, EL MAESTRO DE NOMINA, LAS CIFRAS DE LA
      *         CORRIDA (CIFREG.cpy), EL ARCHIVO DE HORAS, LAS
      *         CHECADAS, LAS INCAPACIDADES, LOS MOVIMIENTOS DE
      *         VACACIONES Y EL ARCHIVO DE DISPERSION, Y LEVANTA UNA
      *         ALERTA POR EMPLEADO Y REGLA: CLB = LA MISMA CLABE EN
      *         DOS O MAS EMPLEADOS DEL DIRECTORIO; CLD = LA MISMA
      *         CLABE DEPOSITADA A DOS NUMEROS EN LA DISPERSION; TEL /
      *         DOM = TELEFONO O DOMICILIO COMPARTIDO ENTRE EMPLEADOS
      *         VIGENTES SIN PARENTESCO (SE TOMAN COMO PARIENTES LOS
      *         QUE COMPARTEN EL PRIMER APELLIDO); SCH = PAGADO EN EL
      *         PERIODO SIN UNA SOLA CHECADA Y SIN INCAPACIDAD NI
      *         VACACIONES QUE LO JUSTIFIQUEN (LOS ASIMILADOS NO
      *         CHECAN); PBJ = PAGADO DESPUES DE SU FECHA DE BAJA;
      *         SDR = NUMERO ACTIVO DEL MAESTRO O PAGADO QUE NO CRUZA
      *         CON EL DIRECTORIO (CRUCEID.cpy); SID = PAGADO SIN RFC,
      *         CURP O NSS. LAS ALERTAS VAN A LA LISTA DE REVISION
      *         (FRAREG.cpy) DONDE dictamina-fraude LES PONE SU CODIGO
      *         DE DISPOSICION: LO DICTAMINADO COMO FALSO POSITIVO NO
      *         SE VUELVE A LEVANTAR MIENTRAS LA EVIDENCIA NO CAMBIE.
      *         PERIODO EN FRAUDE_PERIODO (AAAAMM); POR OMISION EL DEL
      *         TOTAL DE LAS CIFRAS O EL MES EN CURSO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. analiza-fraude.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT NOMINA-MAESTRO
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT CIFRAS-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-CIFRAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CIF.

       SELECT HORAS-REPORTADAS
       ASSIGN TO DYNAMIC WS-RUTA-HORAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-HOR.

       SELECT CHECADAS-CRUDAS
       ASSIGN TO DYNAMIC WS-RUTA-CHECADAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CHE.

       SELECT INCAPACIDADES
       ASSIGN TO DYNAMIC WS-RUTA-INCAPACIDADES
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-INC.

       SELECT MOVIMIENTOS-VACACIONES
       ASSIGN TO DYNAMIC WS-RUTA-MOVIMIENTOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-MOV.

       SELECT ARCHIVO-DISPERSION
       ASSIGN TO DYNAMIC WS-RUTA-DISPERSION
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DIS.

      *    Lista de revision de las alertas (FRAREG.cpy).
       SELECT COLA-FRAUDE
       ASSIGN TO DYNAMIC WS-RUTA-COLA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FRA-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-COL.

       SELECT REPORTE-FRAUDE
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD NOMINA-MAESTRO.
           COPY NOMIDX.

       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD HORAS-REPORTADAS.
       01  LINEA-HORAS PIC X(40).

       FD CHECADAS-CRUDAS.
       01  LINEA-CHECADA PIC X(30).

       FD INCAPACIDADES.
           COPY INCREG.

       FD MOVIMIENTOS-VACACIONES.
       01  LINEA-MOVIMIENTO PIC X(20).

       FD ARCHIVO-DISPERSION.
       01  LINEA-DISPERSION PIC X(50).

       FD COLA-FRAUDE.
           COPY FRAREG.

       FD REPORTE-FRAUDE.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
       COPY NOMREG.
       COPY CIFREG.
       COPY RPTENC.

       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-NOMINA PIC X(200).
       01  WS-FILE-STATUS-NOM PIC X(2).
       01  WS-RUTA-CIFRAS PIC X(200).
       01  WS-FILE-STATUS-CIF PIC X(2).
       01  WS-RUTA-HORAS PIC X(200).
       01  WS-FILE-STATUS-HOR PIC X(2).
       01  WS-RUTA-CHECADAS PIC X(200).
       01  WS-FILE-STATUS-CHE PIC X(2).
       01  WS-RUTA-INCAPACIDADES PIC X(200).
       01  WS-FILE-STATUS-INC PIC X(2).
       01  WS-RUTA-MOVIMIENTOS PIC X(200).
       01  WS-FILE-STATUS-MOV PIC X(2).
       01  WS-RUTA-DISPERSION PIC X(200).
       01  WS-FILE-STATUS-DIS PIC X(2).
       01  WS-RUTA-COLA PIC X(200).
       01  WS-FILE-STATUS-COL PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  FIN-DE-COLA PIC X.
       01  WS-FECHA-HOY PIC X(8).

       01  WS-PERIODO-X PIC X(6).
       01  WS-PERIODO PIC 9(6).
       01  WS-PERIODO-CIFRAS PIC X(6) VALUE SPACES.
       01  WS-MES-SIGUIENTE PIC 9(6).
       01  WS-INI-MES-ENTERO PIC 9(7).
       01  WS-FIN-MES-ENTERO PIC 9(7).
       01  WS-INI-RANGO PIC 9(7).
       01  WS-FIN-RANGO PIC 9(7).
       01  WS-PRIMER-DIA PIC X(8).
       01  WS-ULTIMO-DIA PIC X(8).

      *    Directorio en memoria para los cruces entre empleados
      *    (CLABE, telefono y domicilio compartidos). Cada renglon
      *    guarda el primer ID con el que comparte y cuantos mas.
       01  WS-TABLA-DIRECTORIO.
           05 WS-DIR-RENGLON OCCURS 9999 TIMES.
               10 WS-DIR-ID PIC X(6).
               10 WS-DIR-APELLIDO PIC X(15).
               10 WS-DIR-STATUS PIC X(1).
               10 WS-DIR-TELEFONO PIC X(9).
               10 WS-DIR-DIRECCION PIC X(35).
               10 WS-DIR-CLABE PIC X(18).
               10 WS-DIR-CON-CLABE PIC X(6).
               10 WS-DIR-MAS-CLABE PIC 9(4).
               10 WS-DIR-CON-TELEFONO PIC X(6).
               10 WS-DIR-MAS-TELEFONO PIC 9(4).
               10 WS-DIR-CON-DIRECCION PIC X(6).
               10 WS-DIR-MAS-DIRECCION PIC 9(4).
       01  WS-TOTAL-DIRECTORIO PIC 9(4) VALUE ZEROES.
       01  WS-IX-DIR PIC 9(4).
       01  WS-IX-DIR-2 PIC 9(4).

      *    Pagados del periodo segun las cifras de la corrida.
       01  WS-TABLA-PAGADOS.
           05 WS-PAG-RENGLON OCCURS 9999 TIMES.
               10 WS-PAG-NUMERO PIC 9(5).
               10 WS-PAG-SITIO PIC X(2).
               10 WS-PAG-ID PIC X(6).
               10 WS-PAG-REGIMEN PIC X(3).
               10 WS-PAG-CHECO PIC X(1).
               10 WS-PAG-JUSTIFICADO PIC X(1).
               10 WS-PAG-HORAS PIC 9(5)V99.
       01  WS-TOTAL-PAGADOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-PAG PIC 9(4).

      *    Depositos de la dispersion (CLABE y numero de nomina).
       01  WS-TABLA-DEPOSITOS.
           05 WS-DEP-RENGLON OCCURS 9999 TIMES.
               10 WS-DEP-CLABE PIC X(18).
               10 WS-DEP-NUMERO PIC 9(5).
               10 WS-DEP-CON-NUMERO PIC 9(5).
               10 WS-DEP-MAS PIC 9(4).
       01  WS-TOTAL-DEPOSITOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-DEP PIC 9(4).
       01  WS-IX-DEP-2 PIC 9(4).

       01  WS-DETALLE-DISPERSION.
           05 DIS-TIPO PIC X.
           05 DIS-CONSECUTIVO PIC 9(6).
           05 DIS-CLABE PIC X(18).
           05 DIS-BANCO PIC X(3).
           05 DIS-NUMERO PIC 9(5).
           05 DIS-IMPORTE-CENT PIC 9(11).
           05 FILLER PIC X(6).

      *    Alertas abiertas de corridas anteriores: las que esta
      *    corrida no vuelve a encontrar se cierran al final.
       01  WS-TABLA-ABIERTAS.
           05 WS-ABI-RENGLON OCCURS 9999 TIMES.
               10 WS-ABI-LLAVE PIC X(9).
               10 WS-ABI-CONFIRMADA PIC X.
       01  WS-TOTAL-ABIERTAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-ABI PIC 9(4).

      *    Llaves ya levantadas en esta corrida, para no repetir una
      *    alerta que dos cruces distintos encuentran.
       01  WS-TABLA-VISTAS.
           05 WS-VIS-LLAVE OCCURS 9999 TIMES PIC X(9).
       01  WS-TOTAL-VISTAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-VIS PIC 9(4).
       01  WS-VISTA PIC X.

       01  WS-HALLAZGO.
           05 WS-HAL-LLAVE.
               10 WS-HAL-REGLA PIC X(3).
               10 WS-HAL-ID PIC X(6).
           05 WS-HAL-DETALLE PIC X(60).
       01  WS-HAL-ESTADO PIC X(10).

       01  WS-NUMERO-X PIC X(6).
       01  WS-FECHA-X PIC X(10).
       01  WS-HORA-X PIC X(6).
       01  WS-TIPO-X PIC X(2).
       01  WS-DIAS-X PIC X(4).
       01  WS-NORMALES-X PIC X(10).
       01  WS-EXTRA-X PIC X(10).
       01  WS-NUMERO-LEIDO PIC 9(5).
       01  WS-DIAS-LEIDOS PIC 9(3).
       01  WS-HORAS-LEIDAS PIC 9(5)V99.
       01  WS-HORAS-EDITADAS PIC ZZZZ9.99.
       01  WS-MAS-EDITADO PIC ZZZ9.
       01  WS-FALTANTES PIC X(15).
       01  WS-APELLIDOS-X PIC X(35).
       01  WS-ID-NOMINA-X PIC X(6).

       01  WS-TOTAL-NUEVAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-PENDIENTES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-CONFIRMADAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-REABIERTAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-DESCARTADAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-CERRADAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-LISTADAS PIC 9(6) VALUE ZEROES.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(42) VALUE
               "EXCEPCIONES DE FRAUDE DE NOMINA - PERIODO ".
           05 TIT-PERIODO PIC X(6).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "REGLA ID     ESTADO     DETALLE         ".
       01  WS-LINEA-ALERTA.
           05 ALE-REGLA PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 ALE-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ALE-ESTADO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ALE-DETALLE PIC X(60).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "analiza-fraude".
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
           PERFORM CARGA-PAGADOS.
           PERFORM RESUELVE-PERIODO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO."
                   " FILE STATUS: " WS-FILE-STATUS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGA-DIRECTORIO.
           PERFORM ABRE-COLA-FRAUDE.
           OPEN OUTPUT REPORTE-FRAUDE.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE COLA-FRAUDE
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.

           PERFORM COMPARA-CON-SIGUIENTES
               VARYING WS-IX-DIR FROM 1 BY 1
               UNTIL WS-IX-DIR > WS-TOTAL-DIRECTORIO.
           PERFORM LEVANTA-COMPARTIDOS
               VARYING WS-IX-DIR FROM 1 BY 1
               UNTIL WS-IX-DIR > WS-TOTAL-DIRECTORIO.
           PERFORM CARGA-DEPOSITOS.
           PERFORM COMPARA-DEPOSITOS
               VARYING WS-IX-DEP FROM 1 BY 1
               UNTIL WS-IX-DEP > WS-TOTAL-DEPOSITOS.
           PERFORM LEVANTA-DEPOSITOS
               VARYING WS-IX-DEP FROM 1 BY 1
               UNTIL WS-IX-DEP > WS-TOTAL-DEPOSITOS.
           PERFORM REVISA-MAESTRO.
           PERFORM MARCA-CHECADAS.
           PERFORM MARCA-HORAS.
           PERFORM MARCA-INCAPACIDADES.
           PERFORM MARCA-VACACIONES.
           PERFORM REVISA-PAGADO
               VARYING WS-IX-PAG FROM 1 BY 1
               UNTIL WS-IX-PAG > WS-TOTAL-PAGADOS.

           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM CIERRA-ALERTAS-RESUELTAS
               VARYING WS-IX-ABI FROM 1 BY 1
               UNTIL WS-IX-ABI > WS-TOTAL-ABIERTAS.
           CLOSE COLA-FRAUDE.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-FRAUDE.
           DISPLAY "Periodo revisado: " WS-PERIODO.
           DISPLAY "Pagados en las cifras: " WS-TOTAL-PAGADOS.
           DISPLAY "Alertas nuevas: " WS-TOTAL-NUEVAS.
           DISPLAY "Alertas que siguen abiertas: "
               WS-TOTAL-PENDIENTES.
           DISPLAY "Descartadas por falso positivo: "
               WS-TOTAL-DESCARTADAS.
           DISPLAY "Alertas cerradas (ya no aparecen): "
               WS-TOTAL-CERRADAS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-LISTADAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-NOMINA FROM ENVIRONMENT
               "REGISTRO_NOMINA_ENTRADA_PATH".
           ACCEPT WS-RUTA-CIFRAS FROM ENVIRONMENT
               "REGISTRO_NOMINA_CIFRAS_PATH".
           IF WS-RUTA-CIFRAS = SPACES
               MOVE "CIFRAS-NOMINA.dat" TO WS-RUTA-CIFRAS
           END-IF.
           ACCEPT WS-RUTA-HORAS FROM ENVIRONMENT
               "REGISTRO_NOMINA_HORAS_PATH".
           IF WS-RUTA-HORAS = SPACES
               MOVE "HORAS.txt" TO WS-RUTA-HORAS
           END-IF.
           ACCEPT WS-RUTA-CHECADAS FROM ENVIRONMENT "CHECADAS_PATH".
           IF WS-RUTA-CHECADAS = SPACES
               MOVE "CHECADAS.txt" TO WS-RUTA-CHECADAS
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
           ACCEPT WS-RUTA-DISPERSION FROM ENVIRONMENT
               "DISPERSION_SALIDA_PATH".
           IF WS-RUTA-DISPERSION = SPACES
               MOVE "DISPERSION-NOMINA.txt" TO WS-RUTA-DISPERSION
           END-IF.
           ACCEPT WS-RUTA-COLA FROM ENVIRONMENT "COLA_FRAUDE_PATH".
           IF WS-RUTA-COLA = SPACES
               MOVE "COLA-FRAUDE.dat" TO WS-RUTA-COLA
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT "FRAUDE_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-FRAUDE" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

      *    El periodo explicito manda; si no, el del total de las
      *    cifras leidas; si tampoco, el mes en curso.
           RESUELVE-PERIODO.
           ACCEPT WS-PERIODO-X FROM ENVIRONMENT "FRAUDE_PERIODO".
           IF WS-PERIODO-X NOT NUMERIC
               MOVE WS-PERIODO-CIFRAS TO WS-PERIODO-X
           END-IF.
           IF WS-PERIODO-X NOT NUMERIC
               MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO-X
           END-IF.
           MOVE WS-PERIODO-X TO WS-PERIODO.
           COMPUTE WS-INI-MES-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-PERIODO * 100 + 1).
           IF FUNCTION MOD(WS-PERIODO, 100) = 12
               COMPUTE WS-MES-SIGUIENTE = WS-PERIODO + 89
           ELSE
               COMPUTE WS-MES-SIGUIENTE = WS-PERIODO + 1
           END-IF.
           COMPUTE WS-FIN-MES-ENTERO =
               FUNCTION INTEGER-OF-DATE
                   (WS-MES-SIGUIENTE * 100 + 1) - 1.
           MOVE WS-PERIODO-X TO WS-PRIMER-DIA (1:6).
           MOVE "01" TO WS-PRIMER-DIA (7:2).
           MOVE WS-PERIODO-X TO WS-ULTIMO-DIA (1:6).
           MOVE "31" TO WS-ULTIMO-DIA (7:2).

      *    Sin cifras no hay a quien revisar el pago; los cruces del
      *    directorio y del maestro se hacen de todos modos.
           CARGA-PAGADOS.
           OPEN INPUT CIFRAS-NOMINA.
           IF WS-FILE-STATUS-CIF NOT = "00"
               DISPLAY "AVISO: sin archivo de cifras ("
                   FUNCTION TRIM(WS-RUTA-CIFRAS)
                   "); no se revisan los pagos del periodo."
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-CIFRAS
               PERFORM AGREGA-PAGADO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE CIFRAS-NOMINA
           END-IF.

           LEE-LINEA-CIFRAS.
           READ CIFRAS-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-CIFRAS TO CIFRAS-REGISTRO
           END-READ.

           AGREGA-PAGADO.
           IF CIF-TIPO = "D"
               AND CIF-NETO > ZEROES
               AND WS-TOTAL-PAGADOS < 9999
               ADD 1 TO WS-TOTAL-PAGADOS
               MOVE CIF-NUMERO TO WS-PAG-NUMERO (WS-TOTAL-PAGADOS)
               MOVE CIF-SITIO TO WS-PAG-SITIO (WS-TOTAL-PAGADOS)
               MOVE CIF-NUMERO TO CRUCE-ID-NOMINA
               MOVE CIF-SITIO TO CRUCE-ID-SITIO
               CALL "forma-id-directorio"
                   USING CRUCE-ID-SITIO CRUCE-ID-NOMINA
                       WS-PAG-ID (WS-TOTAL-PAGADOS)
               END-CALL
               MOVE CIF-REGIMEN TO WS-PAG-REGIMEN (WS-TOTAL-PAGADOS)
               MOVE "N" TO WS-PAG-CHECO (WS-TOTAL-PAGADOS)
               MOVE "N" TO WS-PAG-JUSTIFICADO (WS-TOTAL-PAGADOS)
               MOVE ZEROES TO WS-PAG-HORAS (WS-TOTAL-PAGADOS)
           ELSE
               IF CIF-TIPO = "T"
                   MOVE LINEA-CIFRAS TO CIFRAS-TOTALES-REGISTRO
                   MOVE CIF-TOT-PERIODO TO WS-PERIODO-CIFRAS
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CIFRAS.

           CARGA-DIRECTORIO.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-EMPLEADO.
           PERFORM AGREGA-DIRECTORIO UNTIL FIN-DE-ENTRADA = "0".

           LEE-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

      *    Los inactivos (baja logica) no entran a los cruces; el
      *    domicilio se compara en mayusculas para que "Av." y "AV."
      *    cuenten igual.
           AGREGA-DIRECTORIO.
           IF EMPLEADOS-STATUS NOT = "I"
               AND WS-TOTAL-DIRECTORIO < 9999
               ADD 1 TO WS-TOTAL-DIRECTORIO
               MOVE EMPLEADOS-ID TO WS-DIR-ID (WS-TOTAL-DIRECTORIO)
               MOVE SPACES TO WS-DIR-APELLIDO (WS-TOTAL-DIRECTORIO)
               MOVE FUNCTION UPPER-CASE(EMPLEADOS-APELLIDOS)
                   TO WS-APELLIDOS-X
               UNSTRING WS-APELLIDOS-X DELIMITED BY ALL SPACE
                   INTO WS-DIR-APELLIDO (WS-TOTAL-DIRECTORIO)
               END-UNSTRING
               MOVE EMPLEADOS-STATUS
                   TO WS-DIR-STATUS (WS-TOTAL-DIRECTORIO)
               MOVE EMPLEADOS-TELEFONO
                   TO WS-DIR-TELEFONO (WS-TOTAL-DIRECTORIO)
               MOVE FUNCTION UPPER-CASE(EMPLEADOS-DIRECCION)
                   TO WS-DIR-DIRECCION (WS-TOTAL-DIRECTORIO)
               MOVE EMPLEADOS-CLABE
                   TO WS-DIR-CLABE (WS-TOTAL-DIRECTORIO)
               MOVE SPACES TO WS-DIR-CON-CLABE (WS-TOTAL-DIRECTORIO)
                   WS-DIR-CON-TELEFONO (WS-TOTAL-DIRECTORIO)
                   WS-DIR-CON-DIRECCION (WS-TOTAL-DIRECTORIO)
               MOVE ZEROES TO WS-DIR-MAS-CLABE (WS-TOTAL-DIRECTORIO)
                   WS-DIR-MAS-TELEFONO (WS-TOTAL-DIRECTORIO)
                   WS-DIR-MAS-DIRECCION (WS-TOTAL-DIRECTORIO)
           END-IF.
           PERFORM LEE-EMPLEADO.

      *    Las alertas abiertas se cargan a memoria para cerrar al
      *    final las que ya no se confirmaron.
           ABRE-COLA-FRAUDE.
           OPEN I-O COLA-FRAUDE.
           IF WS-FILE-STATUS-COL = "35"
               OPEN OUTPUT COLA-FRAUDE
               CLOSE COLA-FRAUDE
               OPEN I-O COLA-FRAUDE
           END-IF.
           IF WS-FILE-STATUS-COL NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir la lista de "
                   "revision. FILE STATUS: " WS-FILE-STATUS-COL
               CLOSE EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO FRA-LLAVE.
           MOVE "1" TO FIN-DE-COLA.
           START COLA-FRAUDE KEY IS NOT LESS THAN FRA-LLAVE
               INVALID KEY
                   MOVE "0" TO FIN-DE-COLA
           END-START.
           PERFORM CARGA-ALERTA-ABIERTA UNTIL FIN-DE-COLA = "0".

           CARGA-ALERTA-ABIERTA.
           READ COLA-FRAUDE NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-COLA
               NOT AT END
                   IF FRA-STATUS = "A"
                       AND WS-TOTAL-ABIERTAS < 9999
                       ADD 1 TO WS-TOTAL-ABIERTAS
                       MOVE FRA-LLAVE
                           TO WS-ABI-LLAVE (WS-TOTAL-ABIERTAS)
                       MOVE "N"
                           TO WS-ABI-CONFIRMADA (WS-TOTAL-ABIERTAS)
                   END-IF
           END-READ.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-PERIODO-X TO TIT-PERIODO.
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CLB CLABE repetida en el directorio   CLD CLABE "
               TO LINEA-REPORTE.
           MOVE "depositada a dos numeros" TO LINEA-REPORTE (50:24).
           WRITE LINEA-REPORTE.
           MOVE "TEL telefono compartido sin parentesco   DOM "
               TO LINEA-REPORTE.
           MOVE "domicilio compartido" TO LINEA-REPORTE (46:20).
           WRITE LINEA-REPORTE.
           MOVE "SCH pagado sin checadas ni justificante   PBJ "
               TO LINEA-REPORTE.
           MOVE "pagado despues de la baja" TO LINEA-REPORTE (47:25).
           WRITE LINEA-REPORTE.
           MOVE "SDR numero sin cruce con el directorio   SID "
               TO LINEA-REPORTE.
           MOVE "pagado sin RFC/CURP/NSS" TO LINEA-REPORTE (46:23).
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Cada par de empleados se compara una sola vez.
           COMPARA-CON-SIGUIENTES.
           COMPUTE WS-IX-DIR-2 = WS-IX-DIR + 1.
           PERFORM COMPARA-PAR-EMPLEADOS
               VARYING WS-IX-DIR-2 FROM WS-IX-DIR-2 BY 1
               UNTIL WS-IX-DIR-2 > WS-TOTAL-DIRECTORIO.

           COMPARA-PAR-EMPLEADOS.
           IF WS-DIR-CLABE (WS-IX-DIR) NOT = SPACES
               AND WS-DIR-CLABE (WS-IX-DIR) = WS-DIR-CLABE (WS-IX-DIR-2)
               PERFORM ANOTA-CLABE-COMPARTIDA
           END-IF.
      *    Telefono y domicilio solo entre vigentes y sin el mismo
      *    primer apellido.
           IF (WS-DIR-STATUS (WS-IX-DIR) = "A"
                   OR WS-DIR-STATUS (WS-IX-DIR) = "L")
               AND (WS-DIR-STATUS (WS-IX-DIR-2) = "A"
                   OR WS-DIR-STATUS (WS-IX-DIR-2) = "L")
               AND (WS-DIR-APELLIDO (WS-IX-DIR) = SPACES
                   OR WS-DIR-APELLIDO (WS-IX-DIR) NOT =
                       WS-DIR-APELLIDO (WS-IX-DIR-2))
               IF WS-DIR-TELEFONO (WS-IX-DIR) NOT = SPACES
                   AND WS-DIR-TELEFONO (WS-IX-DIR) =
                       WS-DIR-TELEFONO (WS-IX-DIR-2)
                   PERFORM ANOTA-TELEFONO-COMPARTIDO
               END-IF
               IF WS-DIR-DIRECCION (WS-IX-DIR) NOT = SPACES
                   AND WS-DIR-DIRECCION (WS-IX-DIR) =
                       WS-DIR-DIRECCION (WS-IX-DIR-2)
                   PERFORM ANOTA-DOMICILIO-COMPARTIDO
               END-IF
           END-IF.

           ANOTA-CLABE-COMPARTIDA.
           IF WS-DIR-CON-CLABE (WS-IX-DIR) = SPACES
               MOVE WS-DIR-ID (WS-IX-DIR-2)
                   TO WS-DIR-CON-CLABE (WS-IX-DIR)
           ELSE
               ADD 1 TO WS-DIR-MAS-CLABE (WS-IX-DIR)
           END-IF.
           IF WS-DIR-CON-CLABE (WS-IX-DIR-2) = SPACES
               MOVE WS-DIR-ID (WS-IX-DIR)
                   TO WS-DIR-CON-CLABE (WS-IX-DIR-2)
           ELSE
               ADD 1 TO WS-DIR-MAS-CLABE (WS-IX-DIR-2)
           END-IF.

           ANOTA-TELEFONO-COMPARTIDO.
           IF WS-DIR-CON-TELEFONO (WS-IX-DIR) = SPACES
               MOVE WS-DIR-ID (WS-IX-DIR-2)
                   TO WS-DIR-CON-TELEFONO (WS-IX-DIR)
           ELSE
               ADD 1 TO WS-DIR-MAS-TELEFONO (WS-IX-DIR)
           END-IF.
           IF WS-DIR-CON-TELEFONO (WS-IX-DIR-2) = SPACES
               MOVE WS-DIR-ID (WS-IX-DIR)
                   TO WS-DIR-CON-TELEFONO (WS-IX-DIR-2)
           ELSE
               ADD 1 TO WS-DIR-MAS-TELEFONO (WS-IX-DIR-2)
           END-IF.

           ANOTA-DOMICILIO-COMPARTIDO.
           IF WS-DIR-CON-DIRECCION (WS-IX-DIR) = SPACES
               MOVE WS-DIR-ID (WS-IX-DIR-2)
                   TO WS-DIR-CON-DIRECCION (WS-IX-DIR)
           ELSE
               ADD 1 TO WS-DIR-MAS-DIRECCION (WS-IX-DIR)
           END-IF.
           IF WS-DIR-CON-DIRECCION (WS-IX-DIR-2) = SPACES
               MOVE WS-DIR-ID (WS-IX-DIR)
                   TO WS-DIR-CON-DIRECCION (WS-IX-DIR-2)
           ELSE
               ADD 1 TO WS-DIR-MAS-DIRECCION (WS-IX-DIR-2)
           END-IF.

      *    El detalle nombra al primer empleado con el que comparte y
      *    cuantos mas: si cambia (entra otro), la alerta descartada
      *    como falso positivo se vuelve a levantar.
           LEVANTA-COMPARTIDOS.
           IF WS-DIR-CON-CLABE (WS-IX-DIR) NOT = SPACES
               MOVE "CLB" TO WS-HAL-REGLA
               MOVE WS-DIR-ID (WS-IX-DIR) TO WS-HAL-ID
               MOVE WS-DIR-MAS-CLABE (WS-IX-DIR) TO WS-MAS-EDITADO
               MOVE SPACES TO WS-HAL-DETALLE
               STRING "CLABE " DELIMITED BY SIZE
                   WS-DIR-CLABE (WS-IX-DIR) DELIMITED BY SIZE
                   " tambien en " DELIMITED BY SIZE
                   WS-DIR-CON-CLABE (WS-IX-DIR) DELIMITED BY SIZE
                   " y " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAS-EDITADO) DELIMITED BY SIZE
                   " mas" DELIMITED BY SIZE
                   INTO WS-HAL-DETALLE
               END-STRING
               PERFORM REGISTRA-HALLAZGO
           END-IF.
           IF WS-DIR-CON-TELEFONO (WS-IX-DIR) NOT = SPACES
               MOVE "TEL" TO WS-HAL-REGLA
               MOVE WS-DIR-ID (WS-IX-DIR) TO WS-HAL-ID
               MOVE WS-DIR-MAS-TELEFONO (WS-IX-DIR) TO WS-MAS-EDITADO
               MOVE SPACES TO WS-HAL-DETALLE
               STRING "telefono " DELIMITED BY SIZE
                   WS-DIR-TELEFONO (WS-IX-DIR) DELIMITED BY SIZE
                   " tambien en " DELIMITED BY SIZE
                   WS-DIR-CON-TELEFONO (WS-IX-DIR) DELIMITED BY SIZE
                   " y " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAS-EDITADO) DELIMITED BY SIZE
                   " mas" DELIMITED BY SIZE
                   INTO WS-HAL-DETALLE
               END-STRING
               PERFORM REGISTRA-HALLAZGO
           END-IF.
           IF WS-DIR-CON-DIRECCION (WS-IX-DIR) NOT = SPACES
               MOVE "DOM" TO WS-HAL-REGLA
               MOVE WS-DIR-ID (WS-IX-DIR) TO WS-HAL-ID
               MOVE WS-DIR-MAS-DIRECCION (WS-IX-DIR)
                   TO WS-MAS-EDITADO
               MOVE SPACES TO WS-HAL-DETALLE
               STRING "domicilio tambien en " DELIMITED BY SIZE
                   WS-DIR-CON-DIRECCION (WS-IX-DIR) DELIMITED BY SIZE
                   " y " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAS-EDITADO) DELIMITED BY SIZE
                   " mas: " DELIMITED BY SIZE
                   WS-DIR-DIRECCION (WS-IX-DIR) (1:20)
                   DELIMITED BY SIZE
                   INTO WS-HAL-DETALLE
               END-STRING
               PERFORM REGISTRA-HALLAZGO
           END-IF.

           CARGA-DEPOSITOS.
           OPEN INPUT ARCHIVO-DISPERSION.
           IF WS-FILE-STATUS-DIS NOT = "00"
               DISPLAY "AVISO: sin archivo de dispersion ("
                   FUNCTION TRIM(WS-RUTA-DISPERSION)
                   "); no se revisan los depositos."
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-DEPOSITO
               PERFORM AGREGA-DEPOSITO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE ARCHIVO-DISPERSION
           END-IF.

           LEE-DEPOSITO.
           READ ARCHIVO-DISPERSION
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-DISPERSION TO WS-DETALLE-DISPERSION
           END-READ.

           AGREGA-DEPOSITO.
           IF DIS-TIPO = "D"
               AND DIS-NUMERO IS NUMERIC
               AND WS-TOTAL-DEPOSITOS < 9999
               ADD 1 TO WS-TOTAL-DEPOSITOS
               MOVE DIS-CLABE TO WS-DEP-CLABE (WS-TOTAL-DEPOSITOS)
               MOVE DIS-NUMERO TO WS-DEP-NUMERO (WS-TOTAL-DEPOSITOS)
               MOVE ZEROES TO WS-DEP-CON-NUMERO (WS-TOTAL-DEPOSITOS)
                   WS-DEP-MAS (WS-TOTAL-DEPOSITOS)
           END-IF.
           PERFORM LEE-DEPOSITO.

           COMPARA-DEPOSITOS.
           COMPUTE WS-IX-DEP-2 = WS-IX-DEP + 1.
           PERFORM COMPARA-PAR-DEPOSITOS
               VARYING WS-IX-DEP-2 FROM WS-IX-DEP-2 BY 1
               UNTIL WS-IX-DEP-2 > WS-TOTAL-DEPOSITOS.

           COMPARA-PAR-DEPOSITOS.
           IF WS-DEP-CLABE (WS-IX-DEP) = WS-DEP-CLABE (WS-IX-DEP-2)
               AND WS-DEP-NUMERO (WS-IX-DEP) NOT =
                   WS-DEP-NUMERO (WS-IX-DEP-2)
               IF WS-DEP-CON-NUMERO (WS-IX-DEP) = ZEROES
                   MOVE WS-DEP-NUMERO (WS-IX-DEP-2)
                       TO WS-DEP-CON-NUMERO (WS-IX-DEP)
               ELSE
                   ADD 1 TO WS-DEP-MAS (WS-IX-DEP)
               END-IF
               IF WS-DEP-CON-NUMERO (WS-IX-DEP-2) = ZEROES
                   MOVE WS-DEP-NUMERO (WS-IX-DEP)
                       TO WS-DEP-CON-NUMERO (WS-IX-DEP-2)
               ELSE
                   ADD 1 TO WS-DEP-MAS (WS-IX-DEP-2)
               END-IF
           END-IF.

      *    La dispersion solo trae el numero de nomina; la alerta se
      *    lleva el ID armado sin sitio.
           LEVANTA-DEPOSITOS.
           IF WS-DEP-CON-NUMERO (WS-IX-DEP) NOT = ZEROES
               MOVE "CLD" TO WS-HAL-REGLA
               MOVE SPACES TO CRUCE-ID-SITIO
               MOVE WS-DEP-NUMERO (WS-IX-DEP) TO CRUCE-ID-NOMINA
               CALL "forma-id-directorio"
                   USING CRUCE-ID-SITIO CRUCE-ID-NOMINA WS-HAL-ID
               END-CALL
               MOVE WS-DEP-MAS (WS-IX-DEP) TO WS-MAS-EDITADO
               MOVE SPACES TO WS-HAL-DETALLE
               STRING "deposito a CLABE " DELIMITED BY SIZE
                   WS-DEP-CLABE (WS-IX-DEP) DELIMITED BY SIZE
                   " tambien del numero " DELIMITED BY SIZE
                   WS-DEP-CON-NUMERO (WS-IX-DEP) DELIMITED BY SIZE
                   " y " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAS-EDITADO) DELIMITED BY SIZE
                   " mas" DELIMITED BY SIZE
                   INTO WS-HAL-DETALLE
               END-STRING
               PERFORM REGISTRA-HALLAZGO
           END-IF.

      *    Numeros activos del maestro sin registro en el directorio
      *    por la regla de CRUCEID.cpy.
           REVISA-MAESTRO.
           IF WS-RUTA-NOMINA = SPACES
               DISPLAY "AVISO: sin maestro de nomina en "
                   "REGISTRO_NOMINA_ENTRADA_PATH; no se revisa el "
                   "cruce del maestro."
           ELSE
               OPEN INPUT NOMINA-MAESTRO
               IF WS-FILE-STATUS-NOM NOT = "00"
                   DISPLAY "AVISO: no se pudo abrir el maestro de "
                       "nomina: " FUNCTION TRIM(WS-RUTA-NOMINA)
               ELSE
                   MOVE "1" TO FIN-DE-ENTRADA
                   PERFORM LEE-MAESTRO
                   PERFORM REVISA-NUMERO-MAESTRO
                       UNTIL FIN-DE-ENTRADA = "0"
                   CLOSE NOMINA-MAESTRO
               END-IF
           END-IF.

           LEE-MAESTRO.
           READ NOMINA-MAESTRO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

           REVISA-NUMERO-MAESTRO.
           IF WS-STATUS-EMP = 0
               MOVE WS-NUMERO-EMP TO CRUCE-ID-NOMINA
               MOVE WS-SITIO-EMP TO CRUCE-ID-SITIO
               CALL "forma-id-directorio"
                   USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
               END-CALL
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       MOVE "SDR" TO WS-HAL-REGLA
                       MOVE EMPLEADOS-ID TO WS-HAL-ID
                       MOVE SPACES TO WS-HAL-DETALLE
                       STRING "activo en el maestro sin registro en "
                           DELIMITED BY SIZE
                           "el directorio: " DELIMITED BY SIZE
                           WS-NOMBRE-EMP DELIMITED BY SIZE
                           INTO WS-HAL-DETALLE
                       END-STRING
                       PERFORM REGISTRA-HALLAZGO
               END-READ
           END-IF.
           PERFORM LEE-MAESTRO.

      *    Una sola checada dentro del periodo basta; la checada
      *    trae solo el numero, como en kardex-asistencia.
           MARCA-CHECADAS.
           OPEN INPUT CHECADAS-CRUDAS.
           IF WS-FILE-STATUS-CHE NOT = "00"
               DISPLAY "AVISO: sin archivo de checadas ("
                   FUNCTION TRIM(WS-RUTA-CHECADAS)
                   "); nadie aparece con checadas."
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-CHECADA
               PERFORM MARCA-UNA-CHECADA UNTIL FIN-DE-ENTRADA = "0"
               CLOSE CHECADAS-CRUDAS
           END-IF.

           LEE-CHECADA.
           READ CHECADAS-CRUDAS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           MARCA-UNA-CHECADA.
           IF LINEA-CHECADA NOT = SPACES
               MOVE SPACES TO WS-NUMERO-X WS-FECHA-X WS-HORA-X
                   WS-TIPO-X
               UNSTRING LINEA-CHECADA DELIMITED BY ","
                   INTO WS-NUMERO-X WS-FECHA-X WS-HORA-X WS-TIPO-X
               END-UNSTRING
               IF WS-FECHA-X (1:8) >= WS-PRIMER-DIA
                   AND WS-FECHA-X (1:8) <= WS-ULTIMO-DIA
                   COMPUTE WS-NUMERO-LEIDO =
                       FUNCTION NUMVAL(WS-NUMERO-X)
                   PERFORM VARYING WS-IX-PAG FROM 1 BY 1
                       UNTIL WS-IX-PAG > WS-TOTAL-PAGADOS
                       IF WS-PAG-NUMERO (WS-IX-PAG) = WS-NUMERO-LEIDO
                           MOVE "S" TO WS-PAG-CHECO (WS-IX-PAG)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           PERFORM LEE-CHECADA.

      *    Las horas del archivo de horas solo se citan en el detalle:
      *    horas pagadas sin una sola checada agravan la alerta.
           MARCA-HORAS.
           OPEN INPUT HORAS-REPORTADAS.
           IF WS-FILE-STATUS-HOR = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-HORAS
               PERFORM MARCA-UNAS-HORAS UNTIL FIN-DE-ENTRADA = "0"
               CLOSE HORAS-REPORTADAS
           END-IF.

           LEE-HORAS.
           READ HORAS-REPORTADAS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           MARCA-UNAS-HORAS.
           IF LINEA-HORAS NOT = SPACES
               MOVE SPACES TO WS-NUMERO-X WS-NORMALES-X WS-EXTRA-X
               UNSTRING LINEA-HORAS DELIMITED BY ","
                   INTO WS-NUMERO-X WS-NORMALES-X WS-EXTRA-X
               END-UNSTRING
               COMPUTE WS-NUMERO-LEIDO = FUNCTION NUMVAL(WS-NUMERO-X)
               COMPUTE WS-HORAS-LEIDAS =
                   FUNCTION NUMVAL(WS-NORMALES-X)
                   + FUNCTION NUMVAL(WS-EXTRA-X)
               PERFORM VARYING WS-IX-PAG FROM 1 BY 1
                   UNTIL WS-IX-PAG > WS-TOTAL-PAGADOS
                   IF WS-PAG-NUMERO (WS-IX-PAG) = WS-NUMERO-LEIDO
                       ADD WS-HORAS-LEIDAS TO WS-PAG-HORAS (WS-IX-PAG)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LEE-HORAS.

           MARCA-INCAPACIDADES.
           OPEN INPUT INCAPACIDADES.
           IF WS-FILE-STATUS-INC = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-INCAPACIDAD
               PERFORM MARCA-UNA-INCAPACIDAD
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE INCAPACIDADES
           END-IF.

           LEE-INCAPACIDAD.
           READ INCAPACIDADES NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           MARCA-UNA-INCAPACIDAD.
           IF INC-FECHA-INICIO IS NUMERIC
               COMPUTE WS-INI-RANGO =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(INC-FECHA-INICIO))
               COMPUTE WS-FIN-RANGO = WS-INI-RANGO + INC-DIAS - 1
               MOVE INC-NUMERO-EMP TO WS-NUMERO-LEIDO
               PERFORM JUSTIFICA-RANGO
           END-IF.
           PERFORM LEE-INCAPACIDAD.

           MARCA-VACACIONES.
           OPEN INPUT MOVIMIENTOS-VACACIONES.
           IF WS-FILE-STATUS-MOV = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-MOVIMIENTO-VAC
               PERFORM MARCA-UN-MOVIMIENTO-VAC
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE MOVIMIENTOS-VACACIONES
           END-IF.

           LEE-MOVIMIENTO-VAC.
           READ MOVIMIENTOS-VACACIONES
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           MARCA-UN-MOVIMIENTO-VAC.
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
                   COMPUTE WS-INI-RANGO =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-FECHA-X (1:8)))
                   COMPUTE WS-FIN-RANGO =
                       WS-INI-RANGO + WS-DIAS-LEIDOS - 1
                   PERFORM JUSTIFICA-RANGO
               END-IF
           END-IF.
           PERFORM LEE-MOVIMIENTO-VAC.

      *    Una incapacidad o unas vacaciones que tocan el periodo
      *    justifican la falta de checadas.
           JUSTIFICA-RANGO.
           IF WS-FIN-RANGO >= WS-INI-MES-ENTERO
               AND WS-INI-RANGO <= WS-FIN-MES-ENTERO
               PERFORM VARYING WS-IX-PAG FROM 1 BY 1
                   UNTIL WS-IX-PAG > WS-TOTAL-PAGADOS
                   IF WS-PAG-NUMERO (WS-IX-PAG) = WS-NUMERO-LEIDO
                       MOVE "S" TO WS-PAG-JUSTIFICADO (WS-IX-PAG)
                   END-IF
               END-PERFORM
           END-IF.

           REVISA-PAGADO.
           IF WS-PAG-REGIMEN (WS-IX-PAG) NOT = "ASI"
               AND WS-PAG-CHECO (WS-IX-PAG) = "N"
               AND WS-PAG-JUSTIFICADO (WS-IX-PAG) = "N"
               MOVE "SCH" TO WS-HAL-REGLA
               MOVE WS-PAG-ID (WS-IX-PAG) TO WS-HAL-ID
               MOVE SPACES TO WS-HAL-DETALLE
               IF WS-PAG-HORAS (WS-IX-PAG) > ZEROES
                   MOVE WS-PAG-HORAS (WS-IX-PAG) TO WS-HORAS-EDITADAS
                   STRING "pagado sin checadas con " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HORAS-EDITADAS)
                       DELIMITED BY SIZE
                       " horas reportadas" DELIMITED BY SIZE
                       INTO WS-HAL-DETALLE
                   END-STRING
               ELSE
                   MOVE "pagado sin checadas, incapacidad ni vacaciones"
                       TO WS-HAL-DETALLE
               END-IF
               PERFORM REGISTRA-HALLAZGO
           END-IF.
           MOVE WS-PAG-ID (WS-IX-PAG) TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   MOVE "SDR" TO WS-HAL-REGLA
                   MOVE WS-PAG-ID (WS-IX-PAG) TO WS-HAL-ID
                   MOVE "pagado en el periodo sin registro en el "
                       TO WS-HAL-DETALLE
                   MOVE "directorio" TO WS-HAL-DETALLE (41:10)
                   PERFORM REGISTRA-HALLAZGO
               NOT INVALID KEY
                   PERFORM REVISA-BAJA-PAGADO
                   PERFORM REVISA-IDENTIDAD-PAGADO
           END-READ.

      *    Pagado con fecha de baja anterior al periodo, o con status
      *    de baja sin fecha capturada.
           REVISA-BAJA-PAGADO.
           MOVE "PBJ" TO WS-HAL-REGLA.
           MOVE EMPLEADOS-ID TO WS-HAL-ID.
           MOVE SPACES TO WS-HAL-DETALLE.
           IF EMPLEADOS-FECHA-BAJA IS NUMERIC
               IF EMPLEADOS-FECHA-BAJA < WS-PRIMER-DIA
                   STRING "pagado en " DELIMITED BY SIZE
                       WS-PERIODO-X DELIMITED BY SIZE
                       " con baja del " DELIMITED BY SIZE
                       EMPLEADOS-FECHA-BAJA DELIMITED BY SIZE
                       INTO WS-HAL-DETALLE
                   END-STRING
                   PERFORM REGISTRA-HALLAZGO
               END-IF
           ELSE
               IF EMPLEADOS-STATUS = "T"
                   STRING "pagado en " DELIMITED BY SIZE
                       WS-PERIODO-X DELIMITED BY SIZE
                       " con status de baja sin fecha"
                       DELIMITED BY SIZE
                       INTO WS-HAL-DETALLE
                   END-STRING
                   PERFORM REGISTRA-HALLAZGO
               END-IF
           END-IF.

           REVISA-IDENTIDAD-PAGADO.
           MOVE SPACES TO WS-FALTANTES.
           IF EMPLEADOS-RFC = SPACES
               MOVE "RFC" TO WS-FALTANTES (1:3)
           END-IF.
           IF EMPLEADOS-CURP = SPACES
               MOVE "CURP" TO WS-FALTANTES (5:4)
           END-IF.
           IF EMPLEADOS-NSS = SPACES
               MOVE "NSS" TO WS-FALTANTES (10:3)
           END-IF.
           IF WS-FALTANTES NOT = SPACES
               MOVE "SID" TO WS-HAL-REGLA
               MOVE EMPLEADOS-ID TO WS-HAL-ID
               MOVE SPACES TO WS-HAL-DETALLE
               STRING "pagado sin: " DELIMITED BY SIZE
                   WS-FALTANTES DELIMITED BY SIZE
                   INTO WS-HAL-DETALLE
               END-STRING
               PERFORM REGISTRA-HALLAZGO
           END-IF.

      *    Cada hallazgo confirma su alerta, la abre o se descarta
      *    por un falso positivo ya dictaminado con la misma
      *    evidencia.
           REGISTRA-HALLAZGO.
           MOVE "N" TO WS-VISTA.
           PERFORM VARYING WS-IX-VIS FROM 1 BY 1
               UNTIL WS-IX-VIS > WS-TOTAL-VISTAS OR WS-VISTA = "S"
               IF WS-VIS-LLAVE (WS-IX-VIS) = WS-HAL-LLAVE
                   MOVE "S" TO WS-VISTA
               END-IF
           END-PERFORM.
           IF WS-VISTA = "N"
               IF WS-TOTAL-VISTAS < 9999
                   ADD 1 TO WS-TOTAL-VISTAS
                   MOVE WS-HAL-LLAVE TO WS-VIS-LLAVE (WS-TOTAL-VISTAS)
               END-IF
               PERFORM CONFIRMA-ALERTA-ABIERTA
               PERFORM ASIENTA-ALERTA
           END-IF.

           CONFIRMA-ALERTA-ABIERTA.
           PERFORM VARYING WS-IX-ABI FROM 1 BY 1
               UNTIL WS-IX-ABI > WS-TOTAL-ABIERTAS
               IF WS-ABI-LLAVE (WS-IX-ABI) = WS-HAL-LLAVE
                   MOVE "S" TO WS-ABI-CONFIRMADA (WS-IX-ABI)
               END-IF
           END-PERFORM.

           ASIENTA-ALERTA.
           MOVE WS-HAL-LLAVE TO FRA-LLAVE.
           READ COLA-FRAUDE
               KEY IS FRA-LLAVE
               INVALID KEY
                   MOVE WS-FECHA-HOY TO FRA-FECHA-DETECCION
                   MOVE WS-PERIODO-X TO FRA-PERIODO
                   MOVE "A" TO FRA-STATUS
                   MOVE SPACES TO FRA-DISPOSICION FRA-DICTAMINO
                       FRA-FECHA-DICTAMEN FRA-NOTA
                   MOVE WS-HAL-DETALLE TO FRA-DETALLE
                   WRITE FRAUDE-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE "NUEVA" TO WS-HAL-ESTADO
                   ADD 1 TO WS-TOTAL-NUEVAS
                   PERFORM ESCRIBE-ALERTA
               NOT INVALID KEY
                   PERFORM ACTUALIZA-ALERTA
           END-READ.

           ACTUALIZA-ALERTA.
           IF FRA-DISPOSICION = "FP"
               AND FRA-DETALLE = WS-HAL-DETALLE
               ADD 1 TO WS-TOTAL-DESCARTADAS
               MOVE "A" TO FRA-STATUS
               MOVE WS-PERIODO-X TO FRA-PERIODO
           ELSE
               IF FRA-DISPOSICION = "FP" OR FRA-DISPOSICION = "CO"
      *            La evidencia cambio o lo corregido volvio: se
      *            reabre sin disposicion para que se revise otra vez.
                   MOVE SPACES TO FRA-DISPOSICION FRA-DICTAMINO
                       FRA-FECHA-DICTAMEN FRA-NOTA
                   MOVE WS-FECHA-HOY TO FRA-FECHA-DETECCION
                   MOVE "REABIERTA" TO WS-HAL-ESTADO
                   ADD 1 TO WS-TOTAL-REABIERTAS
               ELSE
                   IF FRA-DISPOSICION = "CF"
                       MOVE "CONFIRMADA" TO WS-HAL-ESTADO
                       ADD 1 TO WS-TOTAL-CONFIRMADAS
                   ELSE
                       MOVE "PENDIENTE" TO WS-HAL-ESTADO
                       ADD 1 TO WS-TOTAL-PENDIENTES
                   END-IF
               END-IF
               MOVE "A" TO FRA-STATUS
               MOVE WS-PERIODO-X TO FRA-PERIODO
               MOVE WS-HAL-DETALLE TO FRA-DETALLE
               PERFORM ESCRIBE-ALERTA
           END-IF.
           REWRITE FRAUDE-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           ESCRIBE-ALERTA.
           ADD 1 TO WS-TOTAL-LISTADAS.
           MOVE WS-HAL-REGLA TO ALE-REGLA.
           MOVE WS-HAL-ID TO ALE-ID.
           MOVE WS-HAL-ESTADO TO ALE-ESTADO.
           MOVE WS-HAL-DETALLE TO ALE-DETALLE.
           MOVE WS-LINEA-ALERTA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Lo que ya no aparece se cierra solo; su disposicion se
      *    conserva por si vuelve.
           CIERRA-ALERTAS-RESUELTAS.
           IF WS-ABI-CONFIRMADA (WS-IX-ABI) = "N"
               MOVE WS-ABI-LLAVE (WS-IX-ABI) TO FRA-LLAVE
               READ COLA-FRAUDE
                   KEY IS FRA-LLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "C" TO FRA-STATUS
                       REWRITE FRAUDE-REGISTRO
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-TOTAL-CERRADAS
               END-READ
           END-IF.

           ESCRIBE-TOTALES.
           IF WS-TOTAL-LISTADAS = ZEROES
               MOVE "  Sin alertas que revisar." TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ALERTAS NUEVAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-NUEVAS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "REABIERTAS (EVIDENCIA NUEVA O REINCIDENCIA):"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-REABIERTAS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "PENDIENTES DE DICTAMEN DE CORRIDAS ANTERIORES:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-PENDIENTES TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "CONFIRMADAS QUE SIGUEN SIN CORREGIRSE:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-CONFIRMADAS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "OMITIDAS POR FALSO POSITIVO YA DICTAMINADO:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-DESCARTADAS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "CERRADAS (YA NO APARECEN):" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-CERRADAS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.

           ESCRIBE-LINEA-TOTAL.
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
       END PROGRAM analiza-fraude.
