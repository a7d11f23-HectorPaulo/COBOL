      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:FUSION Y RENUMERACION DE DEPARTAMENTOS EN CASCADA,
      *         GUIADA POR UNA TARJETA DE EQUIVALENCIAS
      *         (FUSION-DEPTOS.txt, UN RENGLON viejo,nuevo,AAAAMMDD
      *         POR DEPARTAMENTO QUE SE MUEVE, LA FECHA ES LA
      *         EFECTIVA). SI EL NUEVO YA ESTA EN EL CATALOGO ES UNA
      *         FUSION; SI NO, ES UNA RENUMERACION Y EL NUEVO HEREDA
      *         NOMBRE, CENTRO DE COSTOS Y RESPONSABLE DEL VIEJO.
      *         CAMBIA EMPLEADOS-DEPTO EN EL DIRECTORIO Y WS-DEPTO-EMP
      *         EN EL MAESTRO DE NOMINA, MUEVE LA PLANTILLA
      *         AUTORIZADA, LOS REPARTOS DE CENTROS DE COSTOS, LA
      *         TRIPULACION MINIMA Y EL PRESUPUESTO DE NOMINA
      *         (SUMANDO CUANDO EL NUEVO YA TENIA EL MISMO RENGLON),
      *         LAS REGLAS DE DEPARTAMENTO DE LA LISTA DE DISTRIBUCION
      *         DE LOS TABLEROS Y REPORTES DE LOS JEFES, Y RETIRA LA
      *         ENTRADA VIEJA DEL CATALOGO. CADA EMPLEADO QUEDA EN
      *         HISTORIAL-SALARIOS (TIPO "DEP") Y EN
      *         EMPLEADOS-AUDITORIA.log.
      *         POR OMISION CORRE SIMULADO (FUSION_DEPTOS_MODO EN
      *         BLANCO O "SIMULA"): NO ESCRIBE NADA Y EL REPORTE LISTA
      *         CADA REGISTRO QUE TOCARIA. CON "APLICA" HACE LOS
      *         CAMBIOS BAJO UN NUMERO DE LOTE DEL CONTROL DE LOTES
      *         (LOTREG.cpy: "R" DIRECTORIO, "N" MAESTRO DE NOMINA,
      *         "F"/"G" RENGLONES DE ARCHIVOS LATERALES) QUE
      *         reversa-lote DESHACE COMPLETO. CUALQUIER RENGLON MALO
      *         DE LA TARJETA RECHAZA LA CORRIDA ENTERA; CON UN
      *         PERIODO CALCULADO SIN CERRAR (verifica-congelamiento)
      *         SOLO SE APLICA SI EL SUPERVISOR LO FUERZA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fusiona-deptos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT TARJETA-FUSION
       ASSIGN TO DYNAMIC WS-RUTA-TARJETA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-TAR.

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
       ALTERNATE RECORD KEY IS NMX-DEPTO WITH DUPLICATES
       ALTERNATE RECORD KEY IS NMX-PUESTO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-NOM.

      *    Un solo FD para los archivos laterales de texto (catalogo,
      *    plantilla, repartos, tripulacion, presupuesto y lista de
      *    distribucion); la ruta cambia segun el que se procesa.
       SELECT ARCHIVO-LATERAL
       ASSIGN TO DYNAMIC WS-RUTA-LATERAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-LAT.

       SELECT EMPLEADOS-AUDITORIA
       ASSIGN TO DYNAMIC WS-RUTA-AUDITORIA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-AUDIT.

       SELECT LOTES-CARGA
       ASSIGN TO DYNAMIC WS-RUTA-LOTES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-LOT.

       SELECT REPORTE-FUSION
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETA-FUSION.
       01  LINEA-TARJETA PIC X(60).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD NOMINA-MAESTRO.
           COPY NOMIDX.

       FD ARCHIVO-LATERAL.
       01  LINEA-LATERAL PIC X(120).

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       FD LOTES-CARGA.
       01  LINEA-LOTE PIC X(234).

       FD REPORTE-FUSION.
       01  LINEA-REPORTE PIC X(150).

       WORKING-STORAGE SECTION.
       COPY AUDREG.
       COPY LOTREG.
       COPY CRUCEID.
       COPY NOMREG.
       COPY PPTREG.

       01  WS-RUTA-TARJETA PIC X(200).
       01  WS-FILE-STATUS-TAR PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-NOMINA PIC X(200).
       01  WS-FILE-STATUS-NOM PIC X(2).
       01  WS-RUTA-LATERAL PIC X(200).
       01  WS-FILE-STATUS-LAT PIC X(2).
       01  WS-RUTA-AUDITORIA PIC X(200).
       01  WS-FILE-STATUS-AUDIT PIC X(2).
       01  WS-RUTA-LOTES PIC X(200).
       01  WS-FILE-STATUS-LOT PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  FIN-DE-ARCHIVO PIC X.

      *    WS-MODO: "SIMULA" no escribe nada; "APLICA" hace los
      *    cambios bajo un lote.
       01  WS-MODO PIC X(6).
       01  WS-FECHA-HOY PIC X(8).

      *    Tarjeta de equivalencias. WS-MAP-FUSION "S" cuando el
      *    nuevo ya existia en el catalogo (fusion), "N" cuando es
      *    una renumeracion.
       01  WS-TABLA-MAPAS.
           05 WS-MAP-RENGLON OCCURS 50 TIMES.
               10 WS-MAP-VIEJO PIC 9(3).
               10 WS-MAP-NUEVO PIC 9(3).
               10 WS-MAP-FECHA PIC X(8).
               10 WS-MAP-NOMBRE-VIEJO PIC X(20).
               10 WS-MAP-NOMBRE-NUEVO PIC X(20).
               10 WS-MAP-FUSION PIC X(1).
               10 WS-MAP-EMPLEADOS PIC 9(5).
               10 WS-MAP-NOMINA PIC 9(5).
       01  WS-TOTAL-MAPAS PIC 9(2) VALUE ZEROES.
       01  WS-IX-MAP PIC 9(2).
       01  WS-IX-MAP-2 PIC 9(2).
       01  WS-MAP-HALLADO PIC 9(2).
       01  WS-DEPTO-BUSCADO PIC 9(3).
       01  WS-TOTAL-MALAS PIC 9(2) VALUE ZEROES.
       01  WS-TARJETA-MALA PIC X.
       01  WS-RENGLON-TARJETA PIC 9(3) VALUE ZEROES.
       01  WS-VIEJO-X PIC X(10).
       01  WS-NUEVO-X PIC X(10).
       01  WS-FECHA-X PIC X(10).
       01  WS-FECHA-NUM PIC 9(8).
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-NUM.
           05 WS-FECHA-ANO PIC 9(4).
           05 WS-FECHA-MES PIC 9(2).
           05 WS-FECHA-DIA PIC 9(2).
       01  WS-NOMBRE-DEPTO-CAT PIC X(20).
       01  WS-RESULTADO-DEPTO PIC X.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-PREFIJO-LOTE PIC X(2) VALUE "#L".
       01  WS-LOTE-CORRIDA PIC X(6) VALUE SPACES.
       01  WS-RESULTADO-LOTE PIC X.
       01  WS-IMAGEN-ANTES PIC X(218).
       01  WS-IMAGEN-NOMINA PIC X(63).
       01  WS-FECHA-HORA-AUDIT PIC X(16).
       01  WS-ORIGEN-CAMBIO PIC X(20) VALUE "fusiona-deptos".

       01  WS-CNG-PERIODO PIC X(6).
       01  WS-CNG-DECISION PIC X(1) VALUE "N".
       01  WS-CNG-RESULTADO PIC X(1).
       01  WS-CNG-CAMPO PIC X(8) VALUE "DEPTO".
       01  WS-CNG-VALOR-ANTERIOR PIC X(20).
       01  WS-CNG-VALOR-NUEVO PIC X(20).
       01  WS-CNG-IMAGEN PIC X(218).

      *    Numeros de nomina que ya quedaron en el historial desde
      *    el directorio, para no repetirlos en la pasada del
      *    maestro de nomina.
       01  WS-TABLA-HISTORIADOS.
           05 WS-HTD-NUMERO OCCURS 5000 TIMES PIC 9(5).
       01  WS-TOTAL-HISTORIADOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-HTD PIC 9(4).
       01  WS-HTD-HALLADO PIC X.
       01  WS-CRUCE-ARMADO PIC X.
       01  WS-HIS-NUMERO PIC 9(5).
       01  WS-HIS-FECHA PIC X(8).
       01  WS-HIS-TIPO PIC X(3) VALUE "DEP".
       01  WS-HIS-ANTERIOR PIC X(9).
       01  WS-HIS-NUEVO PIC X(9).
       01  WS-HIS-RAZON PIC X(20).
       01  WS-ID-NOMINA PIC X(6).

      *    Archivo lateral en memoria. WS-LAT-ESTADO: espacio sin
      *    cambio, "B" renglon del departamento viejo que se retira,
      *    "M" renglon existente del nuevo al que se le sumo lo del
      *    viejo, "N" renglon nuevo (el viejo ya renumerado).
      *    WS-LAT-ORIGINAL guarda el renglon como estaba para el
      *    lote.
       01  WS-LAT-TAG PIC X(3).
       01  WS-LAT-TITULO PIC X(30).
       01  WS-LAT-SUMA PIC X.
       01  WS-TABLA-LATERAL.
           05 WS-LAT-RENGLON OCCURS 12000 TIMES.
               10 WS-LAT-LINEA PIC X(120).
               10 WS-LAT-LLAVE PIC X(120).
               10 WS-LAT-ORIGINAL PIC X(120).
               10 WS-LAT-ESTADO PIC X(1).
       01  WS-TOTAL-LATERAL PIC 9(5) VALUE ZEROES.
       01  WS-IX-LAT PIC 9(5).
       01  WS-IX-DESTINO PIC 9(5).
       01  WS-LAT-HALLADO PIC 9(5).
       01  WS-LAT-DESBORDE PIC X.
       01  WS-LAT-CAMBIOS PIC 9(5).
       01  WS-LAT-LINEA-TRABAJO PIC X(120).
       01  WS-LAT-LLAVE-TRABAJO PIC X(120).

      *    Campos de un renglon lateral desarmado; el significado de
      *    cada campo depende del archivo (vea DESARMA-LINEA).
       01  WS-PAR-TIENE-DEPTO PIC X.
       01  WS-PAR-DEPTO PIC 9(3).
       01  WS-PAR-CAMPO-1 PIC X(40).
       01  WS-PAR-CAMPO-2 PIC X(40).
       01  WS-PAR-CAMPO-3 PIC X(100).
       01  WS-PAR-MONTO-1 PIC S9(9)V99.
       01  WS-PAR-MONTO-2 PIC S9(9)V99.
       01  WS-PAR-MONTO-3 PIC S9(9)V99.
       01  WS-PAR-MONTO-4 PIC S9(9)V99.
       01  WS-MOV-MONTO-1 PIC S9(9)V99.
       01  WS-MOV-MONTO-2 PIC S9(9)V99.
       01  WS-MOV-MONTO-3 PIC S9(9)V99.
       01  WS-MOV-MONTO-4 PIC S9(9)V99.
       01  WS-DEPTO-X PIC X(10).
       01  WS-CAMPO-A-X PIC X(40).
       01  WS-CAMPO-B-X PIC X(40).
       01  WS-CAMPO-C-X PIC X(40).
       01  WS-APUNTADOR PIC 9(3).
       01  WS-PUESTO-2 PIC 9(2).
       01  WS-NUMERO-5 PIC 9(5).
       01  WS-CANTIDAD-4 PIC 9(4).
       01  WS-CANTIDAD-3 PIC 9(3).
       01  WS-PORC-EDITADO PIC ZZ9.99.

       01  WS-TOTAL-DIRECTORIO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-NOMINA PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-LATERALES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-FALLAS PIC 9(6) VALUE ZEROES.

       01  WS-LINEA-DETALLE.
           05 DET-ARCHIVO PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-ACCION PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-TEXTO PIC X(120).

       01  WS-LINEA-EMPLEADO.
           05 EMP-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EMP-NOMBRE PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EMP-VIEJO PIC 9(3).
           05 FILLER PIC X(4) VALUE " -> ".
           05 EMP-NUEVO PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EMP-NOTA PIC X(30).

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "fusiona-deptos".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
      *    Mover departamentos completos es mantenimiento: exige
      *    operador de mantenimiento o supervisor firmado, tambien
      *    para simular.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S"
               OR (WS-SESION-ROL NOT = "M"
                   AND WS-SESION-ROL NOT = "S")
               DISPLAY "Solo un operador de mantenimiento o "
                   "supervisor fusiona departamentos."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-TARJETAS.
           IF WS-TOTAL-MAPAS = ZEROES
               DISPLAY "La tarjeta de equivalencias esta vacia."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VALIDA-TARJETAS.
           IF WS-TOTAL-MALAS > ZEROES
               DISPLAY "RECHAZADO: " WS-TOTAL-MALAS " renglones "
                   "malos en la tarjeta; no se simulo ni se aplico "
                   "nada."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MODO = "APLICA"
               PERFORM REVISA-CONGELAMIENTO
           END-IF.
           OPEN OUTPUT REPORTE-FUSION.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "No se pudo crear el reporte de la fusion: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MODO = "APLICA"
               PERFORM ABRE-BITACORAS-CAMBIO
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.
           PERFORM PROCESA-DIRECTORIO.
           PERFORM PROCESA-NOMINA.
           MOVE "CAT" TO WS-LAT-TAG.
           PERFORM PROCESA-LATERAL.
           MOVE "PLA" TO WS-LAT-TAG.
           PERFORM PROCESA-LATERAL.
           MOVE "SPL" TO WS-LAT-TAG.
           PERFORM PROCESA-LATERAL.
           MOVE "TRI" TO WS-LAT-TAG.
           PERFORM PROCESA-LATERAL.
           MOVE "PPT" TO WS-LAT-TAG.
           PERFORM PROCESA-LATERAL.
           MOVE "DIS" TO WS-LAT-TAG.
           PERFORM PROCESA-LATERAL.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-FUSION.
           IF WS-MODO = "APLICA"
               CLOSE EMPLEADOS-AUDITORIA
               CLOSE LOTES-CARGA
               DISPLAY "Fusion aplicada bajo el lote "
                   WS-LOTE-CORRIDA "; reversa-lote la deshace."
           ELSE
               DISPLAY "SIMULACION: nada se escribio. Revise el "
                   "reporte y corra con FUSION_DEPTOS_MODO=APLICA."
           END-IF.
           DISPLAY "Empleados del directorio: " WS-TOTAL-DIRECTORIO.
           DISPLAY "Registros del maestro de nomina: "
               WS-TOTAL-NOMINA.
           DISPLAY "Renglones de archivos laterales: "
               WS-TOTAL-LATERALES.
           DISPLAY "Reporte: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-DIRECTORIO TO WS-BIT-CONTADOR.
           IF WS-TOTAL-FALLAS > ZEROES
               MOVE "AVISO" TO WS-BIT-ESTADO
               DISPLAY "AVISO: " WS-TOTAL-FALLAS " registros o "
                   "archivos no se pudieron procesar; vea el reporte."
           ELSE
               MOVE "OK" TO WS-BIT-ESTADO
           END-IF.
           PERFORM REGISTRA-BITACORA.
           IF WS-TOTAL-FALLAS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-MODO FROM ENVIRONMENT "FUSION_DEPTOS_MODO".
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.
           IF WS-MODO NOT = "APLICA"
               MOVE "SIMULA" TO WS-MODO
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-TARJETA FROM ENVIRONMENT
               "FUSION_DEPTOS_PATH".
           IF WS-RUTA-TARJETA = SPACES
               MOVE "FUSION-DEPTOS.txt" TO WS-RUTA-TARJETA
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-NOMINA FROM ENVIRONMENT
               "REGISTRO_NOMINA_ENTRADA_PATH".
           ACCEPT WS-RUTA-AUDITORIA FROM ENVIRONMENT
               "BDD_INDEXADAS_AUDITORIA_PATH".
           IF WS-RUTA-AUDITORIA = SPACES
               MOVE "EMPLEADOS-AUDITORIA.log" TO WS-RUTA-AUDITORIA
           END-IF.
           ACCEPT WS-RUTA-LOTES FROM ENVIRONMENT "LOTES_CARGA_PATH".
           IF WS-RUTA-LOTES = SPACES
               MOVE "LOTES-CARGA.log" TO WS-RUTA-LOTES
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "FUSION_DEPTOS_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-FUSION-DEPTOS.txt" TO WS-RUTA-REPORTE
           END-IF.

      *    Misma ruta y valor por omision que el programa que
      *    mantiene cada archivo lateral.
           RESUELVE-RUTA-LATERAL.
           MOVE SPACES TO WS-RUTA-LATERAL.
           MOVE "N" TO WS-LAT-SUMA.
           EVALUATE WS-LAT-TAG
               WHEN "CAT"
                   MOVE "CATALOGO DE DEPARTAMENTOS" TO WS-LAT-TITULO
                   ACCEPT WS-RUTA-LATERAL FROM ENVIRONMENT
                       "CATALOGO_DEPTOS_PATH"
                   IF WS-RUTA-LATERAL = SPACES
                       MOVE "CATALOGO-DEPTOS.txt" TO WS-RUTA-LATERAL
                   END-IF
               WHEN "PLA"
                   MOVE "PLANTILLA AUTORIZADA" TO WS-LAT-TITULO
                   MOVE "S" TO WS-LAT-SUMA
                   ACCEPT WS-RUTA-LATERAL FROM ENVIRONMENT
                       "PLANTILLA_AUTORIZADA_PATH"
                   IF WS-RUTA-LATERAL = SPACES
                       MOVE "PLANTILLA-AUTORIZADA.txt"
                           TO WS-RUTA-LATERAL
                   END-IF
               WHEN "SPL"
                   MOVE "REPARTO DE CENTROS DE COSTOS" TO WS-LAT-TITULO
                   MOVE "S" TO WS-LAT-SUMA
                   ACCEPT WS-RUTA-LATERAL FROM ENVIRONMENT
                       "SPLITS_CC_PATH"
                   IF WS-RUTA-LATERAL = SPACES
                       MOVE "SPLITS-CC.txt" TO WS-RUTA-LATERAL
                   END-IF
               WHEN "TRI"
                   MOVE "TRIPULACION MINIMA" TO WS-LAT-TITULO
                   MOVE "S" TO WS-LAT-SUMA
                   ACCEPT WS-RUTA-LATERAL FROM ENVIRONMENT
                       "TRIPULACION_MINIMA_PATH"
                   IF WS-RUTA-LATERAL = SPACES
                       MOVE "TRIPULACION-MINIMA.txt" TO WS-RUTA-LATERAL
                   END-IF
               WHEN "PPT"
                   MOVE "PRESUPUESTO DE NOMINA" TO WS-LAT-TITULO
                   MOVE "S" TO WS-LAT-SUMA
                   ACCEPT WS-RUTA-LATERAL FROM ENVIRONMENT
                       "PRESUPUESTO_NOMINA_PATH"
                   IF WS-RUTA-LATERAL = SPACES
                       MOVE "PRESUPUESTO-NOMINA.txt" TO WS-RUTA-LATERAL
                   END-IF
               WHEN OTHER
                   MOVE "LISTA DE DISTRIBUCION" TO WS-LAT-TITULO
                   ACCEPT WS-RUTA-LATERAL FROM ENVIRONMENT
                       "DISTRIBUCION_REPORTES_PATH"
                   IF WS-RUTA-LATERAL = SPACES
                       MOVE "DISTRIBUCION-REPORTES.txt"
                           TO WS-RUTA-LATERAL
                   END-IF
           END-EVALUATE.

           CARGA-TARJETAS.
           OPEN INPUT TARJETA-FUSION.
           IF WS-FILE-STATUS-TAR NOT = "00"
               DISPLAY "No se pudo abrir la tarjeta de equivalencias "
                   "(" FUNCTION TRIM(WS-RUTA-TARJETA) ")."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-ARCHIVO.
           PERFORM LEE-TARJETA.
           PERFORM AGREGA-TARJETA UNTIL FIN-DE-ARCHIVO = "0".
           CLOSE TARJETA-FUSION.

           LEE-TARJETA.
           READ TARJETA-FUSION
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

      *    Cada renglon se valida aqui mismo; los malos se cuentan y
      *    no entran a la tabla.
           AGREGA-TARJETA.
           IF LINEA-TARJETA NOT = SPACES
               ADD 1 TO WS-RENGLON-TARJETA
               MOVE SPACES TO WS-VIEJO-X WS-NUEVO-X WS-FECHA-X
               UNSTRING LINEA-TARJETA DELIMITED BY ","
                   INTO WS-VIEJO-X WS-NUEVO-X WS-FECHA-X
               END-UNSTRING
               MOVE "N" TO WS-TARJETA-MALA
               PERFORM VALIDA-FORMATO-TARJETA
               IF WS-TARJETA-MALA = "N"
                   IF WS-TOTAL-MAPAS >= 50
                       DISPLAY "Renglon " WS-RENGLON-TARJETA
                           ": la tarjeta admite 50 departamentos."
                       ADD 1 TO WS-TOTAL-MALAS
                   ELSE
                       ADD 1 TO WS-TOTAL-MAPAS
                       MOVE WS-VIEJO-X (1:3)
                           TO WS-MAP-VIEJO (WS-TOTAL-MAPAS)
                       MOVE WS-NUEVO-X (1:3)
                           TO WS-MAP-NUEVO (WS-TOTAL-MAPAS)
                       MOVE WS-FECHA-X (1:8)
                           TO WS-MAP-FECHA (WS-TOTAL-MAPAS)
                       MOVE ZEROES TO WS-MAP-EMPLEADOS (WS-TOTAL-MAPAS)
                           WS-MAP-NOMINA (WS-TOTAL-MAPAS)
                   END-IF
               ELSE
                   ADD 1 TO WS-TOTAL-MALAS
               END-IF
           END-IF.
           PERFORM LEE-TARJETA.

           VALIDA-FORMATO-TARJETA.
           IF WS-VIEJO-X (1:3) NOT NUMERIC
               OR WS-VIEJO-X (4:7) NOT = SPACES
               OR WS-NUEVO-X (1:3) NOT NUMERIC
               OR WS-NUEVO-X (4:7) NOT = SPACES
               DISPLAY "Renglon " WS-RENGLON-TARJETA ": los "
                   "departamentos van de 3 digitos (viejo,nuevo)."
               MOVE "S" TO WS-TARJETA-MALA
           END-IF.
           IF WS-TARJETA-MALA = "N"
               AND WS-VIEJO-X (1:3) = WS-NUEVO-X (1:3)
               DISPLAY "Renglon " WS-RENGLON-TARJETA ": el "
                   "departamento nuevo es el mismo que el viejo."
               MOVE "S" TO WS-TARJETA-MALA
           END-IF.
           IF WS-TARJETA-MALA = "N"
               IF WS-FECHA-X (1:8) NOT NUMERIC
                   DISPLAY "Renglon " WS-RENGLON-TARJETA ": la "
                       "fecha efectiva debe ser AAAAMMDD."
                   MOVE "S" TO WS-TARJETA-MALA
               ELSE
                   MOVE WS-FECHA-X (1:8) TO WS-FECHA-NUM
                   IF WS-FECHA-MES < 1 OR WS-FECHA-MES > 12
                       OR WS-FECHA-DIA < 1 OR WS-FECHA-DIA > 31
                       DISPLAY "Renglon " WS-RENGLON-TARJETA
                           ": la fecha efectiva no es valida."
                       MOVE "S" TO WS-TARJETA-MALA
                   END-IF
               END-IF
           END-IF.
      *    Se puede simular una reestructura futura, pero no
      *    aplicarla antes de que entre en vigor.
           IF WS-TARJETA-MALA = "N"
               AND WS-MODO = "APLICA"
               AND WS-FECHA-X (1:8) > WS-FECHA-HOY
               DISPLAY "Renglon " WS-RENGLON-TARJETA ": la fecha "
                   "efectiva " WS-FECHA-X (1:8) " aun no llega; "
                   "solo se puede simular."
               MOVE "S" TO WS-TARJETA-MALA
           END-IF.

      *    Validaciones contra el catalogo y entre renglones: el
      *    viejo debe existir; un departamento no puede moverse dos
      *    veces ni ser viejo en un renglon y nuevo en otro (una
      *    cadena 410->401->400 se captura directo como 410->400).
           VALIDA-TARJETAS.
           PERFORM VALIDA-UNA-TARJETA
               VARYING WS-IX-MAP FROM 1 BY 1
               UNTIL WS-IX-MAP > WS-TOTAL-MAPAS.

           VALIDA-UNA-TARJETA.
           CALL "busca-depto"
               USING WS-MAP-VIEJO (WS-IX-MAP) WS-NOMBRE-DEPTO-CAT
                   WS-RESULTADO-DEPTO
           END-CALL.
           IF WS-RESULTADO-DEPTO NOT = "S"
               DISPLAY "El departamento " WS-MAP-VIEJO (WS-IX-MAP)
                   " no esta en el catalogo."
               ADD 1 TO WS-TOTAL-MALAS
           ELSE
               MOVE WS-NOMBRE-DEPTO-CAT
                   TO WS-MAP-NOMBRE-VIEJO (WS-IX-MAP)
           END-IF.
           CALL "busca-depto"
               USING WS-MAP-NUEVO (WS-IX-MAP) WS-NOMBRE-DEPTO-CAT
                   WS-RESULTADO-DEPTO
           END-CALL.
           IF WS-RESULTADO-DEPTO = "S"
               MOVE "S" TO WS-MAP-FUSION (WS-IX-MAP)
               MOVE WS-NOMBRE-DEPTO-CAT
                   TO WS-MAP-NOMBRE-NUEVO (WS-IX-MAP)
           ELSE
               MOVE "N" TO WS-MAP-FUSION (WS-IX-MAP)
               MOVE WS-MAP-NOMBRE-VIEJO (WS-IX-MAP)
                   TO WS-MAP-NOMBRE-NUEVO (WS-IX-MAP)
           END-IF.
           PERFORM VARYING WS-IX-MAP-2 FROM 1 BY 1
               UNTIL WS-IX-MAP-2 > WS-TOTAL-MAPAS
               IF WS-IX-MAP-2 NOT = WS-IX-MAP
                   IF WS-MAP-VIEJO (WS-IX-MAP-2) =
                       WS-MAP-VIEJO (WS-IX-MAP)
                       AND WS-IX-MAP-2 > WS-IX-MAP
                       DISPLAY "El departamento "
                           WS-MAP-VIEJO (WS-IX-MAP)
                           " viene dos veces en la tarjeta."
                       ADD 1 TO WS-TOTAL-MALAS
                   END-IF
                   IF WS-MAP-NUEVO (WS-IX-MAP-2) =
                       WS-MAP-VIEJO (WS-IX-MAP)
                       DISPLAY "El departamento "
                           WS-MAP-VIEJO (WS-IX-MAP)
                           " es viejo en un renglon y nuevo en otro."
                       ADD 1 TO WS-TOTAL-MALAS
                   END-IF
               END-IF
           END-PERFORM.

           BUSCA-MAPA.
           MOVE ZEROES TO WS-MAP-HALLADO.
           PERFORM VARYING WS-IX-MAP FROM 1 BY 1
               UNTIL WS-IX-MAP > WS-TOTAL-MAPAS
               OR WS-MAP-HALLADO > ZEROES
               IF WS-MAP-VIEJO (WS-IX-MAP) = WS-DEPTO-BUSCADO
                   MOVE WS-IX-MAP TO WS-MAP-HALLADO
               END-IF
           END-PERFORM.

      *    Una reestructura mueve depto en nomina; con un periodo
      *    calculado sin cerrar no se estaciona a medias: o el
      *    supervisor la fuerza (y cada cambio queda asentado) o se
      *    corre despues del cierre.
           REVISA-CONGELAMIENTO.
           CALL "verifica-congelamiento"
               USING WS-SESION-ROL WS-CNG-PERIODO WS-CNG-DECISION
           END-CALL.
           IF WS-CNG-DECISION = "E"
               DISPLAY "RECHAZADO: el periodo " WS-CNG-PERIODO
                   " esta calculado y sin cerrar; aplique la fusion "
                   "despues del cierre."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ABRE-BITACORAS-CAMBIO.
           CALL "asigna-id"
               USING WS-PREFIJO-LOTE WS-LOTE-CORRIDA
                   WS-RESULTADO-LOTE
           END-CALL.
           IF WS-RESULTADO-LOTE NOT = "S"
               DISPLAY "No se pudo asignar el numero de lote; sin "
                   "lote no hay reversa y nada se aplica."
               CLOSE REPORTE-FUSION
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND EMPLEADOS-AUDITORIA.
           IF WS-FILE-STATUS-AUDIT NOT = "00"
               OPEN OUTPUT EMPLEADOS-AUDITORIA
           END-IF.
           OPEN EXTEND LOTES-CARGA.
           IF WS-FILE-STATUS-LOT NOT = "00"
               OPEN OUTPUT LOTES-CARGA
           END-IF.
           IF WS-FILE-STATUS-AUDIT NOT = "00"
               OR WS-FILE-STATUS-LOT NOT = "00"
               DISPLAY "No se pudieron abrir las bitacoras; sin "
                   "rastro no se aplica nada."
               CLOSE REPORTE-FUSION
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ESCRIBE-ENCABEZADO.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-MODO = "APLICA"
               STRING "FUSION DE DEPARTAMENTOS APLICADA, LOTE "
                   DELIMITED BY SIZE
                   WS-LOTE-CORRIDA DELIMITED BY SIZE
                   "  USUARIO " DELIMITED BY SIZE
                   WS-SESION-USUARIO DELIMITED BY SPACE
                   INTO LINEA-REPORTE
               END-STRING
           ELSE
               STRING "FUSION DE DEPARTAMENTOS - SIMULACION, NADA "
                   DELIMITED BY SIZE
                   "SE ESCRIBIO  USUARIO " DELIMITED BY SIZE
                   WS-SESION-USUARIO DELIMITED BY SPACE
                   INTO LINEA-REPORTE
               END-STRING
           END-IF.
           WRITE LINEA-REPORTE.
           IF WS-CNG-DECISION = "F"
               MOVE SPACES TO LINEA-REPORTE
               STRING "PERIODO " WS-CNG-PERIODO " CONGELADO; "
                   "EL SUPERVISOR FORZO LA FUSION" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-MAPA
               VARYING WS-IX-MAP FROM 1 BY 1
               UNTIL WS-IX-MAP > WS-TOTAL-MAPAS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-MAPA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-MAP-VIEJO (WS-IX-MAP) " " DELIMITED BY SIZE
               WS-MAP-NOMBRE-VIEJO (WS-IX-MAP) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-MAP-NUEVO (WS-IX-MAP) " " DELIMITED BY SIZE
               WS-MAP-NOMBRE-NUEVO (WS-IX-MAP) DELIMITED BY SIZE
               " EFECTIVA " WS-MAP-FECHA (WS-IX-MAP)
                   DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           IF WS-MAP-FUSION (WS-IX-MAP) = "S"
               MOVE "FUSION" TO LINEA-REPORTE (80:6)
           ELSE
               MOVE "RENUMERACION" TO LINEA-REPORTE (80:12)
           END-IF.
           WRITE LINEA-REPORTE.

      ******************************************************************
      *    DIRECTORIO: cada empleado del departamento viejo, con su
      *    imagen previa en el lote, su auditoria y su historial.
      ******************************************************************
           PROCESA-DIRECTORIO.
           MOVE "-- DIRECTORIO DE EMPLEADOS --" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-MODO = "APLICA"
               OPEN I-O EMPLEADOS-ARCHIVO
           ELSE
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS
               CLOSE REPORTE-FUSION
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-ARCHIVO.
           PERFORM LEE-EMPLEADO.
           PERFORM REVISA-EMPLEADO UNTIL FIN-DE-ARCHIVO = "0".
           CLOSE EMPLEADOS-ARCHIVO.

           LEE-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

           REVISA-EMPLEADO.
           IF EMPLEADOS-DEPTO IS NUMERIC
               MOVE EMPLEADOS-DEPTO TO WS-DEPTO-BUSCADO
               PERFORM BUSCA-MAPA
               IF WS-MAP-HALLADO > ZEROES
                   PERFORM MUEVE-EMPLEADO
               END-IF
           END-IF.
           PERFORM LEE-EMPLEADO.

           MUEVE-EMPLEADO.
           MOVE EMPLEADOS-ID TO EMP-ID.
           MOVE SPACES TO EMP-NOMBRE EMP-NOTA.
           STRING FUNCTION TRIM(EMPLEADOS-NOMBRE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(EMPLEADOS-APELLIDOS) DELIMITED BY SIZE
               INTO EMP-NOMBRE
           END-STRING.
           MOVE WS-MAP-VIEJO (WS-MAP-HALLADO) TO EMP-VIEJO.
           MOVE WS-MAP-NUEVO (WS-MAP-HALLADO) TO EMP-NUEVO.
           IF WS-MODO = "APLICA"
               PERFORM CAMBIA-DEPTO-DIRECTORIO
           ELSE
               ADD 1 TO WS-TOTAL-DIRECTORIO
               ADD 1 TO WS-MAP-EMPLEADOS (WS-MAP-HALLADO)
           END-IF.
           MOVE "DIR" TO DET-ARCHIVO.
           MOVE "MUEVE" TO DET-ACCION.
           MOVE WS-LINEA-EMPLEADO TO DET-TEXTO.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           CAMBIA-DEPTO-DIRECTORIO.
           MOVE EMPLEADOS-REGISTRO TO WS-IMAGEN-ANTES.
           MOVE WS-MAP-NUEVO (WS-MAP-HALLADO) TO EMPLEADOS-DEPTO.
           IF WS-CNG-DECISION = "F"
               PERFORM ASIENTA-CAMBIO-CONGELADO
           END-IF.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   MOVE "NO SE PUDO REESCRIBIR" TO EMP-NOTA
                   ADD 1 TO WS-TOTAL-FALLAS
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-DIRECTORIO
                   ADD 1 TO WS-MAP-EMPLEADOS (WS-MAP-HALLADO)
                   PERFORM ESCRIBE-AUDITORIA-CAMBIO
                   PERFORM ASIENTA-EMPLEADO-EN-LOTE
                   PERFORM HISTORIA-EMPLEADO-DIRECTORIO
           END-REWRITE.

           ASIENTA-CAMBIO-CONGELADO.
           MOVE EMPLEADOS-REGISTRO TO WS-CNG-IMAGEN.
           MOVE SPACES TO WS-CNG-VALOR-ANTERIOR WS-CNG-VALOR-NUEVO.
           MOVE WS-IMAGEN-ANTES (131:3) TO WS-CNG-VALOR-ANTERIOR.
           MOVE WS-CNG-IMAGEN (131:3) TO WS-CNG-VALOR-NUEVO.
           CALL "estaciona-congelado"
               USING WS-CNG-PERIODO WS-CNG-DECISION WS-ORIGEN-CAMBIO
                   WS-SESION-USUARIO EMPLEADOS-ID WS-CNG-CAMPO
                   WS-CNG-VALOR-ANTERIOR WS-CNG-VALOR-NUEVO
                   WS-CNG-IMAGEN WS-CNG-RESULTADO
           END-CALL.

           ESCRIBE-AUDITORIA-CAMBIO.
           CALL "fecha-sello" USING WS-FECHA-HORA-AUDIT END-CALL.
           MOVE WS-FECHA-HORA-AUDIT TO AUD-FECHA-HORA.
           MOVE WS-SESION-USUARIO TO AUD-USUARIO.
           MOVE "CAMBIO" TO AUD-TRANSACCION.
           MOVE EMPLEADOS-ID TO AUD-ID.
           MOVE WS-IMAGEN-ANTES TO AUD-ANTES.
           MOVE EMPLEADOS-REGISTRO TO AUD-DESPUES.
           CALL "encadena-auditoria" USING WS-LINEA-AUDITORIA-DET
           END-CALL.
           MOVE WS-LINEA-AUDITORIA-DET TO LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.

           ASIENTA-EMPLEADO-EN-LOTE.
           MOVE WS-LOTE-CORRIDA TO LOT-NUMERO.
           MOVE "R" TO LOT-TIPO.
           MOVE EMPLEADOS-ID TO LOT-EMPLEADO-ID.
           MOVE WS-IMAGEN-ANTES TO LOT-IMAGEN-PREVIA.
           MOVE WS-LINEA-LOTE TO LINEA-LOTE.
           WRITE LINEA-LOTE.

      *    Regla de CRUCEID.cpy para llegar al numero de nomina con
      *    el que se lleva el historial.
           HISTORIA-EMPLEADO-DIRECTORIO.
           MOVE "N" TO WS-CRUCE-ARMADO.
           IF EMPLEADOS-ID IS NUMERIC
               MOVE SPACES TO CRUCE-ID-SITIO
               MOVE EMPLEADOS-ID (2:5) TO CRUCE-ID-NOMINA-X
               MOVE "S" TO WS-CRUCE-ARMADO
           ELSE
               IF EMPLEADOS-ID (3:4) IS NUMERIC
                   MOVE EMPLEADOS-ID (1:2) TO CRUCE-ID-SITIO
                   MOVE ZEROES TO CRUCE-ID-NOMINA
                   MOVE EMPLEADOS-ID (3:4) TO CRUCE-ID-NOMINA-X (2:4)
                   MOVE "S" TO WS-CRUCE-ARMADO
               END-IF
           END-IF.
           IF WS-CRUCE-ARMADO = "S"
               MOVE CRUCE-ID-NOMINA TO WS-HIS-NUMERO
               PERFORM REGISTRA-HISTORIA-DEPTO
               IF WS-TOTAL-HISTORIADOS < 5000
                   ADD 1 TO WS-TOTAL-HISTORIADOS
                   MOVE CRUCE-ID-NOMINA
                       TO WS-HTD-NUMERO (WS-TOTAL-HISTORIADOS)
               END-IF
           END-IF.

           REGISTRA-HISTORIA-DEPTO.
           MOVE WS-MAP-FECHA (WS-MAP-HALLADO) TO WS-HIS-FECHA.
           MOVE SPACES TO WS-HIS-ANTERIOR WS-HIS-NUEVO WS-HIS-RAZON.
           MOVE WS-MAP-VIEJO (WS-MAP-HALLADO) TO WS-HIS-ANTERIOR.
           MOVE WS-MAP-NUEVO (WS-MAP-HALLADO) TO WS-HIS-NUEVO.
           STRING "REESTRUCTURA " WS-LOTE-CORRIDA DELIMITED BY SIZE
               INTO WS-HIS-RAZON
           END-STRING.
           CALL "registra-historial"
               USING WS-HIS-NUMERO WS-HIS-FECHA WS-HIS-TIPO
                   WS-HIS-ANTERIOR WS-HIS-NUEVO WS-HIS-RAZON
           END-CALL.

      ******************************************************************
      *    MAESTRO DE NOMINA: se recorre por la llave primaria y se
      *    reescribe WS-DEPTO-EMP (la llave alterna de departamento
      *    se actualiza sola al reescribir).
      ******************************************************************
           PROCESA-NOMINA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- MAESTRO DE NOMINA --" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-RUTA-NOMINA = SPACES
               MOVE SPACES TO LINEA-REPORTE
               STRING "   (sin maestro de nomina en "
                   "REGISTRO_NOMINA_ENTRADA_PATH; no se toca)"
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
           ELSE
               IF WS-MODO = "APLICA"
                   OPEN I-O NOMINA-MAESTRO
               ELSE
                   OPEN INPUT NOMINA-MAESTRO
               END-IF
               IF WS-FILE-STATUS-NOM NOT = "00"
                   MOVE "   NO SE PUDO ABRIR EL MAESTRO DE NOMINA"
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   ADD 1 TO WS-TOTAL-FALLAS
               ELSE
                   MOVE "1" TO FIN-DE-ARCHIVO
                   MOVE LOW-VALUES TO NMX-LLAVE
                   START NOMINA-MAESTRO
                       KEY IS NOT LESS THAN NMX-LLAVE
                       INVALID KEY
                           MOVE "0" TO FIN-DE-ARCHIVO
                   END-START
                   IF FIN-DE-ARCHIVO = "1"
                       PERFORM LEE-NOMINA
                   END-IF
                   PERFORM REVISA-NOMINA UNTIL FIN-DE-ARCHIVO = "0"
                   CLOSE NOMINA-MAESTRO
               END-IF
           END-IF.

           LEE-NOMINA.
           READ NOMINA-MAESTRO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

           REVISA-NOMINA.
           IF NMX-DEPTO IS NUMERIC
               MOVE NMX-DEPTO TO WS-DEPTO-BUSCADO
               PERFORM BUSCA-MAPA
               IF WS-MAP-HALLADO > ZEROES
                   PERFORM MUEVE-NOMINA
               END-IF
           END-IF.
           PERFORM LEE-NOMINA.

           MUEVE-NOMINA.
           MOVE NMX-DATOS TO WS-REG-EMPLEADOS.
           CALL "forma-id-directorio"
               USING NMX-SITIO NMX-NUMERO WS-ID-NOMINA
           END-CALL.
           MOVE WS-ID-NOMINA TO EMP-ID.
           MOVE WS-NOMBRE-EMP TO EMP-NOMBRE.
           MOVE WS-MAP-VIEJO (WS-MAP-HALLADO) TO EMP-VIEJO.
           MOVE WS-MAP-NUEVO (WS-MAP-HALLADO) TO EMP-NUEVO.
           MOVE SPACES TO EMP-NOTA.
           IF WS-MODO = "APLICA"
               PERFORM CAMBIA-DEPTO-NOMINA
           ELSE
               ADD 1 TO WS-TOTAL-NOMINA
               ADD 1 TO WS-MAP-NOMINA (WS-MAP-HALLADO)
           END-IF.
           MOVE "NOM" TO DET-ARCHIVO.
           MOVE "MUEVE" TO DET-ACCION.
           MOVE WS-LINEA-EMPLEADO TO DET-TEXTO.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           CAMBIA-DEPTO-NOMINA.
           MOVE NOMINA-INDEXADA-REGISTRO TO WS-IMAGEN-NOMINA.
           MOVE WS-MAP-NUEVO (WS-MAP-HALLADO) TO NMX-DEPTO.
           IF WS-CNG-DECISION = "F"
               PERFORM ASIENTA-NOMINA-CONGELADA
           END-IF.
           REWRITE NOMINA-INDEXADA-REGISTRO
               INVALID KEY
                   MOVE "NO SE PUDO REESCRIBIR" TO EMP-NOTA
                   ADD 1 TO WS-TOTAL-FALLAS
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-NOMINA
                   ADD 1 TO WS-MAP-NOMINA (WS-MAP-HALLADO)
                   MOVE WS-LOTE-CORRIDA TO LOT-NUMERO
                   MOVE "N" TO LOT-TIPO
                   MOVE WS-ID-NOMINA TO LOT-EMPLEADO-ID
                   MOVE WS-IMAGEN-NOMINA TO LOT-IMAGEN-PREVIA
                   MOVE WS-LINEA-LOTE TO LINEA-LOTE
                   WRITE LINEA-LOTE
                   PERFORM HISTORIA-EMPLEADO-NOMINA
           END-REWRITE.

      *    El maestro de nomina no es un registro del directorio, asi
      *    que el forzado se asienta sin imagen, como el de salario.
           ASIENTA-NOMINA-CONGELADA.
           MOVE SPACES TO WS-CNG-IMAGEN.
           MOVE SPACES TO WS-CNG-VALOR-ANTERIOR WS-CNG-VALOR-NUEVO.
           MOVE WS-IMAGEN-NOMINA (44:3) TO WS-CNG-VALOR-ANTERIOR.
           MOVE NMX-DEPTO TO WS-CNG-VALOR-NUEVO.
           CALL "estaciona-congelado"
               USING WS-CNG-PERIODO WS-CNG-DECISION WS-ORIGEN-CAMBIO
                   WS-SESION-USUARIO WS-ID-NOMINA WS-CNG-CAMPO
                   WS-CNG-VALOR-ANTERIOR WS-CNG-VALOR-NUEVO
                   WS-CNG-IMAGEN WS-CNG-RESULTADO
           END-CALL.

      *    Solo los que no quedaron ya en el historial desde el
      *    directorio (registros de nomina sin ficha en el
      *    directorio).
           HISTORIA-EMPLEADO-NOMINA.
           MOVE "N" TO WS-HTD-HALLADO.
           PERFORM VARYING WS-IX-HTD FROM 1 BY 1
               UNTIL WS-IX-HTD > WS-TOTAL-HISTORIADOS
               OR WS-HTD-HALLADO = "S"
               IF WS-HTD-NUMERO (WS-IX-HTD) = NMX-NUMERO
                   MOVE "S" TO WS-HTD-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HTD-HALLADO = "N"
               MOVE NMX-NUMERO TO WS-HIS-NUMERO
               PERFORM REGISTRA-HISTORIA-DEPTO
           END-IF.

      ******************************************************************
      *    ARCHIVOS LATERALES: el archivo completo se carga en la
      *    tabla, los renglones del departamento viejo se retiran y
      *    reaparecen con el nuevo (sumandose al renglon que el nuevo
      *    ya tuviera con la misma llave), y al aplicar se reescribe
      *    completo. Cada renglon retirado o sumado queda en el lote
      *    como "F" (su texto anterior) y cada renglon que queda
      *    escrito como "G", para que reversa-lote quite los "G" y
      *    devuelva los "F".
      ******************************************************************
           PROCESA-LATERAL.
           PERFORM RESUELVE-RUTA-LATERAL.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "-- " WS-LAT-TITULO DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUTA-LATERAL) DELIMITED BY SIZE
               ") --" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE ZEROES TO WS-TOTAL-LATERAL WS-LAT-CAMBIOS.
           MOVE "N" TO WS-LAT-DESBORDE.
           OPEN INPUT ARCHIVO-LATERAL.
           IF WS-FILE-STATUS-LAT NOT = "00"
               MOVE "   (no existe el archivo; nada que mover)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LATERAL
               PERFORM AGREGA-LATERAL UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE ARCHIVO-LATERAL
               IF WS-LAT-DESBORDE = "S"
                   MOVE "   ARCHIVO DEMASIADO GRANDE; NO SE TOCA"
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   ADD 1 TO WS-TOTAL-FALLAS
               ELSE
                   PERFORM MUEVE-RENGLONES-LATERAL
               END-IF
           END-IF.

           LEE-LATERAL.
           READ ARCHIVO-LATERAL
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

      *    Se deja la mitad de la tabla libre para los renglones que
      *    aparecen con el departamento nuevo.
           AGREGA-LATERAL.
           IF LINEA-LATERAL NOT = SPACES
               IF WS-TOTAL-LATERAL >= 6000
                   MOVE "S" TO WS-LAT-DESBORDE
               ELSE
                   ADD 1 TO WS-TOTAL-LATERAL
                   MOVE LINEA-LATERAL
                       TO WS-LAT-LINEA (WS-TOTAL-LATERAL)
                   MOVE LINEA-LATERAL TO WS-LAT-LINEA-TRABAJO
                   PERFORM DESARMA-LINEA
                   PERFORM ARMA-LLAVE
                   MOVE WS-LAT-LLAVE-TRABAJO
                       TO WS-LAT-LLAVE (WS-TOTAL-LATERAL)
                   MOVE SPACES TO WS-LAT-ORIGINAL (WS-TOTAL-LATERAL)
                       WS-LAT-ESTADO (WS-TOTAL-LATERAL)
               END-IF
           END-IF.
           PERFORM LEE-LATERAL.

           MUEVE-RENGLONES-LATERAL.
           PERFORM REVISA-RENGLON-LATERAL
               VARYING WS-IX-LAT FROM 1 BY 1
               UNTIL WS-IX-LAT > WS-TOTAL-LATERAL.
           IF WS-LAT-CAMBIOS = ZEROES
               MOVE "   (sin renglones de los departamentos viejos)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM LISTA-RENGLON-LATERAL
                   VARYING WS-IX-LAT FROM 1 BY 1
                   UNTIL WS-IX-LAT > WS-TOTAL-LATERAL
               IF WS-MODO = "APLICA"
                   PERFORM REESCRIBE-LATERAL
               END-IF
           END-IF.

           REVISA-RENGLON-LATERAL.
           IF WS-LAT-ESTADO (WS-IX-LAT) NOT = "B"
               AND WS-LAT-ESTADO (WS-IX-LAT) NOT = "N"
               MOVE WS-LAT-LINEA (WS-IX-LAT) TO WS-LAT-LINEA-TRABAJO
               PERFORM DESARMA-LINEA
               IF WS-PAR-TIENE-DEPTO = "S"
                   MOVE WS-PAR-DEPTO TO WS-DEPTO-BUSCADO
                   PERFORM BUSCA-MAPA
                   IF WS-MAP-HALLADO > ZEROES
                       PERFORM RETIRA-RENGLON-VIEJO
                   END-IF
               END-IF
           END-IF.

           RETIRA-RENGLON-VIEJO.
           ADD 1 TO WS-LAT-CAMBIOS.
           IF WS-LAT-ESTADO (WS-IX-LAT) = SPACE
               MOVE WS-LAT-LINEA (WS-IX-LAT)
                   TO WS-LAT-ORIGINAL (WS-IX-LAT)
           END-IF.
           MOVE "B" TO WS-LAT-ESTADO (WS-IX-LAT).
           MOVE WS-PAR-MONTO-1 TO WS-MOV-MONTO-1.
           MOVE WS-PAR-MONTO-2 TO WS-MOV-MONTO-2.
           MOVE WS-PAR-MONTO-3 TO WS-MOV-MONTO-3.
           MOVE WS-PAR-MONTO-4 TO WS-MOV-MONTO-4.
           MOVE WS-MAP-NUEVO (WS-MAP-HALLADO) TO WS-PAR-DEPTO.
           PERFORM ARMA-LINEA.
           PERFORM ARMA-LLAVE.
           MOVE ZEROES TO WS-LAT-HALLADO.
           PERFORM VARYING WS-IX-DESTINO FROM 1 BY 1
               UNTIL WS-IX-DESTINO > WS-TOTAL-LATERAL
               OR WS-LAT-HALLADO > ZEROES
               IF WS-LAT-ESTADO (WS-IX-DESTINO) NOT = "B"
                   AND WS-LAT-LLAVE (WS-IX-DESTINO) =
                       WS-LAT-LLAVE-TRABAJO
                   MOVE WS-IX-DESTINO TO WS-LAT-HALLADO
               END-IF
           END-PERFORM.
           IF WS-LAT-HALLADO = ZEROES
               ADD 1 TO WS-TOTAL-LATERAL
               MOVE WS-LAT-LINEA-TRABAJO
                   TO WS-LAT-LINEA (WS-TOTAL-LATERAL)
               MOVE WS-LAT-LLAVE-TRABAJO
                   TO WS-LAT-LLAVE (WS-TOTAL-LATERAL)
               MOVE SPACES TO WS-LAT-ORIGINAL (WS-TOTAL-LATERAL)
               MOVE "N" TO WS-LAT-ESTADO (WS-TOTAL-LATERAL)
           ELSE
               IF WS-LAT-SUMA = "S"
                   PERFORM SUMA-A-RENGLON-NUEVO
               END-IF
           END-IF.

      *    El renglon que el nuevo ya tenia con la misma llave recibe
      *    las cantidades del viejo (autorizados, porcentaje,
      *    minimo o importes del presupuesto). En el catalogo y la
      *    lista de distribucion el repetido simplemente se descarta.
           SUMA-A-RENGLON-NUEVO.
           IF WS-LAT-ESTADO (WS-LAT-HALLADO) = SPACE
               MOVE WS-LAT-LINEA (WS-LAT-HALLADO)
                   TO WS-LAT-ORIGINAL (WS-LAT-HALLADO)
               MOVE "M" TO WS-LAT-ESTADO (WS-LAT-HALLADO)
           END-IF.
           MOVE WS-LAT-LINEA (WS-LAT-HALLADO) TO WS-LAT-LINEA-TRABAJO.
           PERFORM DESARMA-LINEA.
           ADD WS-MOV-MONTO-1 TO WS-PAR-MONTO-1.
           ADD WS-MOV-MONTO-2 TO WS-PAR-MONTO-2.
           ADD WS-MOV-MONTO-3 TO WS-PAR-MONTO-3.
           ADD WS-MOV-MONTO-4 TO WS-PAR-MONTO-4.
           PERFORM ARMA-LINEA.
           MOVE WS-LAT-LINEA-TRABAJO TO WS-LAT-LINEA (WS-LAT-HALLADO).

           LISTA-RENGLON-LATERAL.
           MOVE WS-LAT-TAG TO DET-ARCHIVO.
           IF WS-LAT-ESTADO (WS-IX-LAT) = "B"
               OR WS-LAT-ESTADO (WS-IX-LAT) = "M"
               MOVE "ANTES" TO DET-ACCION
               MOVE WS-LAT-ORIGINAL (WS-IX-LAT) TO DET-TEXTO
               MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               ADD 1 TO WS-TOTAL-LATERALES
           END-IF.
           IF WS-LAT-ESTADO (WS-IX-LAT) = "M"
               OR WS-LAT-ESTADO (WS-IX-LAT) = "N"
               MOVE "QUEDA" TO DET-ACCION
               MOVE WS-LAT-LINEA (WS-IX-LAT) TO DET-TEXTO
               MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           REESCRIBE-LATERAL.
           OPEN OUTPUT ARCHIVO-LATERAL.
           IF WS-FILE-STATUS-LAT NOT = "00"
               MOVE "   NO SE PUDO REESCRIBIR; QUEDO COMO ESTABA"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               ADD 1 TO WS-TOTAL-FALLAS
           ELSE
               PERFORM ESCRIBE-RENGLON-LATERAL
                   VARYING WS-IX-LAT FROM 1 BY 1
                   UNTIL WS-IX-LAT > WS-TOTAL-LATERAL
               CLOSE ARCHIVO-LATERAL
               PERFORM ASIENTA-RENGLON-EN-LOTE
                   VARYING WS-IX-LAT FROM 1 BY 1
                   UNTIL WS-IX-LAT > WS-TOTAL-LATERAL
           END-IF.

           ESCRIBE-RENGLON-LATERAL.
           IF WS-LAT-ESTADO (WS-IX-LAT) NOT = "B"
               MOVE WS-LAT-LINEA (WS-IX-LAT) TO LINEA-LATERAL
               WRITE LINEA-LATERAL
           END-IF.

      *    En el lote el ID lleva la clave del archivo lateral.
           ASIENTA-RENGLON-EN-LOTE.
           MOVE WS-LOTE-CORRIDA TO LOT-NUMERO.
           MOVE WS-LAT-TAG TO LOT-EMPLEADO-ID.
           IF WS-LAT-ESTADO (WS-IX-LAT) = "B"
               OR WS-LAT-ESTADO (WS-IX-LAT) = "M"
               MOVE "F" TO LOT-TIPO
               MOVE WS-LAT-ORIGINAL (WS-IX-LAT) TO LOT-IMAGEN-PREVIA
               MOVE WS-LINEA-LOTE TO LINEA-LOTE
               WRITE LINEA-LOTE
           END-IF.
           IF WS-LAT-ESTADO (WS-IX-LAT) = "M"
               OR WS-LAT-ESTADO (WS-IX-LAT) = "N"
               MOVE "G" TO LOT-TIPO
               MOVE WS-LAT-LINEA (WS-IX-LAT) TO LOT-IMAGEN-PREVIA
               MOVE WS-LINEA-LOTE TO LINEA-LOTE
               WRITE LINEA-LOTE
           END-IF.

      *    Desarma WS-LAT-LINEA-TRABAJO segun el archivo:
      *    CAT codigo,nombre,centro,responsable
      *        (CAMPO-1/2/3 = nombre, centro, responsable)
      *    PLA depto,puesto,autorizados
      *        (CAMPO-1 = puesto, MONTO-1 = autorizados)
      *    SPL numero,centro,porcentaje
      *        (CAMPO-1 = numero, el centro es el depto, MONTO-1 =
      *        porcentaje)
      *    TRI depto,turno,dia,minimo
      *        (CAMPO-1 = turno, CAMPO-2 = dia, MONTO-1 = minimo)
      *    PPT PPTREG.cpy (CAMPO-1 = ano, CAMPO-2 = mes, MONTO-1..4 =
      *        sueldos, extra, IMSS y prestaciones)
      *    DIS tipo,clave,resto (solo las reglas "D" con clave de
      *        departamento; CAMPO-1 = tipo, CAMPO-3 = el resto)
           DESARMA-LINEA.
           MOVE "S" TO WS-PAR-TIENE-DEPTO.
           MOVE ZEROES TO WS-PAR-DEPTO WS-PAR-MONTO-1 WS-PAR-MONTO-2
               WS-PAR-MONTO-3 WS-PAR-MONTO-4.
           MOVE SPACES TO WS-PAR-CAMPO-1 WS-PAR-CAMPO-2 WS-PAR-CAMPO-3
               WS-DEPTO-X WS-CAMPO-A-X WS-CAMPO-B-X WS-CAMPO-C-X.
           EVALUATE WS-LAT-TAG
               WHEN "CAT"
                   UNSTRING WS-LAT-LINEA-TRABAJO DELIMITED BY ","
                       INTO WS-DEPTO-X WS-PAR-CAMPO-1 WS-PAR-CAMPO-2
                           WS-PAR-CAMPO-3
                   END-UNSTRING
                   PERFORM CONVIERTE-DEPTO
               WHEN "PLA"
                   UNSTRING WS-LAT-LINEA-TRABAJO DELIMITED BY ","
                       INTO WS-DEPTO-X WS-CAMPO-A-X WS-CAMPO-B-X
                   END-UNSTRING
                   PERFORM CONVIERTE-DEPTO
                   COMPUTE WS-PUESTO-2 = FUNCTION NUMVAL(WS-CAMPO-A-X)
                   MOVE WS-PUESTO-2 TO WS-PAR-CAMPO-1
                   COMPUTE WS-PAR-MONTO-1 =
                       FUNCTION NUMVAL(WS-CAMPO-B-X)
               WHEN "SPL"
                   UNSTRING WS-LAT-LINEA-TRABAJO DELIMITED BY ","
                       INTO WS-CAMPO-A-X WS-DEPTO-X WS-CAMPO-B-X
                   END-UNSTRING
                   PERFORM CONVIERTE-DEPTO
                   COMPUTE WS-NUMERO-5 = FUNCTION NUMVAL(WS-CAMPO-A-X)
                   MOVE WS-NUMERO-5 TO WS-PAR-CAMPO-1
                   COMPUTE WS-PAR-MONTO-1 =
                       FUNCTION NUMVAL(WS-CAMPO-B-X)
               WHEN "TRI"
                   UNSTRING WS-LAT-LINEA-TRABAJO DELIMITED BY ","
                       INTO WS-DEPTO-X WS-PAR-CAMPO-1 WS-PAR-CAMPO-2
                           WS-CAMPO-A-X
                   END-UNSTRING
                   PERFORM CONVIERTE-DEPTO
                   COMPUTE WS-PAR-MONTO-1 =
                       FUNCTION NUMVAL(WS-CAMPO-A-X)
               WHEN "PPT"
                   MOVE WS-LAT-LINEA-TRABAJO TO PRESUPUESTO-REGISTRO
                   IF PPT-DEPTO IS NUMERIC
                       MOVE PPT-DEPTO TO WS-PAR-DEPTO
                       MOVE PPT-ANO TO WS-PAR-CAMPO-1
                       MOVE PPT-MES TO WS-PAR-CAMPO-2
                       MOVE PPT-SUELDOS TO WS-PAR-MONTO-1
                       MOVE PPT-EXTRA TO WS-PAR-MONTO-2
                       MOVE PPT-IMSS TO WS-PAR-MONTO-3
                       MOVE PPT-PRESTACIONES TO WS-PAR-MONTO-4
                   ELSE
                       MOVE "N" TO WS-PAR-TIENE-DEPTO
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WS-APUNTADOR
                   UNSTRING WS-LAT-LINEA-TRABAJO DELIMITED BY ","
                       INTO WS-PAR-CAMPO-1 WS-DEPTO-X
                       WITH POINTER WS-APUNTADOR
                   END-UNSTRING
                   IF WS-APUNTADOR <= 120
                       MOVE WS-LAT-LINEA-TRABAJO (WS-APUNTADOR:)
                           TO WS-PAR-CAMPO-3
                   END-IF
                   IF WS-PAR-CAMPO-1 = "D"
                       PERFORM CONVIERTE-DEPTO
                   ELSE
                       MOVE "N" TO WS-PAR-TIENE-DEPTO
                   END-IF
           END-EVALUATE.

      *    Un codigo que no es de 1 a 3 digitos ("*" en la lista de
      *    distribucion, un renglon de titulos) no se toca.
           CONVIERTE-DEPTO.
           IF WS-DEPTO-X = SPACES
               OR FUNCTION TEST-NUMVAL(WS-DEPTO-X) NOT = ZERO
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-DEPTO-X)) > 3
               MOVE "N" TO WS-PAR-TIENE-DEPTO
           ELSE
               COMPUTE WS-PAR-DEPTO = FUNCTION NUMVAL(WS-DEPTO-X)
           END-IF.

      *    Arma WS-LAT-LINEA-TRABAJO con el formato con que lo
      *    escribe el programa que mantiene cada archivo.
           ARMA-LINEA.
           MOVE SPACES TO WS-LAT-LINEA-TRABAJO.
           EVALUATE WS-LAT-TAG
               WHEN "CAT"
                   STRING WS-PAR-DEPTO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PAR-CAMPO-1) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PAR-CAMPO-2) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PAR-CAMPO-3) DELIMITED BY SIZE
                       INTO WS-LAT-LINEA-TRABAJO
                   END-STRING
               WHEN "PLA"
                   MOVE WS-PAR-MONTO-1 TO WS-CANTIDAD-4
                   STRING WS-PAR-DEPTO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-PAR-CAMPO-1 (1:2) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-CANTIDAD-4 DELIMITED BY SIZE
                       INTO WS-LAT-LINEA-TRABAJO
                   END-STRING
               WHEN "SPL"
                   MOVE WS-PAR-MONTO-1 TO WS-PORC-EDITADO
                   STRING WS-PAR-CAMPO-1 (1:5) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-PAR-DEPTO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PORC-EDITADO) DELIMITED BY SIZE
                       INTO WS-LAT-LINEA-TRABAJO
                   END-STRING
               WHEN "TRI"
                   MOVE WS-PAR-MONTO-1 TO WS-CANTIDAD-3
                   STRING WS-PAR-DEPTO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-PAR-CAMPO-1 (1:3) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-PAR-CAMPO-2 (1:1) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-CANTIDAD-3 DELIMITED BY SIZE
                       INTO WS-LAT-LINEA-TRABAJO
                   END-STRING
               WHEN "PPT"
                   MOVE WS-PAR-DEPTO TO PPT-DEPTO
                   MOVE WS-PAR-MONTO-1 TO PPT-SUELDOS
                   MOVE WS-PAR-MONTO-2 TO PPT-EXTRA
                   MOVE WS-PAR-MONTO-3 TO PPT-IMSS
                   MOVE WS-PAR-MONTO-4 TO PPT-PRESTACIONES
                   MOVE PRESUPUESTO-REGISTRO TO WS-LAT-LINEA-TRABAJO
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-PAR-CAMPO-1)
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-PAR-DEPTO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PAR-CAMPO-3 TRAILING)
                           DELIMITED BY SIZE
                       INTO WS-LAT-LINEA-TRABAJO
                   END-STRING
           END-EVALUATE.

      *    Llave del renglon para encontrar el que el nuevo ya tenia:
      *    CAT codigo; PLA depto+puesto; SPL numero+centro; TRI
      *    depto+turno+dia; PPT ano+depto+mes; DIS el renglon
      *    completo (dos reglas distintas del mismo jefe se
      *    conservan, solo una identica sobra). Un renglon sin
      *    departamento no choca con nada.
           ARMA-LLAVE.
           MOVE SPACES TO WS-LAT-LLAVE-TRABAJO.
           IF WS-PAR-TIENE-DEPTO = "N"
               MOVE "*SIN DEPTO*" TO WS-LAT-LLAVE-TRABAJO
           ELSE
               EVALUATE WS-LAT-TAG
                   WHEN "CAT"
                       MOVE WS-PAR-DEPTO TO WS-LAT-LLAVE-TRABAJO
                   WHEN "SPL"
                       STRING WS-PAR-CAMPO-1 (1:5) WS-PAR-DEPTO
                           DELIMITED BY SIZE
                           INTO WS-LAT-LLAVE-TRABAJO
                       END-STRING
                   WHEN "PPT"
                       STRING WS-PAR-CAMPO-1 (1:4) WS-PAR-DEPTO
                           WS-PAR-CAMPO-2 (1:2) DELIMITED BY SIZE
                           INTO WS-LAT-LLAVE-TRABAJO
                       END-STRING
                   WHEN "DIS"
                       MOVE WS-LAT-LINEA-TRABAJO
                           TO WS-LAT-LLAVE-TRABAJO
                   WHEN OTHER
                       STRING WS-PAR-DEPTO WS-PAR-CAMPO-1 (1:3)
                           WS-PAR-CAMPO-2 (1:1) DELIMITED BY SIZE
                           INTO WS-LAT-LLAVE-TRABAJO
                       END-STRING
               END-EVALUATE
           END-IF.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- RESUMEN POR DEPARTAMENTO --" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-TOTAL-MAPA
               VARYING WS-IX-MAP FROM 1 BY 1
               UNTIL WS-IX-MAP > WS-TOTAL-MAPAS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EMPLEADOS DEL DIRECTORIO: " WS-TOTAL-DIRECTORIO
               "  REGISTROS DE NOMINA: " WS-TOTAL-NOMINA
               "  RENGLONES LATERALES: " WS-TOTAL-LATERALES
               "  FALLAS: " WS-TOTAL-FALLAS DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTAL-MAPA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-MAP-VIEJO (WS-IX-MAP) " -> "
               WS-MAP-NUEVO (WS-IX-MAP) ": EMPLEADOS "
               WS-MAP-EMPLEADOS (WS-IX-MAP) "  NOMINA "
               WS-MAP-NOMINA (WS-IX-MAP) DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
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

       END PROGRAM fusiona-deptos.
