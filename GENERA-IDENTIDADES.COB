      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:ALIMENTACION DIARIA DE IDENTIDADES PARA SISTEMAS
      *         (CUENTAS DE RED Y ACCESO A TORNIQUETES), PARA QUE UNA
      *         BAJA NO SIGA ENTRANDO A LA RED DIAS DESPUES. ARMA LOS
      *         MOVIMIENTOS DEL DIA (IDENTIDADES_FECHA, HOY POR
      *         OMISION) CON LA AUDITORIA DEL DIRECTORIO (ALTAS,
      *         REACTIVACIONES, BAJAS, CAMBIOS DE STATUS, DE
      *         DEPARTAMENTO Y DE NOMBRE), CON LAS TRANSFERENCIAS DE
      *         SITIO DEL DIA EN EQUIVALENCIAS-ID.txt (QUE NO PASAN
      *         POR LA AUDITORIA) Y CON UN BARRIDO DEL DIRECTORIO POR
      *         LAS ALTAS Y BAJAS FECHADAS EN EL DIA QUE NO TRAJO LA
      *         AUDITORIA. ESCRIBE EL ARCHIVO DE ALIMENTACION H/D/T
      *         (LAYOUT DE IDPREG.cpy) CON LA COLA DE CONTROL POR TIPO
      *         Y EL TOTAL DE CONTROL DE IDS (hash-total-id), Y DEJA
      *         CADA RENGLON EN IDENTIDADES-ENVIADAS.txt SIN ACUSE
      *         PARA QUE revisa-identidades LO CONCILIE CONTRA EL
      *         ACUSE QUE DEVUELVE SISTEMAS. SE PUEDE CORRER VARIAS
      *         VECES EN EL DIA: SOLO MANDA LO QUE EL LOTE NO LLEVABA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. genera-identidades.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EMPLEADOS-AUDITORIA
       ASSIGN TO DYNAMIC WS-RUTA-AUDITORIA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-AUDIT.

       SELECT EQUIVALENCIAS-ID
       ASSIGN TO DYNAMIC WS-RUTA-EQUIVALENCIAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EQU.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT IDENTIDADES-ENVIADAS
       ASSIGN TO DYNAMIC WS-RUTA-ENVIADAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ENV.

       SELECT ALIMENTACION-IDENTIDADES
       ASSIGN TO DYNAMIC WS-RUTA-ALIMENTACION
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ALI.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       FD EQUIVALENCIAS-ID.
       01  LINEA-EQUIVALENCIA PIC X(30).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD IDENTIDADES-ENVIADAS.
       01  LINEA-ENVIADA PIC X(178).

       FD ALIMENTACION-IDENTIDADES.
       01  LINEA-ALIMENTACION PIC X(115).

       WORKING-STORAGE SECTION.
       COPY AUDREG.
       COPY EQUREG.
       COPY IDPREG.

       01  WS-RUTA-AUDITORIA PIC X(200).
       01  WS-FILE-STATUS-AUDIT PIC X(2).
       01  WS-RUTA-EQUIVALENCIAS PIC X(200).
       01  WS-FILE-STATUS-EQU PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-ENVIADAS PIC X(200).
       01  WS-FILE-STATUS-ENV PIC X(2).
       01  WS-RUTA-ALIMENTACION PIC X(200).
       01  WS-FILE-STATUS-ALI PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-LOTE-X PIC X(8).
       01  WS-LOTE PIC 9(8).
       01  WS-SELLO-CORRIDA PIC X(16).

      *    Lo que el lote ya llevaba de corridas anteriores del dia,
      *    para no mandar dos veces el mismo movimiento.
       01  WS-TABLA-ENVIADOS.
           05 WS-ENV-RENGLON OCCURS 9999 TIMES.
               10 WS-ENV-ID PIC X(6).
               10 WS-ENV-MOVIMIENTO PIC X(3).
       01  WS-TOTAL-ENVIADOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-ENV PIC 9(4).
       01  WS-ENV-ENCONTRADO PIC X.
       01  WS-ULTIMO-RENGLON PIC 9(5) VALUE ZEROES.

      *    Datos de la imagen "antes" de una entrada de auditoria.
       01  WS-ANT-STATUS PIC X(1).
       01  WS-ANT-DEPTO PIC 9(3).
       01  WS-ANT-NOMBRE PIC X(25).
       01  WS-ANT-APELLIDOS PIC X(35).
       01  WS-ANT-SITIO PIC X(2).
       01  WS-ANT-VIVA PIC X.
       01  WS-NUEVA-VIVA PIC X.
       01  WS-ID-TRANSFERIDO PIC X(6).

       01  WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-BAJAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-TRANSFERENCIAS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-NOMBRES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-MOVIMIENTOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-REPETIDOS PIC 9(6) VALUE ZEROES.
       01  WS-HASH-IDS PIC 9(9) VALUE ZEROES.

       01  WS-ENCABEZADO-ALIMENTACION.
           05 FILLER PIC X VALUE "H".
           05 ALI-ENC-LOTE PIC 9(8).
           05 ALI-ENC-SELLO PIC X(16).
           05 FILLER PIC X(11) VALUE "IDENTIDADES".
           05 FILLER PIC X(79) VALUE SPACES.
       01  WS-COLA-ALIMENTACION.
           05 FILLER PIC X VALUE "T".
           05 ALI-COL-LOTE PIC 9(8).
           05 ALI-COL-TOTAL PIC 9(6).
           05 ALI-COL-ALTAS PIC 9(6).
           05 ALI-COL-BAJAS PIC 9(6).
           05 ALI-COL-TRANSFERENCIAS PIC 9(6).
           05 ALI-COL-NOMBRES PIC 9(6).
           05 ALI-COL-HASH PIC 9(9).
           05 FILLER PIC X(67) VALUE SPACES.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "genera-identidades".
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
           CALL "fecha-sello" USING WS-SELLO-CORRIDA END-CALL.
           PERFORM CARGA-ENVIADOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ALIMENTACION-IDENTIDADES.
           IF WS-FILE-STATUS-ALI NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear la alimentacion: "
                   FUNCTION TRIM(WS-RUTA-ALIMENTACION)
               CLOSE EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND IDENTIDADES-ENVIADAS.
           IF WS-FILE-STATUS-ENV NOT = "00"
               OPEN OUTPUT IDENTIDADES-ENVIADAS
           END-IF.
           IF WS-FILE-STATUS-ENV NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el registro de "
                   "envios: " FUNCTION TRIM(WS-RUTA-ENVIADAS)
               CLOSE EMPLEADOS-ARCHIVO ALIMENTACION-IDENTIDADES
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LOTE TO ALI-ENC-LOTE.
           MOVE WS-SELLO-CORRIDA TO ALI-ENC-SELLO.
           MOVE WS-ENCABEZADO-ALIMENTACION TO LINEA-ALIMENTACION.
           WRITE LINEA-ALIMENTACION.
           PERFORM PROCESA-AUDITORIA.
           PERFORM PROCESA-TRANSFERENCIAS.
           PERFORM RECORRE-DIRECTORIO.
           PERFORM ESCRIBE-COLA.
           CLOSE EMPLEADOS-ARCHIVO ALIMENTACION-IDENTIDADES
               IDENTIDADES-ENVIADAS.
           DISPLAY "Lote " WS-LOTE ": altas " WS-TOTAL-ALTAS
               ", bajas " WS-TOTAL-BAJAS ", transferencias "
               WS-TOTAL-TRANSFERENCIAS ", nombres " WS-TOTAL-NOMBRES.
           DISPLAY "Movimientos ya enviados en el lote (omitidos): "
               WS-TOTAL-REPETIDOS.
           DISPLAY "Alimentacion en: "
               FUNCTION TRIM(WS-RUTA-ALIMENTACION).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-MOVIMIENTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-LOTE-X FROM ENVIRONMENT "IDENTIDADES_FECHA".
           IF WS-LOTE-X = SPACES
               MOVE WS-FECHA-HOY TO WS-LOTE-X
           END-IF.
           IF WS-LOTE-X IS NOT NUMERIC
               OR WS-LOTE-X > WS-FECHA-HOY
               DISPLAY "RECHAZADO: IDENTIDADES_FECHA debe ser una "
                   "fecha AAAAMMDD no posterior a hoy."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LOTE-X TO WS-LOTE.
           ACCEPT WS-RUTA-AUDITORIA FROM ENVIRONMENT
               "BDD_INDEXADAS_AUDITORIA_PATH".
           IF WS-RUTA-AUDITORIA = SPACES
               MOVE "EMPLEADOS-AUDITORIA.log" TO WS-RUTA-AUDITORIA
           END-IF.
           ACCEPT WS-RUTA-EQUIVALENCIAS FROM ENVIRONMENT
               "EQUIVALENCIAS_ID_PATH".
           IF WS-RUTA-EQUIVALENCIAS = SPACES
               MOVE "EQUIVALENCIAS-ID.txt" TO WS-RUTA-EQUIVALENCIAS
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-ENVIADAS FROM ENVIRONMENT
               "IDENTIDADES_ENVIADAS_PATH".
           IF WS-RUTA-ENVIADAS = SPACES
               MOVE "IDENTIDADES-ENVIADAS.txt" TO WS-RUTA-ENVIADAS
           END-IF.
           ACCEPT WS-RUTA-ALIMENTACION FROM ENVIRONMENT
               "IDENTIDADES_ALIMENTACION_PATH".
           IF WS-RUTA-ALIMENTACION = SPACES
               MOVE "IDENTIDADES" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-ALIMENTACION
               END-CALL
           END-IF.

           CARGA-ENVIADOS.
           OPEN INPUT IDENTIDADES-ENVIADAS.
           IF WS-FILE-STATUS-ENV = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-ENVIADA
               PERFORM GUARDA-ENVIADO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE IDENTIDADES-ENVIADAS
           END-IF.

           LEE-LINEA-ENVIADA.
           READ IDENTIDADES-ENVIADAS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-ENVIADA TO IDENTIDAD-REGISTRO
           END-READ.

           GUARDA-ENVIADO.
           IF IDP-TIPO-REG = "D"
               AND IDP-LOTE = WS-LOTE
               IF IDP-RENGLON > WS-ULTIMO-RENGLON
                   MOVE IDP-RENGLON TO WS-ULTIMO-RENGLON
               END-IF
               IF WS-TOTAL-ENVIADOS < 9999
                   ADD 1 TO WS-TOTAL-ENVIADOS
                   MOVE IDP-EMPLEADO-ID
                       TO WS-ENV-ID (WS-TOTAL-ENVIADOS)
                   MOVE IDP-MOVIMIENTO
                       TO WS-ENV-MOVIMIENTO (WS-TOTAL-ENVIADOS)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-ENVIADA.

      *    Las entradas quedan en orden de captura; solo cuentan las
      *    selladas en la fecha del lote.
           PROCESA-AUDITORIA.
           OPEN INPUT EMPLEADOS-AUDITORIA.
           IF WS-FILE-STATUS-AUDIT NOT = "00"
               DISPLAY "Aviso: sin auditoria; el lote sale solo con "
                   "transferencias y el barrido del directorio."
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-AUDITORIA
               PERFORM REVISA-ENTRADA UNTIL FIN-DE-ENTRADA = "0"
               CLOSE EMPLEADOS-AUDITORIA
           END-IF.

           LEE-AUDITORIA.
           READ EMPLEADOS-AUDITORIA
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-AUDITORIA TO WS-LINEA-AUDITORIA-DET
           END-READ.

      *    La imagen "antes" solo se usa para comparar; el renglon se
      *    arma con la imagen "despues" (o con la "antes" en una baja
      *    fisica, que no trae "despues").
           REVISA-ENTRADA.
           IF AUD-FECHA-HORA (1:8) = WS-LOTE-X
               AND (AUD-ANTES NOT = SPACES OR AUD-DESPUES NOT = SPACES)
               PERFORM TOMA-IMAGEN-ANTES
               IF AUD-DESPUES NOT = SPACES
                   MOVE AUD-DESPUES TO EMPLEADOS-REGISTRO
               END-IF
               PERFORM ARMA-DESDE-REGISTRO
               MOVE "N" TO WS-NUEVA-VIVA
               IF EMPLEADOS-STATUS = "A" OR EMPLEADOS-STATUS = "L"
                   MOVE "S" TO WS-NUEVA-VIVA
               END-IF
               EVALUATE AUD-TRANSACCION
                   WHEN "ALTA"
                   WHEN "REACT"
                       IF WS-NUEVA-VIVA = "S"
                           MOVE "ALT" TO IDP-MOVIMIENTO
                           PERFORM ENVIA-MOVIMIENTO
                       END-IF
                   WHEN "BAJA"
                   WHEN "PURGA"
                       IF WS-ANT-VIVA = "S"
                           PERFORM ENVIA-BAJA
                       END-IF
                   WHEN "CAMBIO"
                       PERFORM REVISA-CAMBIO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM LEE-AUDITORIA.

      *    Sin imagen "antes" (entradas viejas de baja) se toma como
      *    cuenta viva, para no dejar una baja sin mandar.
           TOMA-IMAGEN-ANTES.
           MOVE "S" TO WS-ANT-VIVA.
           MOVE ZEROES TO WS-ANT-DEPTO.
           MOVE SPACES TO WS-ANT-STATUS WS-ANT-NOMBRE WS-ANT-APELLIDOS
               WS-ANT-SITIO.
           IF AUD-ANTES NOT = SPACES
               MOVE AUD-ANTES TO EMPLEADOS-REGISTRO
               MOVE EMPLEADOS-STATUS TO WS-ANT-STATUS
               IF EMPLEADOS-STATUS NOT = "A"
                   AND EMPLEADOS-STATUS NOT = "L"
                   MOVE "N" TO WS-ANT-VIVA
               END-IF
               IF EMPLEADOS-DEPTO IS NUMERIC
                   MOVE EMPLEADOS-DEPTO TO WS-ANT-DEPTO
               END-IF
               MOVE EMPLEADOS-NOMBRE TO WS-ANT-NOMBRE
               MOVE EMPLEADOS-APELLIDOS TO WS-ANT-APELLIDOS
               PERFORM DERIVA-SITIO
               MOVE IDP-SITIO TO WS-ANT-SITIO
           END-IF.

      *    Un cambio puede matar o revivir la cuenta; si la deja viva,
      *    un cambio de departamento y uno de nombre van cada uno en
      *    su renglon.
           REVISA-CAMBIO.
           IF WS-ANT-VIVA = "S" AND WS-NUEVA-VIVA = "N"
               PERFORM ENVIA-BAJA
           ELSE
               IF WS-ANT-VIVA = "N" AND WS-NUEVA-VIVA = "S"
                   MOVE "ALT" TO IDP-MOVIMIENTO
                   PERFORM ENVIA-MOVIMIENTO
               ELSE
                   IF WS-NUEVA-VIVA = "S"
                       AND AUD-ANTES NOT = SPACES
                       IF IDP-DEPTO NOT = WS-ANT-DEPTO
                           MOVE "TRF" TO IDP-MOVIMIENTO
                           MOVE WS-ANT-DEPTO TO IDP-DEPTO-ANTERIOR
                           MOVE WS-ANT-SITIO TO IDP-SITIO-ANTERIOR
                           PERFORM ENVIA-MOVIMIENTO
                       END-IF
                       IF IDP-NOMBRE NOT = WS-ANT-NOMBRE
                           OR IDP-APELLIDOS NOT = WS-ANT-APELLIDOS
                           MOVE "NOM" TO IDP-MOVIMIENTO
                           MOVE ZEROES TO IDP-DEPTO-ANTERIOR
                           MOVE SPACES TO IDP-SITIO-ANTERIOR
                           PERFORM ENVIA-MOVIMIENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

           ENVIA-BAJA.
           MOVE "BAJ" TO IDP-MOVIMIENTO.
           IF EMPLEADOS-FECHA-BAJA IS NUMERIC
               MOVE EMPLEADOS-FECHA-BAJA TO IDP-FECHA-EFECTIVA
           END-IF.
           PERFORM ENVIA-MOVIMIENTO.

      *    transfiere-sitio deja el cruce viejo/nuevo fechado; la
      *    cuenta se renombra al ID nuevo con los grupos y puertas del
      *    sitio destino, y la baja "TRA" del ID viejo no se manda.
           PROCESA-TRANSFERENCIAS.
           OPEN INPUT EQUIVALENCIAS-ID.
           IF WS-FILE-STATUS-EQU = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-EQUIVALENCIA
               PERFORM REVISA-TRANSFERENCIA UNTIL FIN-DE-ENTRADA = "0"
               CLOSE EQUIVALENCIAS-ID
           END-IF.

           LEE-LINEA-EQUIVALENCIA.
           READ EQUIVALENCIAS-ID
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-EQUIVALENCIA TO EQUIVALENCIA-REGISTRO
           END-READ.

           REVISA-TRANSFERENCIA.
           IF EQU-FECHA = WS-LOTE-X
               AND EQU-ID-NUEVO NOT = SPACES
               MOVE ZEROES TO WS-ANT-DEPTO
               MOVE EQU-ID-ANTERIOR TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMPLEADOS-DEPTO IS NUMERIC
                           MOVE EMPLEADOS-DEPTO TO WS-ANT-DEPTO
                       END-IF
               END-READ
               MOVE EQU-ID-ANTERIOR TO EMPLEADOS-ID
               PERFORM DERIVA-SITIO
               MOVE IDP-SITIO TO WS-ANT-SITIO
               MOVE EQU-ID-NUEVO TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       DISPLAY "Aviso: el ID " EQU-ID-NUEVO " de la "
                           "transferencia no esta en el directorio."
                   NOT INVALID KEY
                       PERFORM ARMA-DESDE-REGISTRO
                       MOVE "TRF" TO IDP-MOVIMIENTO
                       MOVE EQU-ID-ANTERIOR TO IDP-ID-ANTERIOR
                       MOVE WS-ANT-DEPTO TO IDP-DEPTO-ANTERIOR
                       MOVE WS-ANT-SITIO TO IDP-SITIO-ANTERIOR
                       PERFORM ENVIA-MOVIMIENTO
               END-READ
           END-IF.
           PERFORM LEE-LINEA-EQUIVALENCIA.

      *    Altas y bajas fechadas en el dia del lote que llegaron al
      *    directorio sin pasar por la auditoria (cargas en lote).
           RECORRE-DIRECTORIO.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           MOVE "1" TO FIN-DE-ENTRADA.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE "0" TO FIN-DE-ENTRADA
           END-START.
           PERFORM LEE-SIGUIENTE-EMPLEADO UNTIL FIN-DE-ENTRADA = "0".

           LEE-SIGUIENTE-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   PERFORM REVISA-EMPLEADO
           END-READ.

           REVISA-EMPLEADO.
           IF EMPLEADOS-STATUS = "A" OR EMPLEADOS-STATUS = "L"
               IF EMPLEADOS-FECHA-ALTA = WS-LOTE-X
                   PERFORM BUSCA-TRANSFERIDO
                   IF WS-ID-TRANSFERIDO = SPACES
                       PERFORM ARMA-DESDE-REGISTRO
                       MOVE "ALT" TO IDP-MOVIMIENTO
                       PERFORM ENVIA-MOVIMIENTO
                   END-IF
               END-IF
           ELSE
               IF EMPLEADOS-FECHA-BAJA = WS-LOTE-X
                   AND EMPLEADOS-BAJA-RAZON NOT = "TRA"
                   PERFORM ARMA-DESDE-REGISTRO
                   PERFORM ENVIA-BAJA
               END-IF
           END-IF.

      *    Un ID que ya va en el lote como transferencia no es alta.
           BUSCA-TRANSFERIDO.
           MOVE SPACES TO WS-ID-TRANSFERIDO.
           PERFORM VARYING WS-IX-ENV FROM 1 BY 1
               UNTIL WS-IX-ENV > WS-TOTAL-ENVIADOS
               IF WS-ENV-ID (WS-IX-ENV) = EMPLEADOS-ID
                   AND WS-ENV-MOVIMIENTO (WS-IX-ENV) = "TRF"
                   MOVE EMPLEADOS-ID TO WS-ID-TRANSFERIDO
               END-IF
           END-PERFORM.

           ARMA-DESDE-REGISTRO.
           MOVE SPACES TO IDENTIDAD-REGISTRO.
           MOVE "D" TO IDP-TIPO-REG.
           MOVE WS-LOTE TO IDP-LOTE.
           MOVE EMPLEADOS-ID TO IDP-EMPLEADO-ID.
           MOVE EMPLEADOS-JEFE-ID TO IDP-JEFE-ID.
           MOVE EMPLEADOS-NOMBRE TO IDP-NOMBRE.
           MOVE EMPLEADOS-APELLIDOS TO IDP-APELLIDOS.
           IF EMPLEADOS-DEPTO IS NUMERIC
               MOVE EMPLEADOS-DEPTO TO IDP-DEPTO
           ELSE
               MOVE ZEROES TO IDP-DEPTO
           END-IF.
           MOVE ZEROES TO IDP-DEPTO-ANTERIOR.
           IF EMPLEADOS-PUESTO IS NUMERIC
               MOVE EMPLEADOS-PUESTO TO IDP-PUESTO
           ELSE
               MOVE ZEROES TO IDP-PUESTO
           END-IF.
           PERFORM DERIVA-SITIO.
           MOVE WS-LOTE-X TO IDP-FECHA-EFECTIVA.

      *    Sitio "00" para la plaza sin prefijo, como MANTIENE-SITIOS.
           DERIVA-SITIO.
           IF EMPLEADOS-ID IS NUMERIC
               MOVE "00" TO IDP-SITIO
           ELSE
               MOVE EMPLEADOS-ID-SITIO TO IDP-SITIO
           END-IF.

           ENVIA-MOVIMIENTO.
           MOVE "N" TO WS-ENV-ENCONTRADO.
           PERFORM VARYING WS-IX-ENV FROM 1 BY 1
               UNTIL WS-IX-ENV > WS-TOTAL-ENVIADOS
               OR WS-ENV-ENCONTRADO = "S"
               IF WS-ENV-ID (WS-IX-ENV) = IDP-EMPLEADO-ID
                   AND WS-ENV-MOVIMIENTO (WS-IX-ENV) = IDP-MOVIMIENTO
                   MOVE "S" TO WS-ENV-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ENV-ENCONTRADO = "S"
               ADD 1 TO WS-TOTAL-REPETIDOS
           ELSE
               IF WS-TOTAL-ENVIADOS < 9999
                   ADD 1 TO WS-TOTAL-ENVIADOS
                   MOVE IDP-EMPLEADO-ID
                       TO WS-ENV-ID (WS-TOTAL-ENVIADOS)
                   MOVE IDP-MOVIMIENTO
                       TO WS-ENV-MOVIMIENTO (WS-TOTAL-ENVIADOS)
               END-IF
               ADD 1 TO WS-ULTIMO-RENGLON
               MOVE WS-ULTIMO-RENGLON TO IDP-RENGLON
               MOVE WS-SELLO-CORRIDA TO IDP-SELLO-ENVIO
               MOVE "P" TO IDP-ACUSE
               MOVE IDP-DETALLE TO LINEA-ALIMENTACION
               WRITE LINEA-ALIMENTACION
               MOVE IDENTIDAD-REGISTRO TO LINEA-ENVIADA
               WRITE LINEA-ENVIADA
               CALL "hash-total-id" USING IDP-EMPLEADO-ID WS-HASH-IDS
               END-CALL
               ADD 1 TO WS-TOTAL-MOVIMIENTOS
               EVALUATE IDP-MOVIMIENTO
                   WHEN "ALT"
                       ADD 1 TO WS-TOTAL-ALTAS
                   WHEN "BAJ"
                       ADD 1 TO WS-TOTAL-BAJAS
                   WHEN "TRF"
                       ADD 1 TO WS-TOTAL-TRANSFERENCIAS
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-NOMBRES
               END-EVALUATE
           END-IF.

      *    La cola cuenta solo los renglones de este archivo; sistemas
      *    la compara antes de aplicar nada.
           ESCRIBE-COLA.
           MOVE WS-LOTE TO ALI-COL-LOTE.
           MOVE WS-TOTAL-MOVIMIENTOS TO ALI-COL-TOTAL.
           MOVE WS-TOTAL-ALTAS TO ALI-COL-ALTAS.
           MOVE WS-TOTAL-BAJAS TO ALI-COL-BAJAS.
           MOVE WS-TOTAL-TRANSFERENCIAS TO ALI-COL-TRANSFERENCIAS.
           MOVE WS-TOTAL-NOMBRES TO ALI-COL-NOMBRES.
           MOVE WS-HASH-IDS TO ALI-COL-HASH.
           MOVE WS-COLA-ALIMENTACION TO LINEA-ALIMENTACION.
           WRITE LINEA-ALIMENTACION.

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

       END PROGRAM genera-identidades.
