      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CORRIDA DIARIA DE GAFETES PARA SEGURIDAD: RECORRE EL
      *         DIRECTORIO CONTRA LA BITACORA DE GAFETES EMITIDOS
      *         (GAFETES-EMITIDOS.txt, GAFREG.cpy) Y MANDA A IMPRIMIR
      *         (imprime-gafete) UN GAFETE POR CADA EMPLEADO ACTIVO O
      *         CON LICENCIA QUE NO TIENE UNO VIGENTE (NUEVO INGRESO,
      *         O CAMBIO DE DATOS SI SU ID VIENE DE UNA TRANSFERENCIA
      *         DE SITIO EN EQUIVALENCIAS-ID.txt) Y POR CADA UNO CUYO
      *         DEPARTAMENTO O PUESTO YA NO ES EL IMPRESO EN SU GAFETE
      *         VIGENTE (EL VIEJO QUEDA SUSTITUIDO). EL GAFETE VIGENTE
      *         DE UN EMPLEADO DADO DE BAJA QUEDA "POR RECOGER". DEJA
      *         UN REPORTE CON LO EMITIDO Y CON TODOS LOS GAFETES QUE
      *         SEGURIDAD AUN DEBE RECOGER. LAS REPOSICIONES POR
      *         PERDIDA O DANO Y LA RECOLECCION SE REGISTRAN EN
      *         mantiene-gafetes.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. emite-gafetes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT GAFETES-EMITIDOS
       ASSIGN TO DYNAMIC WS-RUTA-GAFETES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-GAF.

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

       SELECT REPORTE-GAFETES
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD GAFETES-EMITIDOS.
       01  LINEA-GAFETE PIC X(66).

       FD EQUIVALENCIAS-ID.
       01  LINEA-EQUIVALENCIA PIC X(30).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD REPORTE-GAFETES.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY GAFREG.
       COPY EQUREG.
       COPY RPTENC.

       01  WS-RUTA-GAFETES PIC X(200).
       01  WS-FILE-STATUS-GAF PIC X(2).
       01  WS-RUTA-EQUIVALENCIAS PIC X(200).
       01  WS-FILE-STATUS-EQU PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-HUBO-CAMBIOS PIC X VALUE "N".

       01  WS-TABLA-GAFETES.
           05 WS-GAF-LINEA OCCURS 9999 TIMES PIC X(66).
       01  WS-TOTAL-GAFETES PIC 9(4) VALUE ZEROES.
       01  WS-IX-GAF PIC 9(4).
       01  WS-IX-VIGENTE PIC 9(4).
       01  WS-ULTIMA-EMISION PIC 9(2).

       01  WS-TABLA-TRANSFERIDOS.
           05 WS-TRF-RENGLON OCCURS 999 TIMES.
               10 WS-TRF-ID-NUEVO PIC X(6).
               10 WS-TRF-ID-ANTERIOR PIC X(6).
       01  WS-TOTAL-TRANSFERIDOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-TRF PIC 9(3).
       01  WS-ID-ANTERIOR PIC X(6).

       01  WS-DEPTO-ACTUAL PIC 9(3).
       01  WS-PUESTO-ACTUAL PIC 9(2).
       01  WS-MOTIVO PIC X(1).
       01  WS-RESULTADO-IMPRESION PIC X.
       01  WS-USUARIO-CORRIDA PIC X(20) VALUE "emite-gafetes".

       01  WS-TOTAL-NUEVOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-CAMBIOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-BAJAS-HOY PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-POR-RECOGER PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-NO-EMITIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-EMITIDOS PIC 9(6) VALUE ZEROES.

       01  WS-TITULO-RPT PIC X(60) VALUE
           "GAFETES EMITIDOS Y GAFETES POR RECOGER".
       01  WS-LINEA-SECCION PIC X(60).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(41) VALUE "NOMBRE".
           05 FILLER PIC X(4) VALUE "EM.".
           05 FILLER PIC X(10) VALUE "CODIGO".
           05 FILLER PIC X(9) VALUE "FECHA".
           05 FILLER PIC X(40) VALUE "OBSERVACION".
       01  WS-LINEA-DETALLE.
           05 DET-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DET-NOMBRE PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 DET-EMISION PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CODIGO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FECHA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-OBSERVACION PIC X(50).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "emite-gafetes".
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
           PERFORM CARGA-GAFETES.
           PERFORM CARGA-TRANSFERIDOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-GAFETES.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.
           MOVE "GAFETES MANDADOS A IMPRIMIR" TO WS-LINEA-SECCION.
           PERFORM ESCRIBE-SECCION.
           PERFORM RECORRE-DIRECTORIO.
           IF WS-TOTAL-EMITIDOS = ZEROES
               MOVE "  Sin gafetes por emitir." TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           MOVE "GAFETES POR RECOGER (EMPLEADO DADO DE BAJA)"
               TO WS-LINEA-SECCION.
           PERFORM ESCRIBE-SECCION.
           PERFORM LISTA-POR-RECOGER
               VARYING WS-IX-GAF FROM 1 BY 1
               UNTIL WS-IX-GAF > WS-TOTAL-GAFETES.
           IF WS-TOTAL-POR-RECOGER = ZEROES
               MOVE "  Sin gafetes por recoger." TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           CLOSE EMPLEADOS-ARCHIVO.
           IF WS-HUBO-CAMBIOS = "S"
               PERFORM REESCRIBE-GAFETES
           END-IF.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-GAFETES.
           DISPLAY "Gafetes mandados a imprimir: " WS-TOTAL-EMITIDOS.
           DISPLAY "Gafetes por recoger: " WS-TOTAL-POR-RECOGER.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-EMITIDOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-GAFETES FROM ENVIRONMENT
               "GAFETES_EMITIDOS_PATH".
           IF WS-RUTA-GAFETES = SPACES
               MOVE "GAFETES-EMITIDOS.txt" TO WS-RUTA-GAFETES
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
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT "GAFETES_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "EMITE-GAFETES" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

           CARGA-GAFETES.
           OPEN INPUT GAFETES-EMITIDOS.
           IF WS-FILE-STATUS-GAF = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-GAFETE
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-ENTRADA = "0"
               CLOSE GAFETES-EMITIDOS
           END-IF.

           LEE-LINEA-GAFETE.
           READ GAFETES-EMITIDOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-A-TABLA.
           IF LINEA-GAFETE NOT = SPACES
               AND WS-TOTAL-GAFETES < 9999
               ADD 1 TO WS-TOTAL-GAFETES
               MOVE LINEA-GAFETE TO WS-GAF-LINEA (WS-TOTAL-GAFETES)
           END-IF.
           PERFORM LEE-LINEA-GAFETE.

      *    IDs nuevos que dejo transfiere-sitio: su primer gafete es
      *    un cambio de datos, no un ingreso.
           CARGA-TRANSFERIDOS.
           OPEN INPUT EQUIVALENCIAS-ID.
           IF WS-FILE-STATUS-EQU = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-EQUIVALENCIA
               PERFORM AGREGA-TRANSFERIDO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE EQUIVALENCIAS-ID
           END-IF.

           LEE-LINEA-EQUIVALENCIA.
           READ EQUIVALENCIAS-ID
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-EQUIVALENCIA TO EQUIVALENCIA-REGISTRO
           END-READ.

           AGREGA-TRANSFERIDO.
           IF EQU-ID-NUEVO NOT = SPACES
               AND WS-TOTAL-TRANSFERIDOS < 999
               ADD 1 TO WS-TOTAL-TRANSFERIDOS
               MOVE EQU-ID-NUEVO
                   TO WS-TRF-ID-NUEVO (WS-TOTAL-TRANSFERIDOS)
               MOVE EQU-ID-ANTERIOR
                   TO WS-TRF-ID-ANTERIOR (WS-TOTAL-TRANSFERIDOS)
           END-IF.
           PERFORM LEE-LINEA-EQUIVALENCIA.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TITULO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-SECCION.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-SECCION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

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

      *    Activo o con licencia: debe traer un gafete vigente con su
      *    departamento y puesto de hoy. Baja: su gafete vigente queda
      *    por recoger. Un inactivo (baja logica reversible) no se
      *    toca.
           REVISA-EMPLEADO.
           PERFORM BUSCA-VIGENTE.
           IF EMPLEADOS-STATUS = "A" OR EMPLEADOS-STATUS = "L"
               IF EMPLEADOS-DEPTO IS NUMERIC
                   MOVE EMPLEADOS-DEPTO TO WS-DEPTO-ACTUAL
               ELSE
                   MOVE ZEROES TO WS-DEPTO-ACTUAL
               END-IF
               IF EMPLEADOS-PUESTO IS NUMERIC
                   MOVE EMPLEADOS-PUESTO TO WS-PUESTO-ACTUAL
               ELSE
                   MOVE ZEROES TO WS-PUESTO-ACTUAL
               END-IF
               IF WS-IX-VIGENTE = ZEROES
                   PERFORM BUSCA-TRANSFERENCIA
                   IF WS-ID-ANTERIOR = SPACES
                       MOVE "N" TO WS-MOTIVO
                   ELSE
                       MOVE "C" TO WS-MOTIVO
                   END-IF
                   PERFORM EMITE-GAFETE
               ELSE
                   MOVE WS-GAF-LINEA (WS-IX-VIGENTE) TO GAFETE-REGISTRO
                   IF GAF-DEPTO NOT = WS-DEPTO-ACTUAL
                       OR GAF-PUESTO NOT = WS-PUESTO-ACTUAL
                       MOVE SPACES TO WS-ID-ANTERIOR
                       MOVE "C" TO WS-MOTIVO
                       PERFORM EMITE-GAFETE
                   END-IF
               END-IF
           END-IF.
           IF EMPLEADOS-STATUS = "T"
               AND WS-IX-VIGENTE > ZEROES
               MOVE WS-GAF-LINEA (WS-IX-VIGENTE) TO GAFETE-REGISTRO
               MOVE "X" TO GAF-STATUS
               MOVE WS-FECHA-HOY TO GAF-FECHA-CIERRE
               MOVE GAFETE-REGISTRO TO WS-GAF-LINEA (WS-IX-VIGENTE)
               MOVE "S" TO WS-HUBO-CAMBIOS
               ADD 1 TO WS-TOTAL-BAJAS-HOY
           END-IF.

      *    Deja el renglon del gafete vigente del ID (cero si no hay)
      *    y la ultima emision que ha tenido.
           BUSCA-VIGENTE.
           MOVE ZEROES TO WS-IX-VIGENTE WS-ULTIMA-EMISION.
           PERFORM VARYING WS-IX-GAF FROM 1 BY 1
               UNTIL WS-IX-GAF > WS-TOTAL-GAFETES
               MOVE WS-GAF-LINEA (WS-IX-GAF) TO GAFETE-REGISTRO
               IF GAF-EMPLEADO-ID = EMPLEADOS-ID
                   IF GAF-EMISION > WS-ULTIMA-EMISION
                       MOVE GAF-EMISION TO WS-ULTIMA-EMISION
                   END-IF
                   IF GAF-STATUS = "V"
                       MOVE WS-IX-GAF TO WS-IX-VIGENTE
                   END-IF
               END-IF
           END-PERFORM.

           BUSCA-TRANSFERENCIA.
           MOVE SPACES TO WS-ID-ANTERIOR.
           PERFORM VARYING WS-IX-TRF FROM 1 BY 1
               UNTIL WS-IX-TRF > WS-TOTAL-TRANSFERIDOS
               OR WS-ID-ANTERIOR NOT = SPACES
               IF WS-TRF-ID-NUEVO (WS-IX-TRF) = EMPLEADOS-ID
                   MOVE WS-TRF-ID-ANTERIOR (WS-IX-TRF)
                       TO WS-ID-ANTERIOR
               END-IF
           END-PERFORM.

      *    El gafete viejo se da por sustituido solo si el nuevo quedo
      *    en el archivo de impresion.
           EMITE-GAFETE.
           IF WS-TOTAL-GAFETES >= 9999
               DISPLAY "La bitacora de gafetes esta llena; no se "
                   "emitio el del ID " EMPLEADOS-ID
               ADD 1 TO WS-TOTAL-NO-EMITIDOS
           ELSE
               MOVE SPACES TO GAFETE-REGISTRO
               MOVE EMPLEADOS-ID TO GAF-EMPLEADO-ID
               IF WS-ULTIMA-EMISION < 99
                   ADD 1 TO WS-ULTIMA-EMISION
               END-IF
               MOVE WS-ULTIMA-EMISION TO GAF-EMISION
               STRING EMPLEADOS-ID GAF-EMISION DELIMITED BY SIZE
                   INTO GAF-CODIGO-BARRAS
               END-STRING
               MOVE WS-FECHA-HOY TO GAF-FECHA
               MOVE WS-MOTIVO TO GAF-MOTIVO
               MOVE ZEROES TO GAF-CARGO
               MOVE WS-DEPTO-ACTUAL TO GAF-DEPTO
               MOVE WS-PUESTO-ACTUAL TO GAF-PUESTO
               MOVE "V" TO GAF-STATUS
               MOVE SPACES TO GAF-FECHA-CIERRE
               MOVE WS-USUARIO-CORRIDA TO GAF-USUARIO
               CALL "imprime-gafete"
                   USING EMPLEADOS-REGISTRO GAFETE-REGISTRO
                       WS-RESULTADO-IMPRESION
               END-CALL
               IF WS-RESULTADO-IMPRESION = "S"
                   PERFORM ASIENTA-EMISION
               ELSE
                   ADD 1 TO WS-TOTAL-NO-EMITIDOS
               END-IF
           END-IF.

           ASIENTA-EMISION.
           ADD 1 TO WS-TOTAL-GAFETES.
           MOVE GAFETE-REGISTRO TO WS-GAF-LINEA (WS-TOTAL-GAFETES).
           MOVE "S" TO WS-HUBO-CAMBIOS.
           ADD 1 TO WS-TOTAL-EMITIDOS.
           MOVE EMPLEADOS-ID TO DET-ID.
           PERFORM ARMA-NOMBRE-DETALLE.
           MOVE GAF-EMISION TO DET-EMISION.
           MOVE GAF-CODIGO-BARRAS TO DET-CODIGO.
           MOVE GAF-FECHA TO DET-FECHA.
           MOVE SPACES TO DET-OBSERVACION.
           IF WS-MOTIVO = "N"
               MOVE "NUEVO INGRESO" TO DET-OBSERVACION
               ADD 1 TO WS-TOTAL-NUEVOS
           ELSE
               ADD 1 TO WS-TOTAL-CAMBIOS
               IF WS-ID-ANTERIOR NOT = SPACES
                   STRING "CAMBIO DE DATOS: TRANSFERENCIA DESDE "
                       WS-ID-ANTERIOR DELIMITED BY SIZE
                       INTO DET-OBSERVACION
                   END-STRING
               ELSE
                   MOVE "CAMBIO DE DATOS: DEPARTAMENTO O PUESTO"
                       TO DET-OBSERVACION
               END-IF
           END-IF.
           IF WS-IX-VIGENTE > ZEROES
               MOVE WS-GAF-LINEA (WS-IX-VIGENTE) TO GAFETE-REGISTRO
               MOVE "S" TO GAF-STATUS
               MOVE WS-FECHA-HOY TO GAF-FECHA-CIERRE
               MOVE GAFETE-REGISTRO TO WS-GAF-LINEA (WS-IX-VIGENTE)
           END-IF.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ARMA-NOMBRE-DETALLE.
           MOVE SPACES TO DET-NOMBRE.
           STRING FUNCTION TRIM(EMPLEADOS-NOMBRE) " "
               FUNCTION TRIM(EMPLEADOS-APELLIDOS)
               DELIMITED BY SIZE INTO DET-NOMBRE
           END-STRING.

      *    Todos los gafetes por recoger, de esta corrida y de las
      *    anteriores, hasta que mantiene-gafetes registre que
      *    seguridad los recogio.
           LISTA-POR-RECOGER.
           MOVE WS-GAF-LINEA (WS-IX-GAF) TO GAFETE-REGISTRO.
           IF GAF-STATUS = "X"
               ADD 1 TO WS-TOTAL-POR-RECOGER
               MOVE GAF-EMPLEADO-ID TO DET-ID
               MOVE GAF-EMISION TO DET-EMISION
               MOVE GAF-CODIGO-BARRAS TO DET-CODIGO
               MOVE GAF-FECHA-CIERRE TO DET-FECHA
               MOVE GAF-EMPLEADO-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       MOVE "(YA NO ESTA EN EL DIRECTORIO)"
                           TO DET-NOMBRE
                       MOVE "DADO DE BAJA" TO DET-OBSERVACION
                   NOT INVALID KEY
                       PERFORM ARMA-NOMBRE-DETALLE
                       MOVE SPACES TO DET-OBSERVACION
                       STRING "BAJA DEL " EMPLEADOS-FECHA-BAJA
                           DELIMITED BY SIZE INTO DET-OBSERVACION
                       END-STRING
               END-READ
               MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           REESCRIBE-GAFETES.
           OPEN OUTPUT GAFETES-EMITIDOS.
           IF WS-FILE-STATUS-GAF NOT = "00"
               DISPLAY "No se pudo reescribir la bitacora de gafetes: "
                   FUNCTION TRIM(WS-RUTA-GAFETES)
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ESCRIBE-LINEA-GAFETE
                   VARYING WS-IX-GAF FROM 1 BY 1
                   UNTIL WS-IX-GAF > WS-TOTAL-GAFETES
               CLOSE GAFETES-EMITIDOS
           END-IF.

           ESCRIBE-LINEA-GAFETE.
           MOVE WS-GAF-LINEA (WS-IX-GAF) TO LINEA-GAFETE.
           WRITE LINEA-GAFETE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "GAFETES DE NUEVO INGRESO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-NUEVOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "GAFETES POR CAMBIO DE DATOS O TRANSFERENCIA:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-CAMBIOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "NO EMITIDOS POR ERROR:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-NO-EMITIDOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "BAJAS NUEVAS CON GAFETE POR RECOGER:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-BAJAS-HOY TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "TOTAL DE GAFETES POR RECOGER:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-POR-RECOGER TO TOT-VALOR.
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

       END PROGRAM emite-gafetes.
