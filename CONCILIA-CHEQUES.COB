      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CONCILIACION DE CHEQUES COBRADOS: LEE EL ARCHIVO DE
      *         CHEQUES PAGADOS QUE MANDA EL BANCO (FOLIO, FECHA DE
      *         COBRO E IMPORTE) Y MARCA COMO PAGADO ("P") CADA
      *         CHEQUE VIVO DEL REGISTRO DE CHEQUES (CHQREG.cpy) CON LA
      *         FECHA Y EL IMPORTE COBRADOS. SENALA COMO EXCEPCION EL
      *         CHEQUE PAGADO POR UN IMPORTE DISTINTO AL EMITIDO, EL
      *         PAGADO DOS VECES, EL PAGADO ESTANDO CANCELADO Y EL
      *         FOLIO QUE NO SALIO DE LA SERIE, Y TERMINA CON
      *         RETURN-CODE 8 SI HAY ALGUNA. IMPRIME PARA TESORERIA LA
      *         ANTIGUEDAD DE LOS CHEQUES EN CIRCULACION (EMITIDOS O
      *         REEXPEDIDOS AUN SIN COBRAR) POR RANGOS DE DIAS. VOLVER
      *         A CORRER EL MISMO ARCHIVO DEL BANCO NO DUPLICA NADA. EL
      *         REGISTRO SE REESCRIBE COMPLETO DESDE LA TABLA COMO EN
      *         MANTIENE-CHEQUES.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. concilia-cheques.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT REGISTRO-CHEQUES
       ASSIGN TO DYNAMIC WS-RUTA-REGISTRO-CHQ
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CHQ.

       SELECT CHEQUES-PAGADOS
       ASSIGN TO DYNAMIC WS-RUTA-PAGADOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PAG.

       SELECT REPORTE-COBRO-CHEQUES
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTRO-CHEQUES.
       01  LINEA-CHEQUE PIC X(110).

       FD CHEQUES-PAGADOS.
       01  LINEA-PAGADO PIC X(50).

       FD REPORTE-COBRO-CHEQUES.
       01  LINEA-REPORTE PIC X(120).

       WORKING-STORAGE SECTION.
       COPY CHQREG.

       01  WS-RUTA-REGISTRO-CHQ PIC X(200).
       01  WS-RUTA-PAGADOS PIC X(200).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-CHQ PIC X(2).
       01  WS-FILE-STATUS-PAG PIC X(2).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  FIN-DE-CHEQUES PIC X.
       01  FIN-DE-PAGADOS PIC X.
       01  WS-FECHA-CORTE PIC X(8).
       01  WS-FECHA-CORTE-ENV PIC X(8).
       01  WS-HOY-ENTERO PIC 9(7).
       01  WS-DIAS-CIRCULACION PIC S9(5).

      *    Linea del archivo de cheques pagados del banco: solo los
      *    detalles "D" cuentan; encabezado y cola se ignoran.
       01  WS-LINEA-PAGADO-DET.
           05 PAG-TIPO PIC X.
           05 PAG-FOLIO PIC 9(7).
           05 PAG-FECHA-COBRO PIC X(8).
           05 PAG-IMPORTE-CENT PIC 9(11).
           05 FILLER PIC X(23).
       01  WS-IMPORTE-PAGADO PIC S9(7)V99.

       01  WS-TABLA-CHEQUES.
           05 WS-CHQ-RENGLON OCCURS 5000 TIMES.
               10 WS-CHQ-FOLIO PIC 9(7).
               10 WS-CHQ-NUMERO-EMP PIC 9(5).
               10 WS-CHQ-SITIO PIC X(2).
               10 WS-CHQ-IMPORTE PIC S9(7)V99.
               10 WS-CHQ-FECHA PIC X(8).
               10 WS-CHQ-PERIODO PIC X(6).
               10 WS-CHQ-STATUS PIC X(1).
               10 WS-CHQ-FOLIO-ORIGEN PIC 9(7).
               10 WS-CHQ-NOMBRE PIC X(30).
               10 WS-CHQ-AVISO-BANCO PIC X(1).
               10 WS-CHQ-FECHA-COBRO PIC X(8).
               10 WS-CHQ-IMPORTE-COBRADO PIC S9(7)V99.
      *        "S" = pagado en esta misma corrida (un segundo cobro
      *        del folio en el mismo archivo es doble pago).
               10 WS-CHQ-COBRADO-HOY PIC X(1).
       01  WS-TOTAL-CHEQUES PIC 9(4) VALUE ZEROES.
       01  WS-IX-CHQ PIC 9(4).
       01  WS-CHQ-ENCONTRADO PIC 9(4).

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-MARCADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-YA-ASENTADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-EXCEPCIONES PIC 9(6) VALUE ZEROES.
       01  WS-IMPORTE-COBRADO-HOY PIC S9(11)V99 VALUE ZEROES.

      *    Antiguedad de los cheques en circulacion: 1 = 0-30 dias,
      *    2 = 31-60, 3 = 61-90, 4 = mas de 90.
       01  WS-TABLA-ANTIGUEDAD.
           05 WS-ANT-RANGO OCCURS 4 TIMES.
               10 WS-ANT-CHEQUES PIC 9(6).
               10 WS-ANT-IMPORTE PIC S9(11)V99.
       01  WS-IX-ANT PIC 9(1).
       01  WS-TOTAL-CIRCULACION PIC 9(6) VALUE ZEROES.
       01  WS-IMPORTE-CIRCULACION PIC S9(11)V99 VALUE ZEROES.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(40) VALUE
               "CONCILIACION DE CHEQUES COBRADOS - CORTE".
           05 FILLER PIC X(1) VALUE SPACE.
           05 TIT-FECHA PIC X(8).
       01  WS-LINEA-COL-EXCEPCION.
           05 FILLER PIC X(40) VALUE
               "FOLIO   EMPL  NOMBRE                    ".
           05 FILLER PIC X(40) VALUE
               "     EMITIDO      PAGADO COBRO    MOTIVO".
       01  WS-LINEA-EXCEPCION.
           05 EXC-FOLIO PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-NUMERO PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-NOMBRE PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-EMITIDO PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-PAGADO PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-FECHA-COBRO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-MOTIVO PIC X(35).
       01  WS-LINEA-COL-CIRCULACION.
           05 FILLER PIC X(40) VALUE
               "FOLIO   EMPL  NOMBRE                    ".
           05 FILLER PIC X(40) VALUE
               "     IMPORTE EMISION  PERIODO   DIAS".
       01  WS-LINEA-CIRCULACION.
           05 CIR-FOLIO PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CIR-NUMERO PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CIR-NOMBRE PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CIR-IMPORTE PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CIR-FECHA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CIR-PERIODO PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CIR-DIAS PIC ZZZZ9.
       01  WS-LINEA-RANGO.
           05 RAN-ETIQUETA PIC X(20).
           05 FILLER PIC X(10) VALUE "CHEQUES: ".
           05 RAN-CHEQUES PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE "  IMPORTE: ".
           05 RAN-IMPORTE PIC -ZZZZZZZZZZ9.99.
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "concilia-cheques".
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
           PERFORM CARGA-REGISTRO.
           IF WS-TOTAL-CHEQUES = ZEROES
               DISPLAY "RECHAZADO: registro de cheques vacio ("
                   WS-RUTA-REGISTRO-CHQ "); no hay nada que conciliar."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-COBRO-CHEQUES.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   WS-RUTA-REPORTE
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-CORTE TO TIT-FECHA.
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM APLICA-CHEQUES-PAGADOS.
           PERFORM ESCRIBE-CIRCULACION.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-COBRO-CHEQUES.
           IF WS-TOTAL-MARCADOS > ZEROES
               PERFORM REESCRIBE-REGISTRO
           END-IF.
           DISPLAY "Cheques pagados leidos del banco: "
               WS-TOTAL-LEIDOS.
           DISPLAY "Cheques marcados como pagados: " WS-TOTAL-MARCADOS
               " por " WS-IMPORTE-COBRADO-HOY.
           DISPLAY "Ya asentados en una corrida anterior: "
               WS-TOTAL-YA-ASENTADOS.
           DISPLAY "Cheques en circulacion: " WS-TOTAL-CIRCULACION
               " por " WS-IMPORTE-CIRCULACION.
           DISPLAY "Excepciones: " WS-TOTAL-EXCEPCIONES.
           DISPLAY "Reporte en: " WS-RUTA-REPORTE.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-MARCADOS TO WS-BIT-CONTADOR.
           IF WS-TOTAL-EXCEPCIONES > ZEROES
               DISPLAY "Hay cobros que no corresponden a lo emitido; "
                   "revise el reporte con el banco."
               MOVE "EXCEPCION" TO WS-BIT-ESTADO
               PERFORM REGISTRA-BITACORA
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "OK" TO WS-BIT-ESTADO
               PERFORM REGISTRA-BITACORA
           END-IF.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-RUTA-REGISTRO-CHQ FROM ENVIRONMENT
               "REGISTRO_CHEQUES_PATH".
           IF WS-RUTA-REGISTRO-CHQ = SPACES
               MOVE "REGISTRO-CHEQUES.txt" TO WS-RUTA-REGISTRO-CHQ
           END-IF.
           ACCEPT WS-RUTA-PAGADOS FROM ENVIRONMENT
               "CHEQUES_PAGADOS_PATH".
           IF WS-RUTA-PAGADOS = SPACES
               MOVE "CHEQUES-PAGADOS.txt" TO WS-RUTA-PAGADOS
           END-IF.
      *    La antiguedad se mide a la fecha de corte: hoy, o la que
      *    pida tesoreria en CONCILIA_CHEQUES_FECHA (AAAAMMDD).
           ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD.
           ACCEPT WS-FECHA-CORTE-ENV FROM ENVIRONMENT
               "CONCILIA_CHEQUES_FECHA".
           IF WS-FECHA-CORTE-ENV IS NUMERIC
               MOVE WS-FECHA-CORTE-ENV TO WS-FECHA-CORTE
           END-IF.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-CORTE)).
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "CONCILIA_CHEQUES_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               STRING "REPORTE-COBRO-CHEQUES-" DELIMITED BY SIZE
                   WS-FECHA-CORTE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-REPORTE
               END-STRING
           END-IF.

           CARGA-REGISTRO.
           OPEN INPUT REGISTRO-CHEQUES.
           IF WS-FILE-STATUS-CHQ = "00"
               MOVE "1" TO FIN-DE-CHEQUES
               PERFORM LEE-LINEA-CHEQUE
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-CHEQUES = "0"
               CLOSE REGISTRO-CHEQUES
           END-IF.

           LEE-LINEA-CHEQUE.
           READ REGISTRO-CHEQUES
               AT END
                   MOVE "0" TO FIN-DE-CHEQUES
               NOT AT END
                   MOVE LINEA-CHEQUE TO CHEQUE-REGISTRO
           END-READ.

           AGREGA-A-TABLA.
           IF CHQ-FOLIO IS NUMERIC
               AND WS-TOTAL-CHEQUES < 5000
               ADD 1 TO WS-TOTAL-CHEQUES
               MOVE CHQ-FOLIO TO WS-CHQ-FOLIO (WS-TOTAL-CHEQUES)
               MOVE CHQ-NUMERO-EMP
                   TO WS-CHQ-NUMERO-EMP (WS-TOTAL-CHEQUES)
               MOVE CHQ-SITIO TO WS-CHQ-SITIO (WS-TOTAL-CHEQUES)
               MOVE CHQ-IMPORTE TO WS-CHQ-IMPORTE (WS-TOTAL-CHEQUES)
               MOVE CHQ-FECHA TO WS-CHQ-FECHA (WS-TOTAL-CHEQUES)
               MOVE CHQ-PERIODO TO WS-CHQ-PERIODO (WS-TOTAL-CHEQUES)
               MOVE CHQ-STATUS TO WS-CHQ-STATUS (WS-TOTAL-CHEQUES)
               MOVE CHQ-FOLIO-ORIGEN
                   TO WS-CHQ-FOLIO-ORIGEN (WS-TOTAL-CHEQUES)
               MOVE CHQ-NOMBRE TO WS-CHQ-NOMBRE (WS-TOTAL-CHEQUES)
               MOVE CHQ-AVISO-BANCO
                   TO WS-CHQ-AVISO-BANCO (WS-TOTAL-CHEQUES)
               MOVE CHQ-FECHA-COBRO
                   TO WS-CHQ-FECHA-COBRO (WS-TOTAL-CHEQUES)
               IF CHQ-IMPORTE-COBRADO IS NUMERIC
                   MOVE CHQ-IMPORTE-COBRADO
                       TO WS-CHQ-IMPORTE-COBRADO (WS-TOTAL-CHEQUES)
               ELSE
                   MOVE ZEROES
                       TO WS-CHQ-IMPORTE-COBRADO (WS-TOTAL-CHEQUES)
               END-IF
               MOVE "N" TO WS-CHQ-COBRADO-HOY (WS-TOTAL-CHEQUES)
           END-IF.
           PERFORM LEE-LINEA-CHEQUE.

      *    Sin archivo del banco no se marca nada, pero tesoreria
      *    recibe igual la antiguedad de lo que sigue en circulacion.
           APLICA-CHEQUES-PAGADOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EXCEPCIONES DEL ARCHIVO DE CHEQUES PAGADOS"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COL-EXCEPCION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN INPUT CHEQUES-PAGADOS.
           IF WS-FILE-STATUS-PAG NOT = "00"
               DISPLAY "AVISO: sin archivo de cheques pagados ("
                   WS-RUTA-PAGADOS "); solo sale la antiguedad."
               MOVE "  (SIN ARCHIVO DE CHEQUES PAGADOS DEL BANCO)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE "1" TO FIN-DE-PAGADOS
               PERFORM LEE-LINEA-PAGADO
               PERFORM PROCESA-LINEA-PAGADO
                   UNTIL FIN-DE-PAGADOS = "0"
               CLOSE CHEQUES-PAGADOS
           END-IF.

           LEE-LINEA-PAGADO.
           READ CHEQUES-PAGADOS
               AT END
                   MOVE "0" TO FIN-DE-PAGADOS
               NOT AT END
                   MOVE LINEA-PAGADO TO WS-LINEA-PAGADO-DET
           END-READ.

           PROCESA-LINEA-PAGADO.
           IF PAG-TIPO = "D"
               AND PAG-FOLIO IS NUMERIC
               AND PAG-IMPORTE-CENT IS NUMERIC
               ADD 1 TO WS-TOTAL-LEIDOS
               COMPUTE WS-IMPORTE-PAGADO = PAG-IMPORTE-CENT / 100
               PERFORM BUSCA-FOLIO-EN-TABLA
               IF WS-CHQ-ENCONTRADO = ZEROES
                   MOVE ZEROES TO EXC-NUMERO EXC-EMITIDO
                   MOVE SPACES TO EXC-NOMBRE
                   MOVE "FOLIO QUE NO SALIO DE LA SERIE"
                       TO EXC-MOTIVO
                   PERFORM ESCRIBE-EXCEPCION
               ELSE
                   PERFORM APLICA-COBRO
               END-IF
           END-IF.
           PERFORM LEE-LINEA-PAGADO.

           BUSCA-FOLIO-EN-TABLA.
           MOVE ZEROES TO WS-CHQ-ENCONTRADO.
           PERFORM VARYING WS-IX-CHQ FROM 1 BY 1
               UNTIL WS-IX-CHQ > WS-TOTAL-CHEQUES
               OR WS-CHQ-ENCONTRADO > ZEROES
               IF WS-CHQ-FOLIO (WS-IX-CHQ) = PAG-FOLIO
                   MOVE WS-IX-CHQ TO WS-CHQ-ENCONTRADO
               END-IF
           END-PERFORM.

      *    Un cheque ya pagado en una corrida anterior con la misma
      *    fecha e importe es el mismo archivo del banco corrido otra
      *    vez; cualquier otro segundo cobro es un pago doble.
           APLICA-COBRO.
           MOVE WS-CHQ-NUMERO-EMP (WS-CHQ-ENCONTRADO) TO EXC-NUMERO.
           MOVE WS-CHQ-NOMBRE (WS-CHQ-ENCONTRADO) TO EXC-NOMBRE.
           MOVE WS-CHQ-IMPORTE (WS-CHQ-ENCONTRADO) TO EXC-EMITIDO.
           IF WS-CHQ-COBRADO-HOY (WS-CHQ-ENCONTRADO) = "S"
               MOVE "PAGADO DOS VECES" TO EXC-MOTIVO
               PERFORM ESCRIBE-EXCEPCION
           ELSE
               IF WS-CHQ-STATUS (WS-CHQ-ENCONTRADO) = "P"
                   IF WS-CHQ-FECHA-COBRO (WS-CHQ-ENCONTRADO)
                       = PAG-FECHA-COBRO
                       AND WS-CHQ-IMPORTE-COBRADO (WS-CHQ-ENCONTRADO)
                       = WS-IMPORTE-PAGADO
                       ADD 1 TO WS-TOTAL-YA-ASENTADOS
                   ELSE
                       MOVE "PAGADO DOS VECES" TO EXC-MOTIVO
                       PERFORM ESCRIBE-EXCEPCION
                   END-IF
               ELSE
                   IF WS-CHQ-STATUS (WS-CHQ-ENCONTRADO) = "C"
                       MOVE "PAGADO ESTANDO CANCELADO" TO EXC-MOTIVO
                       PERFORM ESCRIBE-EXCEPCION
                   ELSE
                       PERFORM MARCA-CHEQUE-PAGADO
                   END-IF
               END-IF
           END-IF.

      *    El cheque queda pagado por lo que el banco dice que pago;
      *    si no es lo emitido, ademas se reporta.
           MARCA-CHEQUE-PAGADO.
           MOVE "P" TO WS-CHQ-STATUS (WS-CHQ-ENCONTRADO).
           MOVE PAG-FECHA-COBRO
               TO WS-CHQ-FECHA-COBRO (WS-CHQ-ENCONTRADO).
           MOVE WS-IMPORTE-PAGADO
               TO WS-CHQ-IMPORTE-COBRADO (WS-CHQ-ENCONTRADO).
           MOVE "S" TO WS-CHQ-COBRADO-HOY (WS-CHQ-ENCONTRADO).
           ADD 1 TO WS-TOTAL-MARCADOS.
           ADD WS-IMPORTE-PAGADO TO WS-IMPORTE-COBRADO-HOY.
           IF WS-IMPORTE-PAGADO NOT = WS-CHQ-IMPORTE (WS-CHQ-ENCONTRADO)
               MOVE "PAGADO POR IMPORTE DISTINTO" TO EXC-MOTIVO
               PERFORM ESCRIBE-EXCEPCION
           END-IF.

           ESCRIBE-EXCEPCION.
           ADD 1 TO WS-TOTAL-EXCEPCIONES.
           MOVE PAG-FOLIO TO EXC-FOLIO.
           MOVE WS-IMPORTE-PAGADO TO EXC-PAGADO.
           MOVE PAG-FECHA-COBRO TO EXC-FECHA-COBRO.
           MOVE WS-LINEA-EXCEPCION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-CIRCULACION.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CHEQUES EN CIRCULACION (EMITIDOS SIN COBRAR)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COL-CIRCULACION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           INITIALIZE WS-TABLA-ANTIGUEDAD.
           PERFORM EVALUA-CIRCULACION
               VARYING WS-IX-CHQ FROM 1 BY 1
               UNTIL WS-IX-CHQ > WS-TOTAL-CHEQUES.

           EVALUA-CIRCULACION.
           IF WS-CHQ-STATUS (WS-IX-CHQ) = "E"
               OR WS-CHQ-STATUS (WS-IX-CHQ) = "R"
               COMPUTE WS-DIAS-CIRCULACION =
                   WS-HOY-ENTERO -
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-CHQ-FECHA (WS-IX-CHQ)))
               IF WS-DIAS-CIRCULACION < ZEROES
                   MOVE ZEROES TO WS-DIAS-CIRCULACION
               END-IF
               IF WS-DIAS-CIRCULACION > 90
                   MOVE 4 TO WS-IX-ANT
               ELSE
                   IF WS-DIAS-CIRCULACION > 60
                       MOVE 3 TO WS-IX-ANT
                   ELSE
                       IF WS-DIAS-CIRCULACION > 30
                           MOVE 2 TO WS-IX-ANT
                       ELSE
                           MOVE 1 TO WS-IX-ANT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-ANT-CHEQUES (WS-IX-ANT)
               ADD WS-CHQ-IMPORTE (WS-IX-CHQ)
                   TO WS-ANT-IMPORTE (WS-IX-ANT)
               ADD 1 TO WS-TOTAL-CIRCULACION
               ADD WS-CHQ-IMPORTE (WS-IX-CHQ)
                   TO WS-IMPORTE-CIRCULACION
               MOVE WS-CHQ-FOLIO (WS-IX-CHQ) TO CIR-FOLIO
               MOVE WS-CHQ-NUMERO-EMP (WS-IX-CHQ) TO CIR-NUMERO
               MOVE WS-CHQ-NOMBRE (WS-IX-CHQ) TO CIR-NOMBRE
               MOVE WS-CHQ-IMPORTE (WS-IX-CHQ) TO CIR-IMPORTE
               MOVE WS-CHQ-FECHA (WS-IX-CHQ) TO CIR-FECHA
               MOVE WS-CHQ-PERIODO (WS-IX-CHQ) TO CIR-PERIODO
               MOVE WS-DIAS-CIRCULACION TO CIR-DIAS
               MOVE WS-LINEA-CIRCULACION TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ANTIGUEDAD DE LOS CHEQUES EN CIRCULACION"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  DE 0 A 30 DIAS" TO RAN-ETIQUETA.
           MOVE 1 TO WS-IX-ANT.
           PERFORM ESCRIBE-RANGO.
           MOVE "  DE 31 A 60 DIAS" TO RAN-ETIQUETA.
           MOVE 2 TO WS-IX-ANT.
           PERFORM ESCRIBE-RANGO.
           MOVE "  DE 61 A 90 DIAS" TO RAN-ETIQUETA.
           MOVE 3 TO WS-IX-ANT.
           PERFORM ESCRIBE-RANGO.
           MOVE "  MAS DE 90 DIAS" TO RAN-ETIQUETA.
           MOVE 4 TO WS-IX-ANT.
           PERFORM ESCRIBE-RANGO.
           MOVE "  TOTAL" TO RAN-ETIQUETA.
           MOVE WS-TOTAL-CIRCULACION TO RAN-CHEQUES.
           MOVE WS-IMPORTE-CIRCULACION TO RAN-IMPORTE.
           MOVE WS-LINEA-RANGO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CHEQUES PAGADOS LEIDOS DEL BANCO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-LEIDOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CHEQUES MARCADOS COMO PAGADOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-MARCADOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "YA ASENTADOS EN UNA CORRIDA ANTERIOR:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-YA-ASENTADOS TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EXCEPCIONES:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-EXCEPCIONES TO TOT-VALOR.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-RANGO.
           MOVE WS-ANT-CHEQUES (WS-IX-ANT) TO RAN-CHEQUES.
           MOVE WS-ANT-IMPORTE (WS-IX-ANT) TO RAN-IMPORTE.
           MOVE WS-LINEA-RANGO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           REESCRIBE-REGISTRO.
           OPEN OUTPUT REGISTRO-CHEQUES.
           IF WS-FILE-STATUS-CHQ NOT = "00"
               DISPLAY "AVISO: no se pudo reescribir el registro de "
                   "cheques: " WS-RUTA-REGISTRO-CHQ
           ELSE
               PERFORM ESCRIBE-LINEA-REGISTRO
                   VARYING WS-IX-CHQ FROM 1 BY 1
                   UNTIL WS-IX-CHQ > WS-TOTAL-CHEQUES
               CLOSE REGISTRO-CHEQUES
           END-IF.

           ESCRIBE-LINEA-REGISTRO.
           MOVE SPACES TO CHEQUE-REGISTRO.
           MOVE WS-CHQ-FOLIO (WS-IX-CHQ) TO CHQ-FOLIO.
           MOVE WS-CHQ-NUMERO-EMP (WS-IX-CHQ) TO CHQ-NUMERO-EMP.
           MOVE WS-CHQ-SITIO (WS-IX-CHQ) TO CHQ-SITIO.
           MOVE WS-CHQ-IMPORTE (WS-IX-CHQ) TO CHQ-IMPORTE.
           MOVE WS-CHQ-FECHA (WS-IX-CHQ) TO CHQ-FECHA.
           MOVE WS-CHQ-PERIODO (WS-IX-CHQ) TO CHQ-PERIODO.
           MOVE WS-CHQ-STATUS (WS-IX-CHQ) TO CHQ-STATUS.
           MOVE WS-CHQ-FOLIO-ORIGEN (WS-IX-CHQ) TO CHQ-FOLIO-ORIGEN.
           MOVE WS-CHQ-NOMBRE (WS-IX-CHQ) TO CHQ-NOMBRE.
           MOVE WS-CHQ-AVISO-BANCO (WS-IX-CHQ) TO CHQ-AVISO-BANCO.
           MOVE WS-CHQ-FECHA-COBRO (WS-IX-CHQ) TO CHQ-FECHA-COBRO.
           MOVE WS-CHQ-IMPORTE-COBRADO (WS-IX-CHQ)
               TO CHQ-IMPORTE-COBRADO.
           MOVE CHEQUE-REGISTRO TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.

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

       END PROGRAM concilia-cheques.
