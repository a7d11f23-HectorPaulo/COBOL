      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:COBRO EN NOMINA DE LOS VIATICOS NO COMPROBADOS: POR
      *         CADA ANTICIPO ABIERTO DE VIATICOS.txt (VIAREG.cpy) CUYA
      *         FECHA LIMITE YA PASO, LO QUE FALTA POR COMPROBAR
      *         (ANTICIPO MENOS GASTOS CON CFDI MENOS REINTEGROS) SE
      *         MANDA A LA SIGUIENTE CORRIDA DE registro-nomina SEGUN
      *         LA POLITICA DE VIATICOS_POLITICA: "D" (OMISION) COMO
      *         DEDUCCION "VIA" AL ARCHIVO DE DEDUCCIONES, VIGENTE SOLO
      *         HOY COMO LA DE alimenta-prestamos; "P" COMO PERCEPCION
      *         EXTRA GRAVABLE VIATICOS. EL ANTICIPO QUEDA "N" CON EL
      *         IMPORTE Y EL TRATAMIENTO; EL VENCIDO QUE YA NO DEBE
      *         NADA SE CIERRA. CORRE EN LA CADENA JUSTO ANTES DE
      *         registro-nomina.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cobra-viaticos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT VIATICOS
       ASSIGN TO DYNAMIC WS-RUTA-VIATICOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-VIA.

       SELECT DEDUCCIONES-VOL
       ASSIGN TO DYNAMIC WS-RUTA-DEDUCCIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DED.

       SELECT PERCEPCIONES-EXTRA
       ASSIGN TO DYNAMIC WS-RUTA-PERCEPCIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PER.

       DATA DIVISION.
       FILE SECTION.
       FD VIATICOS.
       01  LINEA-VIATICO PIC X(133).

       FD DEDUCCIONES-VOL.
       01  LINEA-DEDUCCION PIC X(60).

       FD PERCEPCIONES-EXTRA.
       01  LINEA-PERCEPCION PIC X(30).

       WORKING-STORAGE SECTION.
       COPY VIAREG.
           COPY CRUCEID.

       01  WS-RUTA-VIATICOS PIC X(200).
       01  WS-RUTA-DEDUCCIONES PIC X(200).
       01  WS-RUTA-PERCEPCIONES PIC X(200).
       01  WS-FILE-STATUS-VIA PIC X(2).
       01  WS-FILE-STATUS-DED PIC X(2).
       01  WS-FILE-STATUS-PER PIC X(2).
       01  FIN-DE-VIATICOS PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-POLITICA PIC X(1).
       01  WS-PENDIENTE PIC S9(7)V99.
       01  WS-NUMERO-NOMINA PIC 9(5).
       01  WS-CARGO-EDITADO PIC ZZZZZZ9.99.
       01  WS-TOTAL-LEIDOS PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-COBRADOS PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-CERRADOS PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-IMPORTE PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TABLA-VIATICOS.
           05 WS-VIA-LINEA OCCURS 9999 TIMES PIC X(133).
       01  WS-TOTAL-VIATICOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-VIA PIC 9(4).

       01  WS-CANDADO-PROGRAMA PIC X(20) VALUE "cobra-viaticos".
       01  WS-CANDADO-USUARIO PIC X(20).
       01  WS-CANDADO-RESULTADO PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "cobra-viaticos".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM TOMA-CANDADO-CORRIDA.
           PERFORM RESUELVE-RUTAS.
           OPEN INPUT VIATICOS.
           IF WS-FILE-STATUS-VIA NOT = "00"
               DISPLAY "Sin anticipos de viaticos ("
                   FUNCTION TRIM(WS-RUTA-VIATICOS)
                   "); nada que cobrar."
               PERFORM CIERRA-BITACORA-OK
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-VIATICOS.
           PERFORM LEE-VIATICO.
           PERFORM CARGA-VIATICO UNTIL FIN-DE-VIATICOS = "0".
           CLOSE VIATICOS.
           PERFORM ABRE-SALIDA-NOMINA.
           PERFORM COBRA-VIATICO
               VARYING WS-IX-VIA FROM 1 BY 1
               UNTIL WS-IX-VIA > WS-TOTAL-VIATICOS.
           IF WS-POLITICA = "P"
               CLOSE PERCEPCIONES-EXTRA
           ELSE
               CLOSE DEDUCCIONES-VOL
           END-IF.
           PERFORM REESCRIBE-VIATICOS.
           MOVE WS-TOTAL-IMPORTE TO WS-TOTAL-EDITADO.
           DISPLAY "Anticipos leidos: " WS-TOTAL-LEIDOS.
           DISPLAY "Vencidos sin comprobar enviados a nomina: "
               WS-TOTAL-COBRADOS "  importe: " WS-TOTAL-EDITADO.
           DISPLAY "Vencidos sin adeudo cerrados: " WS-TOTAL-CERRADOS.
           PERFORM CIERRA-BITACORA-OK.
           STOP RUN.

           TOMA-CANDADO-CORRIDA.
           ACCEPT WS-CANDADO-USUARIO FROM ENVIRONMENT
               "CANDADO_USUARIO".
           IF WS-CANDADO-USUARIO = SPACES
               MOVE "operador" TO WS-CANDADO-USUARIO
           END-IF.
           CALL "toma-candado"
               USING WS-CANDADO-PROGRAMA WS-CANDADO-USUARIO
                   WS-CANDADO-RESULTADO
           END-CALL.
           IF WS-CANDADO-RESULTADO NOT = "S"
               PERFORM CIERRA-BITACORA-RECHAZO-SIN-CANDADO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    La politica decide si lo no comprobado se descuenta o se
      *    paga como percepcion gravable; cualquier otro valor es un
      *    error de operacion y no se adivina.
           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-POLITICA FROM ENVIRONMENT "VIATICOS_POLITICA".
           IF WS-POLITICA = SPACES
               MOVE "D" TO WS-POLITICA
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-POLITICA) TO WS-POLITICA.
           IF WS-POLITICA NOT = "D" AND WS-POLITICA NOT = "P"
               DISPLAY "RECHAZADO: VIATICOS_POLITICA debe ser D "
                   "(deduccion) o P (percepcion gravable)."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUTA-VIATICOS FROM ENVIRONMENT "VIATICOS_PATH".
           IF WS-RUTA-VIATICOS = SPACES
               MOVE "VIATICOS.txt" TO WS-RUTA-VIATICOS
           END-IF.
           ACCEPT WS-RUTA-DEDUCCIONES FROM ENVIRONMENT
               "REGISTRO_NOMINA_DEDUCCIONES_PATH".
           IF WS-RUTA-DEDUCCIONES = SPACES
               MOVE "DEDUCCIONES.txt" TO WS-RUTA-DEDUCCIONES
           END-IF.
           ACCEPT WS-RUTA-PERCEPCIONES FROM ENVIRONMENT
               "PERCEPCIONES_EXTRA_PATH".
           IF WS-RUTA-PERCEPCIONES = SPACES
               MOVE "PERCEPCIONES-EXTRA.txt" TO WS-RUTA-PERCEPCIONES
           END-IF.

           LEE-VIATICO.
           READ VIATICOS
               AT END
                   MOVE "0" TO FIN-DE-VIATICOS
           END-READ.

           CARGA-VIATICO.
           IF LINEA-VIATICO NOT = SPACES
               AND WS-TOTAL-VIATICOS < 9999
               ADD 1 TO WS-TOTAL-VIATICOS
               MOVE LINEA-VIATICO TO WS-VIA-LINEA (WS-TOTAL-VIATICOS)
           END-IF.
           PERFORM LEE-VIATICO.

           ABRE-SALIDA-NOMINA.
           IF WS-POLITICA = "P"
               OPEN EXTEND PERCEPCIONES-EXTRA
               IF WS-FILE-STATUS-PER NOT = "00"
                   OPEN OUTPUT PERCEPCIONES-EXTRA
               END-IF
               IF WS-FILE-STATUS-PER NOT = "00"
                   DISPLAY "No se pudo abrir las percepciones extra: "
                       FUNCTION TRIM(WS-RUTA-PERCEPCIONES)
                   PERFORM CIERRA-BITACORA-RECHAZO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN EXTEND DEDUCCIONES-VOL
               IF WS-FILE-STATUS-DED NOT = "00"
                   OPEN OUTPUT DEDUCCIONES-VOL
               END-IF
               IF WS-FILE-STATUS-DED NOT = "00"
                   DISPLAY "No se pudo abrir el archivo de deducciones."
                   PERFORM CIERRA-BITACORA-RECHAZO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Solo los abiertos con la fecha limite ya pasada; el dia
      *    limite todavia se puede comprobar.
           COBRA-VIATICO.
           MOVE WS-VIA-LINEA (WS-IX-VIA) TO VIATICO-REGISTRO.
           ADD 1 TO WS-TOTAL-LEIDOS.
           IF VIA-STATUS = "A"
               AND VIA-FECHA-LIMITE < WS-FECHA-HOY
               COMPUTE WS-PENDIENTE = VIA-IMPORTE-ANTICIPO
                   - VIA-COMPROBADO - VIA-REINTEGRADO
               IF WS-PENDIENTE > ZEROES
                   PERFORM CALCULA-NUMERO-NOMINA
                   IF WS-POLITICA = "P"
                       PERFORM ESCRIBE-PERCEPCION-VIATICO
                   ELSE
                       PERFORM ESCRIBE-DEDUCCION-VIATICO
                   END-IF
                   MOVE "N" TO VIA-STATUS
                   MOVE WS-POLITICA TO VIA-TRATAMIENTO
                   MOVE WS-PENDIENTE TO VIA-IMPORTE-NOMINA
                   ADD 1 TO WS-TOTAL-COBRADOS
                   ADD WS-PENDIENTE TO WS-TOTAL-IMPORTE
                   DISPLAY "Anticipo " VIA-FOLIO " del "
                       VIA-EMPLEADO-ID " (numero " WS-NUMERO-NOMINA
                       "): " WS-CARGO-EDITADO " a nomina."
               ELSE
                   MOVE "C" TO VIA-STATUS
                   ADD 1 TO WS-TOTAL-CERRADOS
               END-IF
               MOVE WS-FECHA-HOY TO VIA-FECHA-CIERRE
               MOVE WS-BIT-PROGRAMA TO VIA-USUARIO
               MOVE VIATICO-REGISTRO TO WS-VIA-LINEA (WS-IX-VIA)
           END-IF.

      *    Numero de nomina del ID con la regla de CRUCEID.cpy.
           CALCULA-NUMERO-NOMINA.
           IF VIA-EMPLEADO-ID IS NUMERIC
               MOVE VIA-EMPLEADO-ID (2:5) TO CRUCE-ID-NOMINA-X
           ELSE
               MOVE ZEROES TO CRUCE-ID-NOMINA
               IF VIA-EMPLEADO-ID (3:4) IS NUMERIC
                   MOVE VIA-EMPLEADO-ID (3:4)
                       TO CRUCE-ID-NOMINA-X (2:4)
               END-IF
           END-IF.
           MOVE CRUCE-ID-NOMINA TO WS-NUMERO-NOMINA.
           MOVE WS-PENDIENTE TO WS-CARGO-EDITADO.

      *    Deduccion de monto fijo vigente solo hoy; registro-nomina
      *    la pasa por la prelacion y difiere lo que no alcance.
           ESCRIBE-DEDUCCION-VIATICO.
           MOVE SPACES TO LINEA-DEDUCCION.
           STRING WS-NUMERO-NOMINA DELIMITED BY SIZE
               ",VIA,M," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CARGO-EDITADO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-DEDUCCION
           END-STRING.
           WRITE LINEA-DEDUCCION.

      *    Percepcion extra (numero,importe,concepto, el renglon de
      *    liquida-fondo); registro-nomina la suma al bruto gravable.
           ESCRIBE-PERCEPCION-VIATICO.
           MOVE SPACES TO LINEA-PERCEPCION.
           STRING WS-NUMERO-NOMINA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CARGO-EDITADO) DELIMITED BY SIZE
               ",VIATICOS" DELIMITED BY SIZE
               INTO LINEA-PERCEPCION
           END-STRING.
           WRITE LINEA-PERCEPCION.

           REESCRIBE-VIATICOS.
           OPEN OUTPUT VIATICOS.
           IF WS-FILE-STATUS-VIA NOT = "00"
               DISPLAY "AVISO: no se pudo reescribir los anticipos; "
                   "los enviados a nomina siguen abiertos."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ESCRIBE-LINEA-VIATICO
                   VARYING WS-IX-VIA FROM 1 BY 1
                   UNTIL WS-IX-VIA > WS-TOTAL-VIATICOS
               CLOSE VIATICOS
           END-IF.

           ESCRIBE-LINEA-VIATICO.
           MOVE WS-VIA-LINEA (WS-IX-VIA) TO LINEA-VIATICO.
           WRITE LINEA-VIATICO.

           CIERRA-BITACORA-OK.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-COBRADOS TO WS-BIT-CONTADOR.
           IF RETURN-CODE = ZEROES
               MOVE "OK" TO WS-BIT-ESTADO
           ELSE
               MOVE "AVISO" TO WS-BIT-ESTADO
           END-IF.
           PERFORM REGISTRA-BITACORA.
           CALL "libera-candado" USING WS-CANDADO-PROGRAMA END-CALL.

      *    El rechazo por candado no debe soltar el candado del que
      *    si esta corriendo; por eso su cierre de bitacora es
      *    aparte.
           CIERRA-BITACORA-RECHAZO-SIN-CANDADO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           CALL "libera-candado" USING WS-CANDADO-PROGRAMA END-CALL.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM cobra-viaticos.
