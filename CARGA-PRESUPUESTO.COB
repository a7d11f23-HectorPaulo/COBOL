      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CARGA EL PRESUPUESTO MONETARIO DE NOMINA QUE MANDA
      *         FINANZAS CADA ANO (PRESUPUESTO-FINANZAS.csv, UN RENGLON
      *         ano,depto,mes,sueldos,horas-extra,imss-patronal,
      *         prestaciones POR DEPARTAMENTO Y MES, CON O SIN RENGLON
      *         DE TITULOS) AL ARCHIVO PRESUPUESTO-NOMINA.txt
      *         (PPTREG.cpy) QUE LEE reporte-presupuesto. CADA
      *         RENGLON SE VALIDA (ANO Y MES, DEPARTAMENTO DEL CATALOGO
      *         DE busca-depto, IMPORTES NUMERICOS NO NEGATIVOS, SIN
      *         DEPARTAMENTO-MES REPETIDO); CON UN SOLO RENGLON MALO LA
      *         CARGA SE RECHAZA COMPLETA Y EL PRESUPUESTO ANTERIOR
      *         QUEDA INTACTO. UNA CARGA BUENA REEMPLAZA TODO LO DE LOS
      *         ANOS QUE TRAE EL ARCHIVO Y CONSERVA LOS DEMAS ANOS.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. carga-presupuesto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Archivo de finanzas, separado por comas.
       SELECT PRESUPUESTO-FINANZAS
       ASSIGN TO DYNAMIC WS-RUTA-FINANZAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FIN.

      *    Presupuesto de nomina por ano, departamento y mes; se
      *    reescribe completo conservando los otros anos.
       SELECT PRESUPUESTO-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-PRESUPUESTO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PPT.

       DATA DIVISION.
       FILE SECTION.
       FD PRESUPUESTO-FINANZAS.
       01  LINEA-FINANZAS PIC X(120).

       FD PRESUPUESTO-NOMINA.
       01  LINEA-PRESUPUESTO PIC X(63).

       WORKING-STORAGE SECTION.
       COPY PPTREG.

       01  WS-RUTA-FINANZAS PIC X(200).
       01  WS-FILE-STATUS-FIN PIC X(2).
       01  WS-RUTA-PRESUPUESTO PIC X(200).
       01  WS-FILE-STATUS-PPT PIC X(2).
       01  FIN-DE-FINANZAS PIC X.
       01  FIN-DE-PRESUPUESTO PIC X.

      *    Campos del renglon de finanzas tal como vienen.
       01  WS-FIN-ANO-X PIC X(10).
       01  WS-FIN-DEPTO-X PIC X(10).
       01  WS-FIN-MES-X PIC X(10).
       01  WS-FIN-SUELDOS-X PIC X(20).
       01  WS-FIN-EXTRA-X PIC X(20).
       01  WS-FIN-IMSS-X PIC X(20).
       01  WS-FIN-PRESTACIONES-X PIC X(20).
       01  WS-FIN-CAMPOS PIC 9(2).
       01  WS-RENGLON-FINANZAS PIC 9(5) VALUE ZEROES.
       01  WS-MOTIVO PIC X(40).

      *    Renglones validos de finanzas, ya convertidos.
       01  WS-TABLA-NUEVOS.
           05 WS-NUE-RENGLON OCCURS 3000 TIMES.
               10 WS-NUE-ANO PIC 9(4).
               10 WS-NUE-DEPTO PIC 9(3).
               10 WS-NUE-MES PIC 9(2).
               10 WS-NUE-SUELDOS PIC S9(9)V99.
               10 WS-NUE-EXTRA PIC S9(9)V99.
               10 WS-NUE-IMSS PIC S9(9)V99.
               10 WS-NUE-PRESTACIONES PIC S9(9)V99.
       01  WS-TOTAL-NUEVOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-NUE PIC 9(4).
       01  WS-NUE-REPETIDO PIC 9(4).

      *    Anos que trae el archivo de finanzas, con su total anual.
       01  WS-TABLA-ANOS.
           05 WS-ANO-RENGLON OCCURS 10 TIMES.
               10 WS-ANO-CLAVE PIC 9(4).
               10 WS-ANO-RENGLONES PIC 9(4).
               10 WS-ANO-TOTAL PIC S9(11)V99.
       01  WS-TOTAL-ANOS PIC 9(2) VALUE ZEROES.
       01  WS-IX-ANO PIC 9(2).
       01  WS-ANO-ENCONTRADO PIC 9(2).

      *    Renglones del presupuesto vigente de los anos que no se
      *    cargan, que se reescriben tal cual.
       01  WS-TABLA-CONSERVADOS.
           05 WS-CNS-LINEA OCCURS 6000 TIMES PIC X(63).
       01  WS-TOTAL-CONSERVADOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-CNS PIC 9(4).
       01  WS-RENGLONES-REEMPLAZADOS PIC 9(5) VALUE ZEROES.

       01  WS-RENGLONES-MALOS PIC 9(5) VALUE ZEROES.
       01  WS-RENGLONES-TITULO PIC 9(3) VALUE ZEROES.
       01  WS-DEPTO-VALIDA PIC 9(3).
       01  WS-NOMBRE-DEPTO PIC X(20).
       01  WS-RESULTADO-DEPTO PIC X.
       01  WS-IMPORTE-EDITADO PIC -ZZZZZZZZZZ9.99.

       01  WS-CANDADO-PROGRAMA PIC X(20) VALUE "carga-presupuesto".
       01  WS-CANDADO-USUARIO PIC X(20).
       01  WS-CANDADO-RESULTADO PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "carga-presupuesto".
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
           PERFORM RESUELVE-PARAMETROS.
           PERFORM LEE-ARCHIVO-FINANZAS.
           IF WS-RENGLONES-MALOS > ZEROES
               DISPLAY "RECHAZADO: " WS-RENGLONES-MALOS
                   " renglones con error; no se cargo nada y el "
                   "presupuesto anterior sigue vigente."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TOTAL-NUEVOS = ZEROES
               DISPLAY "RECHAZADO: el archivo de finanzas no trae "
                   "renglones de presupuesto: "
                   FUNCTION TRIM(WS-RUTA-FINANZAS)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CONSERVA-OTROS-ANOS.
           PERFORM REESCRIBE-PRESUPUESTO.
           PERFORM MUESTRA-ANO-CARGADO
               VARYING WS-IX-ANO FROM 1 BY 1
               UNTIL WS-IX-ANO > WS-TOTAL-ANOS.
           DISPLAY "Renglones cargados: " WS-TOTAL-NUEVOS
               "  reemplazados: " WS-RENGLONES-REEMPLAZADOS
               "  de otros anos conservados: " WS-TOTAL-CONSERVADOS.
           DISPLAY "Presupuesto de nomina en: "
               FUNCTION TRIM(WS-RUTA-PRESUPUESTO).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-NUEVOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           CALL "libera-candado" USING WS-CANDADO-PROGRAMA END-CALL.
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

           RESUELVE-PARAMETROS.
           ACCEPT WS-RUTA-FINANZAS FROM ENVIRONMENT
               "PRESUPUESTO_FINANZAS_PATH".
           IF WS-RUTA-FINANZAS = SPACES
               MOVE "PRESUPUESTO-FINANZAS.csv" TO WS-RUTA-FINANZAS
           END-IF.
           ACCEPT WS-RUTA-PRESUPUESTO FROM ENVIRONMENT
               "PRESUPUESTO_NOMINA_PATH".
           IF WS-RUTA-PRESUPUESTO = SPACES
               MOVE "PRESUPUESTO-NOMINA.txt" TO WS-RUTA-PRESUPUESTO
           END-IF.

           LEE-ARCHIVO-FINANZAS.
           OPEN INPUT PRESUPUESTO-FINANZAS.
           IF WS-FILE-STATUS-FIN NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el archivo de "
                   "finanzas: " FUNCTION TRIM(WS-RUTA-FINANZAS)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-FINANZAS.
           PERFORM LEE-LINEA-FINANZAS.
           PERFORM VALIDA-RENGLON-FINANZAS
               UNTIL FIN-DE-FINANZAS = "0".
           CLOSE PRESUPUESTO-FINANZAS.

           LEE-LINEA-FINANZAS.
           READ PRESUPUESTO-FINANZAS
               AT END
                   MOVE "0" TO FIN-DE-FINANZAS
               NOT AT END
                   ADD 1 TO WS-RENGLON-FINANZAS
           END-READ.

      *    El renglon de titulos (primer campo no numerico al
      *    principio del archivo) se salta; cualquier otro renglon
      *    que no pase la validacion se lista con su motivo.
           VALIDA-RENGLON-FINANZAS.
           IF LINEA-FINANZAS NOT = SPACES
               MOVE SPACES TO WS-FIN-ANO-X WS-FIN-DEPTO-X WS-FIN-MES-X
                   WS-FIN-SUELDOS-X WS-FIN-EXTRA-X WS-FIN-IMSS-X
                   WS-FIN-PRESTACIONES-X WS-MOTIVO
               MOVE ZEROES TO WS-FIN-CAMPOS
               UNSTRING LINEA-FINANZAS DELIMITED BY ","
                   INTO WS-FIN-ANO-X WS-FIN-DEPTO-X WS-FIN-MES-X
                       WS-FIN-SUELDOS-X WS-FIN-EXTRA-X WS-FIN-IMSS-X
                       WS-FIN-PRESTACIONES-X
                   TALLYING IN WS-FIN-CAMPOS
               END-UNSTRING
               IF WS-RENGLON-FINANZAS = 1
                   AND FUNCTION TEST-NUMVAL(WS-FIN-ANO-X) NOT = ZEROES
                   ADD 1 TO WS-RENGLONES-TITULO
               ELSE
                   PERFORM REVISA-CAMPOS-FINANZAS
                   IF WS-MOTIVO = SPACES
                       PERFORM AGREGA-RENGLON-NUEVO
                   ELSE
                       ADD 1 TO WS-RENGLONES-MALOS
                       DISPLAY "Renglon " WS-RENGLON-FINANZAS ": "
                           WS-MOTIVO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-LINEA-FINANZAS.

           REVISA-CAMPOS-FINANZAS.
           IF WS-FIN-CAMPOS < 7
               MOVE "FALTAN CAMPOS (SE ESPERAN 7)" TO WS-MOTIVO
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-FIN-ANO-X) NOT = ZEROES
                   OR FUNCTION TEST-NUMVAL(WS-FIN-DEPTO-X) NOT = ZEROES
                   OR FUNCTION TEST-NUMVAL(WS-FIN-MES-X) NOT = ZEROES
                   MOVE "ANO, DEPARTAMENTO O MES NO NUMERICO"
                       TO WS-MOTIVO
               ELSE
                   IF FUNCTION NUMVAL(WS-FIN-ANO-X) < 2000
                       OR FUNCTION NUMVAL(WS-FIN-ANO-X) > 2099
                       MOVE "ANO FUERA DE RANGO" TO WS-MOTIVO
                   END-IF
                   IF FUNCTION NUMVAL(WS-FIN-MES-X) < 1
                       OR FUNCTION NUMVAL(WS-FIN-MES-X) > 12
                       MOVE "MES FUERA DE 1 A 12" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIN-SUELDOS-X) NOT = ZEROES
                   OR FUNCTION TEST-NUMVAL(WS-FIN-EXTRA-X) NOT = ZEROES
                   OR FUNCTION TEST-NUMVAL(WS-FIN-IMSS-X) NOT = ZEROES
                   OR FUNCTION TEST-NUMVAL(WS-FIN-PRESTACIONES-X)
                       NOT = ZEROES
                   MOVE "IMPORTE NO NUMERICO" TO WS-MOTIVO
               ELSE
                   IF FUNCTION NUMVAL(WS-FIN-SUELDOS-X) < 0
                       OR FUNCTION NUMVAL(WS-FIN-EXTRA-X) < 0
                       OR FUNCTION NUMVAL(WS-FIN-IMSS-X) < 0
                       OR FUNCTION NUMVAL(WS-FIN-PRESTACIONES-X) < 0
                       MOVE "IMPORTE NEGATIVO" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               COMPUTE WS-DEPTO-VALIDA =
                   FUNCTION NUMVAL(WS-FIN-DEPTO-X)
               CALL "busca-depto"
                   USING WS-DEPTO-VALIDA WS-NOMBRE-DEPTO
                       WS-RESULTADO-DEPTO
               END-CALL
               IF WS-RESULTADO-DEPTO NOT = "S"
                   MOVE "DEPARTAMENTO NO ESTA EN EL CATALOGO"
                       TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE ZEROES TO WS-NUE-REPETIDO
               PERFORM VARYING WS-IX-NUE FROM 1 BY 1
                   UNTIL WS-IX-NUE > WS-TOTAL-NUEVOS
                   OR WS-NUE-REPETIDO > ZEROES
                   IF WS-NUE-ANO (WS-IX-NUE) =
                       FUNCTION NUMVAL(WS-FIN-ANO-X)
                       AND WS-NUE-DEPTO (WS-IX-NUE) = WS-DEPTO-VALIDA
                       AND WS-NUE-MES (WS-IX-NUE) =
                           FUNCTION NUMVAL(WS-FIN-MES-X)
                       MOVE WS-IX-NUE TO WS-NUE-REPETIDO
                   END-IF
               END-PERFORM
               IF WS-NUE-REPETIDO > ZEROES
                   MOVE "DEPARTAMENTO Y MES REPETIDOS" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               AND WS-TOTAL-NUEVOS >= 3000
               MOVE "ARCHIVO DEMASIADO GRANDE (3000 RENGLONES)"
                   TO WS-MOTIVO
           END-IF.

           AGREGA-RENGLON-NUEVO.
           ADD 1 TO WS-TOTAL-NUEVOS.
           COMPUTE WS-NUE-ANO (WS-TOTAL-NUEVOS) =
               FUNCTION NUMVAL(WS-FIN-ANO-X).
           MOVE WS-DEPTO-VALIDA TO WS-NUE-DEPTO (WS-TOTAL-NUEVOS).
           COMPUTE WS-NUE-MES (WS-TOTAL-NUEVOS) =
               FUNCTION NUMVAL(WS-FIN-MES-X).
           COMPUTE WS-NUE-SUELDOS (WS-TOTAL-NUEVOS) =
               FUNCTION NUMVAL(WS-FIN-SUELDOS-X).
           COMPUTE WS-NUE-EXTRA (WS-TOTAL-NUEVOS) =
               FUNCTION NUMVAL(WS-FIN-EXTRA-X).
           COMPUTE WS-NUE-IMSS (WS-TOTAL-NUEVOS) =
               FUNCTION NUMVAL(WS-FIN-IMSS-X).
           COMPUTE WS-NUE-PRESTACIONES (WS-TOTAL-NUEVOS) =
               FUNCTION NUMVAL(WS-FIN-PRESTACIONES-X).
           MOVE ZEROES TO WS-ANO-ENCONTRADO.
           PERFORM VARYING WS-IX-ANO FROM 1 BY 1
               UNTIL WS-IX-ANO > WS-TOTAL-ANOS
               OR WS-ANO-ENCONTRADO > ZEROES
               IF WS-ANO-CLAVE (WS-IX-ANO) =
                   WS-NUE-ANO (WS-TOTAL-NUEVOS)
                   MOVE WS-IX-ANO TO WS-ANO-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ANO-ENCONTRADO = ZEROES
               AND WS-TOTAL-ANOS < 10
               ADD 1 TO WS-TOTAL-ANOS
               MOVE WS-TOTAL-ANOS TO WS-ANO-ENCONTRADO
               MOVE WS-NUE-ANO (WS-TOTAL-NUEVOS)
                   TO WS-ANO-CLAVE (WS-ANO-ENCONTRADO)
               MOVE ZEROES TO WS-ANO-RENGLONES (WS-ANO-ENCONTRADO)
                   WS-ANO-TOTAL (WS-ANO-ENCONTRADO)
           END-IF.
           IF WS-ANO-ENCONTRADO = ZEROES
               SUBTRACT 1 FROM WS-TOTAL-NUEVOS
               ADD 1 TO WS-RENGLONES-MALOS
               DISPLAY "Renglon " WS-RENGLON-FINANZAS
                   ": MAS DE 10 ANOS EN UN SOLO ARCHIVO"
           ELSE
               ADD 1 TO WS-ANO-RENGLONES (WS-ANO-ENCONTRADO)
               ADD WS-NUE-SUELDOS (WS-TOTAL-NUEVOS)
                   WS-NUE-EXTRA (WS-TOTAL-NUEVOS)
                   WS-NUE-IMSS (WS-TOTAL-NUEVOS)
                   WS-NUE-PRESTACIONES (WS-TOTAL-NUEVOS)
                   TO WS-ANO-TOTAL (WS-ANO-ENCONTRADO)
           END-IF.

      *    Del presupuesto vigente solo se quedan los anos que el
      *    archivo de finanzas no trae.
           CONSERVA-OTROS-ANOS.
           OPEN INPUT PRESUPUESTO-NOMINA.
           IF WS-FILE-STATUS-PPT = "00"
               MOVE "1" TO FIN-DE-PRESUPUESTO
               PERFORM LEE-LINEA-PRESUPUESTO
               PERFORM CONSERVA-RENGLON-PRESUPUESTO
                   UNTIL FIN-DE-PRESUPUESTO = "0"
               CLOSE PRESUPUESTO-NOMINA
           END-IF.

           LEE-LINEA-PRESUPUESTO.
           READ PRESUPUESTO-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-PRESUPUESTO
               NOT AT END
                   MOVE LINEA-PRESUPUESTO TO PRESUPUESTO-REGISTRO
           END-READ.

           CONSERVA-RENGLON-PRESUPUESTO.
           IF LINEA-PRESUPUESTO NOT = SPACES
               MOVE ZEROES TO WS-ANO-ENCONTRADO
               PERFORM VARYING WS-IX-ANO FROM 1 BY 1
                   UNTIL WS-IX-ANO > WS-TOTAL-ANOS
                   OR WS-ANO-ENCONTRADO > ZEROES
                   IF WS-ANO-CLAVE (WS-IX-ANO) = PPT-ANO
                       MOVE WS-IX-ANO TO WS-ANO-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-ANO-ENCONTRADO > ZEROES
                   ADD 1 TO WS-RENGLONES-REEMPLAZADOS
               ELSE
                   IF WS-TOTAL-CONSERVADOS < 6000
                       ADD 1 TO WS-TOTAL-CONSERVADOS
                       MOVE LINEA-PRESUPUESTO
                           TO WS-CNS-LINEA (WS-TOTAL-CONSERVADOS)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-LINEA-PRESUPUESTO.

           REESCRIBE-PRESUPUESTO.
           OPEN OUTPUT PRESUPUESTO-NOMINA.
           IF WS-FILE-STATUS-PPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo reescribir el "
                   "presupuesto: " FUNCTION TRIM(WS-RUTA-PRESUPUESTO)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-CONSERVADO
               VARYING WS-IX-CNS FROM 1 BY 1
               UNTIL WS-IX-CNS > WS-TOTAL-CONSERVADOS.
           PERFORM ESCRIBE-NUEVO
               VARYING WS-IX-NUE FROM 1 BY 1
               UNTIL WS-IX-NUE > WS-TOTAL-NUEVOS.
           CLOSE PRESUPUESTO-NOMINA.

           ESCRIBE-CONSERVADO.
           MOVE WS-CNS-LINEA (WS-IX-CNS) TO LINEA-PRESUPUESTO.
           WRITE LINEA-PRESUPUESTO.

           ESCRIBE-NUEVO.
           MOVE WS-NUE-ANO (WS-IX-NUE) TO PPT-ANO.
           MOVE WS-NUE-DEPTO (WS-IX-NUE) TO PPT-DEPTO.
           MOVE WS-NUE-MES (WS-IX-NUE) TO PPT-MES.
           MOVE WS-NUE-SUELDOS (WS-IX-NUE) TO PPT-SUELDOS.
           MOVE WS-NUE-EXTRA (WS-IX-NUE) TO PPT-EXTRA.
           MOVE WS-NUE-IMSS (WS-IX-NUE) TO PPT-IMSS.
           MOVE WS-NUE-PRESTACIONES (WS-IX-NUE) TO PPT-PRESTACIONES.
           MOVE PRESUPUESTO-REGISTRO TO LINEA-PRESUPUESTO.
           WRITE LINEA-PRESUPUESTO.

           MUESTRA-ANO-CARGADO.
           MOVE WS-ANO-TOTAL (WS-IX-ANO) TO WS-IMPORTE-EDITADO.
           DISPLAY "Ano " WS-ANO-CLAVE (WS-IX-ANO) ": "
               WS-ANO-RENGLONES (WS-IX-ANO) " renglones, total "
               "presupuestado " WS-IMPORTE-EDITADO.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM carga-presupuesto.
