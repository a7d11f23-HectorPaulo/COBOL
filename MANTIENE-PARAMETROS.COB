      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:MANTENIMIENTO DE LA TABLA CENTRAL DE PARAMETROS LEGALES
      *         (PARAMETROS-LEGALES.txt, PLGREG.cpy): UMA, SALARIOS
      *         MINIMOS, VSM, TOPES DE EXENCION Y TASAS DEL IMSS, CADA
      *         VALOR CON SU FECHA DE INICIO DE VIGENCIA Y LA FUENTE
      *         QUE LO PUBLICO. LISTAR (TODA LA TABLA O UNA CLAVE),
      *         AGREGAR UNA VIGENCIA NUEVA (LA MISMA CLAVE NO PUEDE
      *         REPETIR FECHA), CORREGIR EL VALOR O LA FUENTE DE UN
      *         RENGLON Y ELIMINAR UN RENGLON CAPTURADO POR ERROR. EL
      *         AUMENTO DE ENERO SE CAPTURA COMO VIGENCIA NUEVA, NO
      *         ENCIMA DEL VALOR ANTERIOR, PARA QUE UN RECALCULO
      *         RETROACTIVO SIGA ENCONTRANDO EL QUE REGIA. CADA
      *         RENGLON GUARDA LA FECHA DE CAPTURA Y EL USUARIO. SOLO
      *         EL ROL S (SUPERVISOR) DE inicia-sesion; EL ARCHIVO SE
      *         REESCRIBE COMPLETO EN CADA MOVIMIENTO, COMO
      *         MANTIENE-VIATICOS.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantiene-parametros.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PARAMETROS-LEGALES
       ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PLG.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS-LEGALES.
       01  LINEA-PARAMETRO PIC X(100).

       WORKING-STORAGE SECTION.
       COPY PLGREG.

       01  WS-RUTA-PARAMETROS PIC X(200).
       01  WS-FILE-STATUS-PLG PIC X(2).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-OPCION-PLG PIC X.

       01  WS-TABLA-PARAMETROS.
           05 WS-PLG-LINEA OCCURS 500 TIMES PIC X(100).
       01  WS-TOTAL-PARAMETROS PIC 9(3) VALUE ZEROES.
       01  WS-IX-PLG PIC 9(3).
       01  WS-PLG-ENCONTRADO PIC 9(3).

       01  WS-RENGLON-X PIC X(4).
       01  WS-RENGLON PIC 9(3).
       01  WS-CLAVE-CAPTURADA PIC X(12).
       01  WS-VIGENCIA-CAPTURADA PIC X(10).
       01  WS-VIGENCIA-NUM PIC 9(8).
       01  WS-MES-VIGENCIA PIC 9(2).
       01  WS-DIA-VIGENCIA PIC 9(2).
       01  WS-VALOR-X PIC X(16).
       01  WS-VALOR-CAPTURADO PIC 9(7)V9(5).
       01  WS-FUENTE-CAPTURADA PIC X(40).
       01  WS-DATO-VALIDO PIC X.
       01  WS-CONFIRMACION PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-RENGLONES-MOSTRADOS PIC 9(3).
       01  WS-VALOR-EDITADO PIC ZZZZZZ9.99999.
       01  WS-TOTAL-MOVIMIENTOS PIC 9(5) VALUE ZEROES.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "mantiene-parametros".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S"
               OR WS-SESION-ROL NOT = "S"
               DISPLAY "Solo un supervisor puede mantener los "
                   "parametros legales."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-PARAMETROS.
           MOVE SPACES TO WS-OPCION-PLG.
           PERFORM MENU-PARAMETROS UNTIL WS-OPCION-PLG = "0".
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-MOVIMIENTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-PARAMETROS FROM ENVIRONMENT
               "PARAMETROS_LEGALES_PATH".
           IF WS-RUTA-PARAMETROS = SPACES
               MOVE "PARAMETROS-LEGALES.txt" TO WS-RUTA-PARAMETROS
           END-IF.

           CARGA-PARAMETROS.
           OPEN INPUT PARAMETROS-LEGALES.
           IF WS-FILE-STATUS-PLG NOT = "00"
               DISPLAY "Tabla de parametros legales nueva; se creara "
                   "al guardar."
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-PARAMETRO
               PERFORM AGREGA-PARAMETRO-A-TABLA
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE PARAMETROS-LEGALES
           END-IF.

           LEE-LINEA-PARAMETRO.
           READ PARAMETROS-LEGALES
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-PARAMETRO-A-TABLA.
           IF LINEA-PARAMETRO NOT = SPACES
               AND WS-TOTAL-PARAMETROS < 500
               ADD 1 TO WS-TOTAL-PARAMETROS
               MOVE LINEA-PARAMETRO
                   TO WS-PLG-LINEA (WS-TOTAL-PARAMETROS)
           END-IF.
           PERFORM LEE-LINEA-PARAMETRO.

           MENU-PARAMETROS.
           DISPLAY "--------------------------------------------".
           DISPLAY "  PARAMETROS LEGALES CON VIGENCIA".
           DISPLAY "  1. Listar los parametros".
           DISPLAY "  2. Agregar una vigencia".
           DISPLAY "  3. Corregir el valor o la fuente".
           DISPLAY "  4. Eliminar un renglon".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-PLG.
           EVALUATE WS-OPCION-PLG
               WHEN "1"
                   PERFORM CAPTURA-CLAVE-FILTRO
                   PERFORM LISTA-PARAMETROS
               WHEN "2"
                   PERFORM AGREGA-VIGENCIA
               WHEN "3"
                   PERFORM CORRIGE-PARAMETRO
               WHEN "4"
                   PERFORM ELIMINA-PARAMETRO
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           CAPTURA-CLAVE-FILTRO.
           DISPLAY "Clave a listar (vacio = todas): ".
           PERFORM ACEPTA-CLAVE.

           ACEPTA-CLAVE.
           MOVE SPACES TO WS-CLAVE-CAPTURADA.
           ACCEPT WS-CLAVE-CAPTURADA.
           MOVE FUNCTION UPPER-CASE(WS-CLAVE-CAPTURADA)
               TO WS-CLAVE-CAPTURADA.

      *    El numero de renglon que se muestra es el que se teclea
      *    para corregir o eliminar.
           LISTA-PARAMETROS.
           MOVE ZEROES TO WS-RENGLONES-MOSTRADOS.
           PERFORM MUESTRA-PARAMETRO
               VARYING WS-IX-PLG FROM 1 BY 1
               UNTIL WS-IX-PLG > WS-TOTAL-PARAMETROS.
           IF WS-RENGLONES-MOSTRADOS = ZEROES
               DISPLAY "No hay parametros registrados con esa clave."
           END-IF.

           MUESTRA-PARAMETRO.
           MOVE WS-PLG-LINEA (WS-IX-PLG) TO PARAMETRO-LEGAL-REGISTRO.
           IF WS-CLAVE-CAPTURADA = SPACES
               OR PLG-CLAVE = WS-CLAVE-CAPTURADA
               ADD 1 TO WS-RENGLONES-MOSTRADOS
               MOVE PLG-VALOR TO WS-VALOR-EDITADO
               DISPLAY WS-IX-PLG ") " PLG-CLAVE " desde "
                   PLG-VIGENCIA " " WS-VALOR-EDITADO
               DISPLAY "       " PLG-FUENTE " (" PLG-FECHA-CAPTURA
                   " " FUNCTION TRIM(PLG-USUARIO) ")"
           END-IF.

      *    Una vigencia nueva: clave, fecha de inicio AAAAMMDD, valor
      *    y fuente obligatorios; la misma clave no repite fecha.
           AGREGA-VIGENCIA.
           IF WS-TOTAL-PARAMETROS >= 500
               DISPLAY "La tabla de parametros legales esta llena."
           ELSE
               MOVE "S" TO WS-DATO-VALIDO
               DISPLAY "Clave del parametro (UMA-DIARIA, SM-GENERAL, "
                   "SM-FRONTERA, VSM-MENSUAL, IMSS-ramo-O...): "
               PERFORM ACEPTA-CLAVE
               IF WS-CLAVE-CAPTURADA = SPACES
                   DISPLAY "La clave es obligatoria."
                   MOVE "N" TO WS-DATO-VALIDO
               END-IF
               IF WS-DATO-VALIDO = "S"
                   PERFORM CAPTURA-VIGENCIA
               END-IF
               IF WS-DATO-VALIDO = "S"
                   PERFORM BUSCA-VIGENCIA-OCUPADA
                   IF WS-PLG-ENCONTRADO > ZEROES
                       DISPLAY "La clave ya tiene esa vigencia "
                           "(renglon " WS-PLG-ENCONTRADO "); corrijala "
                           "en vez de repetirla."
                       MOVE "N" TO WS-DATO-VALIDO
                   END-IF
               END-IF
               IF WS-DATO-VALIDO = "S"
                   PERFORM CAPTURA-VALOR
               END-IF
               IF WS-DATO-VALIDO = "S"
                   PERFORM CAPTURA-FUENTE
               END-IF
               IF WS-DATO-VALIDO = "S"
                   MOVE SPACES TO PARAMETRO-LEGAL-REGISTRO
                   MOVE WS-CLAVE-CAPTURADA TO PLG-CLAVE
                   MOVE WS-VIGENCIA-CAPTURADA (1:8) TO PLG-VIGENCIA
                   MOVE WS-VALOR-CAPTURADO TO PLG-VALOR
                   MOVE WS-FUENTE-CAPTURADA TO PLG-FUENTE
                   MOVE WS-FECHA-HOY TO PLG-FECHA-CAPTURA
                   MOVE WS-SESION-USUARIO TO PLG-USUARIO
                   ADD 1 TO WS-TOTAL-PARAMETROS
                   MOVE PARAMETRO-LEGAL-REGISTRO
                       TO WS-PLG-LINEA (WS-TOTAL-PARAMETROS)
                   PERFORM REESCRIBE-PARAMETROS
                   ADD 1 TO WS-TOTAL-MOVIMIENTOS
                   DISPLAY "Vigencia registrada (renglon "
                       WS-TOTAL-PARAMETROS ")."
               END-IF
           END-IF.

           CAPTURA-VIGENCIA.
           DISPLAY "Inicio de vigencia AAAAMMDD: ".
           MOVE SPACES TO WS-VIGENCIA-CAPTURADA.
           ACCEPT WS-VIGENCIA-CAPTURADA.
           IF WS-VIGENCIA-CAPTURADA (1:8) IS NOT NUMERIC
               OR WS-VIGENCIA-CAPTURADA (9:2) NOT = SPACES
               DISPLAY "Fecha de vigencia no valida."
               MOVE "N" TO WS-DATO-VALIDO
           ELSE
               MOVE WS-VIGENCIA-CAPTURADA (1:8) TO WS-VIGENCIA-NUM
               MOVE WS-VIGENCIA-CAPTURADA (5:2) TO WS-MES-VIGENCIA
               MOVE WS-VIGENCIA-CAPTURADA (7:2) TO WS-DIA-VIGENCIA
               IF WS-VIGENCIA-NUM < 19000101
                   OR WS-MES-VIGENCIA < 1 OR WS-MES-VIGENCIA > 12
                   OR WS-DIA-VIGENCIA < 1 OR WS-DIA-VIGENCIA > 31
                   DISPLAY "Fecha de vigencia no valida."
                   MOVE "N" TO WS-DATO-VALIDO
               END-IF
           END-IF.

           BUSCA-VIGENCIA-OCUPADA.
           MOVE ZEROES TO WS-PLG-ENCONTRADO.
           PERFORM VARYING WS-IX-PLG FROM 1 BY 1
               UNTIL WS-IX-PLG > WS-TOTAL-PARAMETROS
               OR WS-PLG-ENCONTRADO > ZEROES
               MOVE WS-PLG-LINEA (WS-IX-PLG)
                   TO PARAMETRO-LEGAL-REGISTRO
               IF PLG-CLAVE = WS-CLAVE-CAPTURADA
                   AND PLG-VIGENCIA = WS-VIGENCIA-CAPTURADA (1:8)
                   MOVE WS-IX-PLG TO WS-PLG-ENCONTRADO
               END-IF
           END-PERFORM.

      *    Las tasas van en por ciento y la UMA en pesos; el valor
      *    admite hasta cinco decimales (primas de riesgo).
           CAPTURA-VALOR.
           DISPLAY "Valor: ".
           MOVE SPACES TO WS-VALOR-X.
           ACCEPT WS-VALOR-X.
           IF WS-VALOR-X = SPACES
               OR FUNCTION TEST-NUMVAL(WS-VALOR-X) NOT = ZEROES
               DISPLAY "Valor no valido."
               MOVE "N" TO WS-DATO-VALIDO
           ELSE
               COMPUTE WS-VALOR-CAPTURADO = FUNCTION NUMVAL(WS-VALOR-X)
               IF WS-VALOR-CAPTURADO = ZEROES
                   DISPLAY "El valor no puede ser cero."
                   MOVE "N" TO WS-DATO-VALIDO
               END-IF
           END-IF.

           CAPTURA-FUENTE.
           DISPLAY "Fuente (DOF, resolucion, fecha de publicacion): ".
           MOVE SPACES TO WS-FUENTE-CAPTURADA.
           ACCEPT WS-FUENTE-CAPTURADA.
           IF WS-FUENTE-CAPTURADA = SPACES
               DISPLAY "La fuente es obligatoria."
               MOVE "N" TO WS-DATO-VALIDO
           END-IF.

      *    Pide el renglon a corregir o eliminar; deja su indice en
      *    WS-PLG-ENCONTRADO y el registro cargado.
           ESCOGE-RENGLON.
           MOVE ZEROES TO WS-PLG-ENCONTRADO.
           DISPLAY "Clave del parametro: ".
           PERFORM ACEPTA-CLAVE.
           PERFORM LISTA-PARAMETROS.
           IF WS-RENGLONES-MOSTRADOS > ZEROES
               DISPLAY "Renglon: "
               MOVE SPACES TO WS-RENGLON-X
               ACCEPT WS-RENGLON-X
               COMPUTE WS-RENGLON = FUNCTION NUMVAL(WS-RENGLON-X)
               IF WS-RENGLON = ZEROES
                   OR WS-RENGLON > WS-TOTAL-PARAMETROS
                   DISPLAY "Renglon no valido."
               ELSE
                   MOVE WS-PLG-LINEA (WS-RENGLON)
                       TO PARAMETRO-LEGAL-REGISTRO
                   IF WS-CLAVE-CAPTURADA NOT = SPACES
                       AND PLG-CLAVE NOT = WS-CLAVE-CAPTURADA
                       DISPLAY "Ese renglon no es de la clave."
                   ELSE
                       MOVE WS-RENGLON TO WS-PLG-ENCONTRADO
                   END-IF
               END-IF
           END-IF.

      *    Solo valor y fuente; un cambio de fecha es otra vigencia.
           CORRIGE-PARAMETRO.
           PERFORM ESCOGE-RENGLON.
           IF WS-PLG-ENCONTRADO > ZEROES
               MOVE "S" TO WS-DATO-VALIDO
               PERFORM CAPTURA-VALOR
               IF WS-DATO-VALIDO = "S"
                   PERFORM CAPTURA-FUENTE
               END-IF
               IF WS-DATO-VALIDO = "S"
                   MOVE WS-VALOR-CAPTURADO TO PLG-VALOR
                   MOVE WS-FUENTE-CAPTURADA TO PLG-FUENTE
                   MOVE WS-FECHA-HOY TO PLG-FECHA-CAPTURA
                   MOVE WS-SESION-USUARIO TO PLG-USUARIO
                   MOVE PARAMETRO-LEGAL-REGISTRO
                       TO WS-PLG-LINEA (WS-PLG-ENCONTRADO)
                   PERFORM REESCRIBE-PARAMETROS
                   ADD 1 TO WS-TOTAL-MOVIMIENTOS
                   DISPLAY "Parametro corregido."
               END-IF
           END-IF.

           ELIMINA-PARAMETRO.
           PERFORM ESCOGE-RENGLON.
           IF WS-PLG-ENCONTRADO > ZEROES
               DISPLAY "Eliminar " PLG-CLAVE " desde " PLG-VIGENCIA
                   " (S/N): "
               MOVE SPACES TO WS-CONFIRMACION
               ACCEPT WS-CONFIRMACION
               IF FUNCTION UPPER-CASE(WS-CONFIRMACION) = "S"
                   MOVE WS-PLG-LINEA (WS-TOTAL-PARAMETROS)
                       TO WS-PLG-LINEA (WS-PLG-ENCONTRADO)
                   SUBTRACT 1 FROM WS-TOTAL-PARAMETROS
                   PERFORM REESCRIBE-PARAMETROS
                   ADD 1 TO WS-TOTAL-MOVIMIENTOS
                   DISPLAY "Renglon eliminado."
               ELSE
                   DISPLAY "No se elimino nada."
               END-IF
           END-IF.

           REESCRIBE-PARAMETROS.
           OPEN OUTPUT PARAMETROS-LEGALES.
           IF WS-FILE-STATUS-PLG NOT = "00"
               DISPLAY "No se pudo reescribir la tabla de parametros: "
                   FUNCTION TRIM(WS-RUTA-PARAMETROS)
           ELSE
               PERFORM ESCRIBE-LINEA-PARAMETRO
                   VARYING WS-IX-PLG FROM 1 BY 1
                   UNTIL WS-IX-PLG > WS-TOTAL-PARAMETROS
               CLOSE PARAMETROS-LEGALES
           END-IF.

           ESCRIBE-LINEA-PARAMETRO.
           MOVE WS-PLG-LINEA (WS-IX-PLG) TO LINEA-PARAMETRO.
           WRITE LINEA-PARAMETRO.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM mantiene-parametros.
