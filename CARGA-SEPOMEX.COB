      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CARGA EL CATALOGO OFICIAL DE CODIGOS POSTALES DE
      *         SEPOMEX (CPdescarga.txt, FORMATO TXT SEPARADO POR "|"
      *         CON d_codigo|d_asenta|d_tipo_asenta|D_mnpio|d_estado|
      *         d_ciudad|d_CP|c_estado|... EN LATIN-1) AL INDEXADO
      *         SEPOMEX.dat (SEPREG.cpy) QUE CONSULTA
      *         busca-codigo-postal. UN REGISTRO POR CODIGO POSTAL
      *         (LOS DEMAS ASENTAMIENTOS DEL MISMO CODIGO SE CUENTAN Y
      *         SE OMITEN), CON LA CLAVE DE ESTADO DE LA CURP SACADA DE
      *         c_estado Y LOS NOMBRES EN MAYUSCULAS SIN ACENTOS. LOS
      *         RENGLONES DE TITULOS SE SALTAN; SI EL ARCHIVO NO TRAE
      *         NINGUN CODIGO VALIDO LA CARGA SE RECHAZA ANTES DE
      *         TOCAR EL CATALOGO VIGENTE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. carga-sepomex.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Archivo oficial de SEPOMEX tal como se descarga.
       SELECT FUENTE-SEPOMEX
       ASSIGN TO DYNAMIC WS-RUTA-FUENTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FTE.

      *    Catalogo indexado; se crea completo en cada carga.
       SELECT CATALOGO-SEPOMEX
       ASSIGN TO DYNAMIC WS-RUTA-SEPOMEX
       ORGANIZATION IS INDEXED
       RECORD KEY IS SEP-CODIGO-POSTAL
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-SEP.

       DATA DIVISION.
       FILE SECTION.
       FD FUENTE-SEPOMEX.
       01  LINEA-FUENTE PIC X(400).

       FD CATALOGO-SEPOMEX.
           COPY SEPREG.

       WORKING-STORAGE SECTION.
       01  WS-RUTA-FUENTE PIC X(200).
       01  WS-FILE-STATUS-FTE PIC X(2).
       01  WS-RUTA-SEPOMEX PIC X(200).
       01  WS-FILE-STATUS-SEP PIC X(2).
       01  FIN-DE-FUENTE PIC X.
      *    "1" primera pasada (solo cuenta), "2" segunda (escribe).
       01  WS-PASADA PIC X.

      *    Campos del renglon de SEPOMEX que se usan.
       01  WS-FTE-CODIGO PIC X(10).
       01  WS-FTE-ASENTA PIC X(80).
       01  WS-FTE-TIPO-ASENTA PIC X(40).
       01  WS-FTE-MUNICIPIO PIC X(60).
       01  WS-FTE-ESTADO PIC X(40).
       01  WS-FTE-CIUDAD PIC X(60).
       01  WS-FTE-CP PIC X(10).
       01  WS-FTE-C-ESTADO PIC X(10).
       01  WS-FTE-CAMPOS PIC 9(2).
       01  WS-NUM-ESTADO PIC 9(2).

      *    Claves de 2 letras de los estados (las de la CURP) en el
      *    orden de c_estado de SEPOMEX (01 Aguascalientes ... 32
      *    Zacatecas).
       01  WS-CLAVES-ESTADO-INI.
           05 FILLER PIC X(16) VALUE "ASBCBSCCCLCMCSCH".
           05 FILLER PIC X(16) VALUE "DFDGGTGRHGJCMCMN".
           05 FILLER PIC X(16) VALUE "MSNTNLOCPLQTQRSP".
           05 FILLER PIC X(16) VALUE "SLSRTCTSTLVZYNZS".
       01  WS-CLAVES-ESTADO REDEFINES WS-CLAVES-ESTADO-INI.
           05 WS-CLAVE-ESTADO OCCURS 32 TIMES PIC X(2).

       01  WS-RENGLONES-LEIDOS PIC 9(7) VALUE ZEROES.
       01  WS-RENGLONES-TITULO PIC 9(5) VALUE ZEROES.
       01  WS-RENGLONES-VALIDOS PIC 9(7) VALUE ZEROES.
       01  WS-CODIGOS-CARGADOS PIC 9(7) VALUE ZEROES.
       01  WS-ASENTAMIENTOS-OMITIDOS PIC 9(7) VALUE ZEROES.
       01  WS-ESTADO-INVALIDO PIC 9(5) VALUE ZEROES.

       01  WS-CANDADO-PROGRAMA PIC X(20) VALUE "carga-sepomex".
       01  WS-CANDADO-USUARIO PIC X(20).
       01  WS-CANDADO-RESULTADO PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "carga-sepomex".
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
      *    Primera pasada: solo cuenta, para no destruir el catalogo
      *    vigente con un archivo vacio o que no es de SEPOMEX.
           MOVE "1" TO WS-PASADA.
           PERFORM RECORRE-FUENTE.
           IF WS-RENGLONES-VALIDOS = ZEROES
               DISPLAY "RECHAZADO: el archivo no trae codigos "
                   "postales de SEPOMEX: " FUNCTION TRIM(WS-RUTA-FUENTE)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CATALOGO-SEPOMEX.
           IF WS-FILE-STATUS-SEP NOT = "00"
               DISPLAY "No se pudo crear el catalogo de codigos "
                   "postales: " FUNCTION TRIM(WS-RUTA-SEPOMEX)
                   " FILE STATUS: " WS-FILE-STATUS-SEP
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZEROES TO WS-RENGLONES-LEIDOS WS-RENGLONES-TITULO
               WS-RENGLONES-VALIDOS.
           MOVE "2" TO WS-PASADA.
           PERFORM RECORRE-FUENTE.
           CLOSE CATALOGO-SEPOMEX.
           DISPLAY "Renglones leidos: " WS-RENGLONES-LEIDOS
               "  de titulos: " WS-RENGLONES-TITULO.
           DISPLAY "Codigos postales cargados: " WS-CODIGOS-CARGADOS
               "  asentamientos del mismo codigo omitidos: "
               WS-ASENTAMIENTOS-OMITIDOS.
           IF WS-ESTADO-INVALIDO > ZEROES
               DISPLAY "Codigos con c_estado fuera de 01 a 32 (sin "
                   "clave de estado): " WS-ESTADO-INVALIDO
           END-IF.
           DISPLAY "Catalogo de codigos postales en: "
               FUNCTION TRIM(WS-RUTA-SEPOMEX).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-CODIGOS-CARGADOS TO WS-BIT-CONTADOR.
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
           ACCEPT WS-RUTA-FUENTE FROM ENVIRONMENT
               "SEPOMEX_FUENTE_PATH".
           IF WS-RUTA-FUENTE = SPACES
               MOVE "CPdescarga.txt" TO WS-RUTA-FUENTE
           END-IF.
           ACCEPT WS-RUTA-SEPOMEX FROM ENVIRONMENT "SEPOMEX_PATH".
           IF WS-RUTA-SEPOMEX = SPACES
               MOVE "SEPOMEX.dat" TO WS-RUTA-SEPOMEX
           END-IF.

           RECORRE-FUENTE.
           OPEN INPUT FUENTE-SEPOMEX.
           IF WS-FILE-STATUS-FTE NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el archivo de "
                   "SEPOMEX: " FUNCTION TRIM(WS-RUTA-FUENTE)
               IF WS-PASADA = "2"
                   CLOSE CATALOGO-SEPOMEX
               END-IF
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-FUENTE.
           PERFORM LEE-LINEA-FUENTE.
           PERFORM PROCESA-RENGLON-FUENTE UNTIL FIN-DE-FUENTE = "0".
           CLOSE FUENTE-SEPOMEX.

           LEE-LINEA-FUENTE.
           READ FUENTE-SEPOMEX
               AT END
                   MOVE "0" TO FIN-DE-FUENTE
               NOT AT END
                   ADD 1 TO WS-RENGLONES-LEIDOS
           END-READ.

      *    El archivo oficial trae dos renglones de titulos (la nota
      *    de SEPOMEX y los nombres de columna); todo renglon cuyo
      *    primer campo no sea un codigo de 5 digitos se salta.
           PROCESA-RENGLON-FUENTE.
           IF LINEA-FUENTE NOT = SPACES
               MOVE SPACES TO WS-FTE-CODIGO WS-FTE-ASENTA
                   WS-FTE-TIPO-ASENTA WS-FTE-MUNICIPIO WS-FTE-ESTADO
                   WS-FTE-CIUDAD WS-FTE-CP WS-FTE-C-ESTADO
               MOVE ZEROES TO WS-FTE-CAMPOS
               UNSTRING LINEA-FUENTE DELIMITED BY "|"
                   INTO WS-FTE-CODIGO WS-FTE-ASENTA WS-FTE-TIPO-ASENTA
                       WS-FTE-MUNICIPIO WS-FTE-ESTADO WS-FTE-CIUDAD
                       WS-FTE-CP WS-FTE-C-ESTADO
                   TALLYING IN WS-FTE-CAMPOS
               END-UNSTRING
               IF WS-FTE-CODIGO (1:5) IS NUMERIC
                   AND WS-FTE-CODIGO (6:5) = SPACES
                   AND WS-FTE-CAMPOS >= 8
                   ADD 1 TO WS-RENGLONES-VALIDOS
                   IF WS-PASADA = "2"
                       PERFORM ESCRIBE-CODIGO-POSTAL
                   END-IF
               ELSE
                   ADD 1 TO WS-RENGLONES-TITULO
               END-IF
           END-IF.
           PERFORM LEE-LINEA-FUENTE.

           ESCRIBE-CODIGO-POSTAL.
           MOVE SPACES TO SEPOMEX-REGISTRO.
           MOVE WS-FTE-CODIGO (1:5) TO SEP-CODIGO-POSTAL.
           MOVE ZEROES TO WS-NUM-ESTADO.
           IF WS-FTE-C-ESTADO (1:2) IS NUMERIC
               MOVE WS-FTE-C-ESTADO (1:2) TO WS-NUM-ESTADO
           END-IF.
           IF WS-NUM-ESTADO >= 1 AND WS-NUM-ESTADO <= 32
               MOVE WS-CLAVE-ESTADO (WS-NUM-ESTADO) TO SEP-ESTADO
           ELSE
               ADD 1 TO WS-ESTADO-INVALIDO
           END-IF.
           PERFORM NORMALIZA-NOMBRES.
           MOVE WS-FTE-ESTADO TO SEP-ESTADO-NOMBRE.
           MOVE WS-FTE-MUNICIPIO TO SEP-MUNICIPIO.
           MOVE WS-FTE-CIUDAD TO SEP-CIUDAD.
           WRITE SEPOMEX-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-ASENTAMIENTOS-OMITIDOS
               NOT INVALID KEY
                   ADD 1 TO WS-CODIGOS-CARGADOS
           END-WRITE.

      *    Vocales acentuadas, enie y dieresis de Latin-1 a su letra
      *    sin acento, y todo a mayusculas, como se capturan los
      *    domicilios.
           NORMALIZA-NOMBRES.
           INSPECT WS-FTE-ESTADO CONVERTING
               X"E1E9EDF3FAF1C1C9CDD3DAD1FCDC"
               TO "AEIOUNAEIOUNUU".
           INSPECT WS-FTE-MUNICIPIO CONVERTING
               X"E1E9EDF3FAF1C1C9CDD3DAD1FCDC"
               TO "AEIOUNAEIOUNUU".
           INSPECT WS-FTE-CIUDAD CONVERTING
               X"E1E9EDF3FAF1C1C9CDD3DAD1FCDC"
               TO "AEIOUNAEIOUNUU".
           MOVE FUNCTION UPPER-CASE(WS-FTE-ESTADO) TO WS-FTE-ESTADO.
           MOVE FUNCTION UPPER-CASE(WS-FTE-MUNICIPIO)
               TO WS-FTE-MUNICIPIO.
           MOVE FUNCTION UPPER-CASE(WS-FTE-CIUDAD) TO WS-FTE-CIUDAD.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM carga-sepomex.
