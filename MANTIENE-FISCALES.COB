      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:MANTENIMIENTO DEL CATALOGO DE OBLIGACIONES FISCALES
      *         (OBLIGACIONES-FISCALES.txt, UN RENGLON
      *         clave,descripcion,regla,dia,mes,sitio,programa,inicio
      *         POR OBLIGACION) Y CAPTURA DE SU CUMPLIMIENTO: LISTAR,
      *         AGREGAR, MODIFICAR Y ELIMINAR OBLIGACIONES COMO
      *         MANTIENE-SITIOS, CONFIRMAR QUE UN PERIODO SE PRESENTO
      *         O PAGO (CON SU ACUSE O LINEA DE CAPTURA), CONSULTAR
      *         LAS CONFIRMACIONES DE UNA OBLIGACION Y ANULAR UNA
      *         CONFIRMACION CAPTURADA POR ERROR (SOLO ROL S). LAS
      *         CONFIRMACIONES VAN A CUMPLIMIENTO-FISCAL.txt (LAYOUT
      *         FISREG.cpy), QUE SE REESCRIBE EN CADA MOVIMIENTO.
      *         ROLES N Y S DE inicia-sesion. calendario-fiscal USA
      *         AMBOS ARCHIVOS PARA EL REPORTE DIARIO.
      *
      *         Reglas de vencimiento: MEN = dia "dia" del mes
      *         siguiente al periodo; BIM = igual, al cierre de cada
      *         bimestre (febrero, abril, ...); ANU = dia "dia" del
      *         mes "mes" del ano siguiente; QUI = "dia" dias despues
      *         del 15 y del ultimo de cada mes. Sitio "*" = la
      *         obligacion aplica a cada sitio de CATALOGO-SITIOS.txt.
      *         Programa = el que cuenta como "generada" al terminar
      *         bien en BITACORA-CORRIDAS.log (vacio = solo manual).
      *         Inicio = AAAAMMDD desde el que se vigila (opcional).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantiene-fiscales.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CATALOGO-OBLIGACIONES
       ASSIGN TO DYNAMIC WS-RUTA-CATALOGO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAT.

       SELECT CUMPLIMIENTO-FISCAL
       ASSIGN TO DYNAMIC WS-RUTA-CUMPLIMIENTO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CUM.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-OBLIGACIONES.
       01  LINEA-CATALOGO PIC X(150).

       FD CUMPLIMIENTO-FISCAL.
       01  LINEA-CUMPLIMIENTO PIC X(91).

       WORKING-STORAGE SECTION.
       COPY FISREG.

       01  WS-RUTA-CATALOGO PIC X(200).
       01  WS-FILE-STATUS-CAT PIC X(2).
       01  WS-RUTA-CUMPLIMIENTO PIC X(200).
       01  WS-FILE-STATUS-CUM PIC X(2).
       01  FIN-DE-ARCHIVO PIC X.
       01  WS-OPCION-FIS PIC X.

       01  WS-TABLA-OBLIGACIONES.
           05 WS-OBL-RENGLON OCCURS 50 TIMES.
               10 WS-OBL-CLAVE PIC X(6).
               10 WS-OBL-DESCRIPCION PIC X(40).
               10 WS-OBL-REGLA PIC X(3).
               10 WS-OBL-DIA PIC 9(2).
               10 WS-OBL-MES PIC 9(2).
               10 WS-OBL-SITIO PIC X(2).
               10 WS-OBL-PROGRAMA PIC X(20).
               10 WS-OBL-INICIO PIC X(8).
       01  WS-TOTAL-OBLIGACIONES PIC 9(2) VALUE ZEROES.
       01  WS-IX-OBL PIC 9(2).
       01  WS-OBL-ENCONTRADA PIC 9(2).

       01  WS-TABLA-CUMPLIMIENTO.
           05 WS-CUM-LINEA OCCURS 9999 TIMES PIC X(91).
       01  WS-TOTAL-CUMPLIMIENTO PIC 9(4) VALUE ZEROES.
       01  WS-IX-CUM PIC 9(4).
       01  WS-CUM-ENCONTRADA PIC 9(4).
       01  WS-CUM-MOSTRADAS PIC 9(4).

       01  WS-CLAVE-CAPTURADA PIC X(6).
       01  WS-SITIO-CAPTURADO PIC X(2).
       01  WS-PERIODO-CAPTURADO PIC X(8).
       01  WS-FECHA-CAPTURADA PIC X(8).
       01  WS-REFERENCIA-CAPTURADA PIC X(30).
       01  WS-CLAVE-X PIC X(10).
       01  WS-REGLA-X PIC X(5).
       01  WS-DIA-X PIC X(5).
       01  WS-MES-X PIC X(5).
       01  WS-SITIO-X PIC X(5).
       01  WS-INICIO-X PIC X(10).
       01  WS-DESCRIPCION-X PIC X(40).
       01  WS-PROGRAMA-X PIC X(20).
       01  WS-DATO-VALIDO PIC X.
       01  WS-MES-PERIODO PIC 9(2).
       01  WS-FECHA-HOY PIC X(8).
       01  WS-SELLO PIC X(16).
       01  WS-DIA-EDITADO PIC Z9.
       01  WS-MES-EDITADO PIC Z9.
       01  WS-ESTADO-TEXTO PIC X(10).
       01  WS-TOTAL-MOVIMIENTOS PIC 9(5) VALUE ZEROES.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "mantiene-fiscales".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S"
               OR (WS-SESION-ROL NOT = "N" AND WS-SESION-ROL NOT = "S")
               DISPLAY "Su rol no permite mantener obligaciones "
                   "fiscales."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-PARAMETROS.
           PERFORM CARGA-CATALOGO.
           PERFORM CARGA-CUMPLIMIENTO.
           MOVE SPACES TO WS-OPCION-FIS.
           PERFORM MENU-FISCALES UNTIL WS-OPCION-FIS = "0".
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-MOVIMIENTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-CATALOGO FROM ENVIRONMENT
               "OBLIGACIONES_FISCALES_PATH".
           IF WS-RUTA-CATALOGO = SPACES
               MOVE "OBLIGACIONES-FISCALES.txt" TO WS-RUTA-CATALOGO
           END-IF.
           ACCEPT WS-RUTA-CUMPLIMIENTO FROM ENVIRONMENT
               "CUMPLIMIENTO_FISCAL_PATH".
           IF WS-RUTA-CUMPLIMIENTO = SPACES
               MOVE "CUMPLIMIENTO-FISCAL.txt" TO WS-RUTA-CUMPLIMIENTO
           END-IF.

           CARGA-CATALOGO.
           OPEN INPUT CATALOGO-OBLIGACIONES.
           IF WS-FILE-STATUS-CAT NOT = "00"
               DISPLAY "Catalogo nuevo; se creara al guardar."
           ELSE
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-CATALOGO
               PERFORM AGREGA-OBLIGACION-A-TABLA
                   UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE CATALOGO-OBLIGACIONES
           END-IF.

           LEE-LINEA-CATALOGO.
           READ CATALOGO-OBLIGACIONES
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

           AGREGA-OBLIGACION-A-TABLA.
           IF LINEA-CATALOGO NOT = SPACES
               AND WS-TOTAL-OBLIGACIONES < 50
               ADD 1 TO WS-TOTAL-OBLIGACIONES
               MOVE SPACES TO WS-CLAVE-X WS-REGLA-X WS-DIA-X WS-MES-X
                   WS-SITIO-X WS-INICIO-X
               UNSTRING LINEA-CATALOGO DELIMITED BY ","
                   INTO WS-CLAVE-X
                       WS-OBL-DESCRIPCION (WS-TOTAL-OBLIGACIONES)
                       WS-REGLA-X WS-DIA-X WS-MES-X WS-SITIO-X
                       WS-OBL-PROGRAMA (WS-TOTAL-OBLIGACIONES)
                       WS-INICIO-X
               END-UNSTRING
               MOVE WS-CLAVE-X (1:6)
                   TO WS-OBL-CLAVE (WS-TOTAL-OBLIGACIONES)
               MOVE WS-REGLA-X (1:3)
                   TO WS-OBL-REGLA (WS-TOTAL-OBLIGACIONES)
               COMPUTE WS-OBL-DIA (WS-TOTAL-OBLIGACIONES) =
                   FUNCTION NUMVAL(WS-DIA-X)
               COMPUTE WS-OBL-MES (WS-TOTAL-OBLIGACIONES) =
                   FUNCTION NUMVAL(WS-MES-X)
               MOVE WS-SITIO-X (1:2)
                   TO WS-OBL-SITIO (WS-TOTAL-OBLIGACIONES)
               MOVE WS-INICIO-X (1:8)
                   TO WS-OBL-INICIO (WS-TOTAL-OBLIGACIONES)
           END-IF.
           PERFORM LEE-LINEA-CATALOGO.

           CARGA-CUMPLIMIENTO.
           OPEN INPUT CUMPLIMIENTO-FISCAL.
           IF WS-FILE-STATUS-CUM = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-CUMPLIMIENTO
               PERFORM AGREGA-CUMPLIMIENTO-A-TABLA
                   UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE CUMPLIMIENTO-FISCAL
           END-IF.

           LEE-LINEA-CUMPLIMIENTO.
           READ CUMPLIMIENTO-FISCAL
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

           AGREGA-CUMPLIMIENTO-A-TABLA.
           IF LINEA-CUMPLIMIENTO NOT = SPACES
               AND WS-TOTAL-CUMPLIMIENTO < 9999
               ADD 1 TO WS-TOTAL-CUMPLIMIENTO
               MOVE LINEA-CUMPLIMIENTO
                   TO WS-CUM-LINEA (WS-TOTAL-CUMPLIMIENTO)
           END-IF.
           PERFORM LEE-LINEA-CUMPLIMIENTO.

           MENU-FISCALES.
           DISPLAY "--------------------------------------------".
           DISPLAY "  OBLIGACIONES FISCALES".
           DISPLAY "  1. Listar obligaciones".
           DISPLAY "  2. Agregar una obligacion".
           DISPLAY "  3. Modificar una obligacion".
           DISPLAY "  4. Eliminar una obligacion".
           DISPLAY "  5. Confirmar presentacion o pago".
           DISPLAY "  6. Ver confirmaciones de una obligacion".
           DISPLAY "  7. Anular una confirmacion".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-FIS.
           EVALUATE WS-OPCION-FIS
               WHEN "1"
                   PERFORM LISTA-OBLIGACIONES
               WHEN "2"
                   PERFORM AGREGA-OBLIGACION
               WHEN "3"
                   PERFORM MODIFICA-OBLIGACION
               WHEN "4"
                   PERFORM ELIMINA-OBLIGACION
               WHEN "5"
                   PERFORM CONFIRMA-CUMPLIMIENTO
               WHEN "6"
                   PERFORM CONSULTA-CUMPLIMIENTO
               WHEN "7"
                   PERFORM ANULA-CUMPLIMIENTO
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           LISTA-OBLIGACIONES.
           IF WS-TOTAL-OBLIGACIONES = ZEROES
               DISPLAY "El catalogo esta vacio."
           END-IF.
           PERFORM MUESTRA-OBLIGACION
               VARYING WS-IX-OBL FROM 1 BY 1
               UNTIL WS-IX-OBL > WS-TOTAL-OBLIGACIONES.

           MUESTRA-OBLIGACION.
           MOVE WS-OBL-DIA (WS-IX-OBL) TO WS-DIA-EDITADO.
           MOVE WS-OBL-MES (WS-IX-OBL) TO WS-MES-EDITADO.
           DISPLAY "  " WS-OBL-CLAVE (WS-IX-OBL) " "
               WS-OBL-DESCRIPCION (WS-IX-OBL).
           DISPLAY "         regla " WS-OBL-REGLA (WS-IX-OBL)
               " dia " WS-DIA-EDITADO " mes " WS-MES-EDITADO
               " sitio " WS-OBL-SITIO (WS-IX-OBL)
               " programa " WS-OBL-PROGRAMA (WS-IX-OBL)
               " desde " WS-OBL-INICIO (WS-IX-OBL).

           BUSCA-OBLIGACION-EN-TABLA.
           MOVE ZEROES TO WS-OBL-ENCONTRADA.
           PERFORM VARYING WS-IX-OBL FROM 1 BY 1
               UNTIL WS-IX-OBL > WS-TOTAL-OBLIGACIONES
               OR WS-OBL-ENCONTRADA > ZEROES
               IF WS-OBL-CLAVE (WS-IX-OBL) = WS-CLAVE-CAPTURADA
                   MOVE WS-IX-OBL TO WS-OBL-ENCONTRADA
               END-IF
           END-PERFORM.

           AGREGA-OBLIGACION.
           DISPLAY "Clave de la obligacion (hasta 6, ej. IMSS): ".
           ACCEPT WS-CLAVE-CAPTURADA.
           MOVE FUNCTION UPPER-CASE(WS-CLAVE-CAPTURADA)
               TO WS-CLAVE-CAPTURADA.
           PERFORM BUSCA-OBLIGACION-EN-TABLA.
           IF WS-CLAVE-CAPTURADA = SPACES
               DISPLAY "La clave es obligatoria."
           ELSE
               IF WS-OBL-ENCONTRADA > ZEROES
                   DISPLAY "Esa obligacion ya existe en el catalogo."
               ELSE
                   IF WS-TOTAL-OBLIGACIONES >= 50
                       DISPLAY "El catalogo esta lleno."
                   ELSE
                       ADD 1 TO WS-TOTAL-OBLIGACIONES
                       MOVE WS-TOTAL-OBLIGACIONES TO WS-OBL-ENCONTRADA
                       MOVE WS-CLAVE-CAPTURADA
                           TO WS-OBL-CLAVE (WS-OBL-ENCONTRADA)
                       PERFORM CAPTURA-DATOS-OBLIGACION
                       IF WS-DATO-VALIDO = "S"
                           PERFORM REESCRIBE-CATALOGO
                           DISPLAY "Obligacion agregada."
                       ELSE
                           SUBTRACT 1 FROM WS-TOTAL-OBLIGACIONES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Se valida todo antes de tocar el renglon de la tabla para
      *    que una captura mala no deje la obligacion a medias.
           CAPTURA-DATOS-OBLIGACION.
           MOVE "S" TO WS-DATO-VALIDO.
           DISPLAY "Descripcion: ".
           MOVE SPACES TO WS-DESCRIPCION-X.
           ACCEPT WS-DESCRIPCION-X.
           DISPLAY "Regla (MEN, BIM, ANU o QUI): ".
           ACCEPT WS-REGLA-X.
           MOVE FUNCTION UPPER-CASE(WS-REGLA-X) TO WS-REGLA-X.
           IF WS-REGLA-X NOT = "MEN" AND WS-REGLA-X NOT = "BIM"
               AND WS-REGLA-X NOT = "ANU" AND WS-REGLA-X NOT = "QUI"
               DISPLAY "Regla no valida."
               MOVE "N" TO WS-DATO-VALIDO
           END-IF.
           IF WS-DATO-VALIDO = "S"
               IF WS-REGLA-X = "QUI"
                   DISPLAY "Dias despues del cierre de la quincena: "
               ELSE
                   DISPLAY "Dia del mes en que vence (1-31): "
               END-IF
               ACCEPT WS-DIA-X
               IF FUNCTION NUMVAL(WS-DIA-X) > 31
                   OR (FUNCTION NUMVAL(WS-DIA-X) < 1
                   AND WS-REGLA-X NOT = "QUI")
                   DISPLAY "Dia no valido."
                   MOVE "N" TO WS-DATO-VALIDO
               END-IF
           END-IF.
           MOVE "0" TO WS-MES-X.
           IF WS-DATO-VALIDO = "S" AND WS-REGLA-X = "ANU"
               DISPLAY "Mes del ano siguiente en que vence (1-12): "
               ACCEPT WS-MES-X
               IF FUNCTION NUMVAL(WS-MES-X) < 1
                   OR FUNCTION NUMVAL(WS-MES-X) > 12
                   DISPLAY "Mes no valido."
                   MOVE "N" TO WS-DATO-VALIDO
               END-IF
           END-IF.
           IF WS-DATO-VALIDO = "S"
               DISPLAY "Sitio (2 letras, * = todos los sitios): "
               ACCEPT WS-SITIO-X
               MOVE FUNCTION UPPER-CASE(WS-SITIO-X) TO WS-SITIO-X
               IF WS-SITIO-X = SPACES
                   DISPLAY "El sitio es obligatorio."
                   MOVE "N" TO WS-DATO-VALIDO
               END-IF
           END-IF.
           IF WS-DATO-VALIDO = "S"
               DISPLAY "Inicio de vigilancia AAAAMMDD (vacio = sin "
                   "limite): "
               MOVE SPACES TO WS-INICIO-X
               ACCEPT WS-INICIO-X
               IF WS-INICIO-X NOT = SPACES
                   AND (WS-INICIO-X (1:8) IS NOT NUMERIC
                   OR WS-INICIO-X (9:2) NOT = SPACES)
                   DISPLAY "Fecha no valida."
                   MOVE "N" TO WS-DATO-VALIDO
               END-IF
           END-IF.
           IF WS-DATO-VALIDO = "S"
               DISPLAY "Programa que la genera (vacio = manual): "
               MOVE SPACES TO WS-PROGRAMA-X
               ACCEPT WS-PROGRAMA-X
               MOVE WS-DESCRIPCION-X
                   TO WS-OBL-DESCRIPCION (WS-OBL-ENCONTRADA)
               MOVE FUNCTION TRIM(WS-PROGRAMA-X)
                   TO WS-OBL-PROGRAMA (WS-OBL-ENCONTRADA)
               MOVE WS-REGLA-X (1:3)
                   TO WS-OBL-REGLA (WS-OBL-ENCONTRADA)
               COMPUTE WS-OBL-DIA (WS-OBL-ENCONTRADA) =
                   FUNCTION NUMVAL(WS-DIA-X)
               COMPUTE WS-OBL-MES (WS-OBL-ENCONTRADA) =
                   FUNCTION NUMVAL(WS-MES-X)
               MOVE WS-SITIO-X (1:2)
                   TO WS-OBL-SITIO (WS-OBL-ENCONTRADA)
               MOVE WS-INICIO-X (1:8)
                   TO WS-OBL-INICIO (WS-OBL-ENCONTRADA)
           END-IF.

           MODIFICA-OBLIGACION.
           DISPLAY "Clave de la obligacion a modificar: ".
           ACCEPT WS-CLAVE-CAPTURADA.
           MOVE FUNCTION UPPER-CASE(WS-CLAVE-CAPTURADA)
               TO WS-CLAVE-CAPTURADA.
           PERFORM BUSCA-OBLIGACION-EN-TABLA.
           IF WS-OBL-ENCONTRADA = ZEROES
               DISPLAY "Esa obligacion no esta en el catalogo."
           ELSE
               PERFORM CAPTURA-DATOS-OBLIGACION
               IF WS-DATO-VALIDO = "S"
                   PERFORM REESCRIBE-CATALOGO
                   DISPLAY "Obligacion modificada."
               ELSE
                   DISPLAY "No se modifico la obligacion."
               END-IF
           END-IF.

           ELIMINA-OBLIGACION.
           DISPLAY "Clave de la obligacion a eliminar: ".
           ACCEPT WS-CLAVE-CAPTURADA.
           MOVE FUNCTION UPPER-CASE(WS-CLAVE-CAPTURADA)
               TO WS-CLAVE-CAPTURADA.
           PERFORM BUSCA-OBLIGACION-EN-TABLA.
           IF WS-OBL-ENCONTRADA = ZEROES
               DISPLAY "Esa obligacion no esta en el catalogo."
           ELSE
               MOVE WS-OBL-RENGLON (WS-TOTAL-OBLIGACIONES)
                   TO WS-OBL-RENGLON (WS-OBL-ENCONTRADA)
               SUBTRACT 1 FROM WS-TOTAL-OBLIGACIONES
               PERFORM REESCRIBE-CATALOGO
               DISPLAY "Obligacion eliminada."
           END-IF.

           REESCRIBE-CATALOGO.
           OPEN OUTPUT CATALOGO-OBLIGACIONES.
           IF WS-FILE-STATUS-CAT NOT = "00"
               DISPLAY "No se pudo reescribir el catalogo: "
                   WS-RUTA-CATALOGO
           ELSE
               PERFORM ESCRIBE-LINEA-OBLIGACION
                   VARYING WS-IX-OBL FROM 1 BY 1
                   UNTIL WS-IX-OBL > WS-TOTAL-OBLIGACIONES
               CLOSE CATALOGO-OBLIGACIONES
               ADD 1 TO WS-TOTAL-MOVIMIENTOS
           END-IF.

           ESCRIBE-LINEA-OBLIGACION.
           MOVE WS-OBL-DIA (WS-IX-OBL) TO WS-DIA-EDITADO.
           MOVE WS-OBL-MES (WS-IX-OBL) TO WS-MES-EDITADO.
           MOVE SPACES TO LINEA-CATALOGO.
           STRING FUNCTION TRIM(WS-OBL-CLAVE (WS-IX-OBL))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-OBL-DESCRIPCION (WS-IX-OBL))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-OBL-REGLA (WS-IX-OBL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIA-EDITADO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-MES-EDITADO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-OBL-SITIO (WS-IX-OBL))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-OBL-PROGRAMA (WS-IX-OBL) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-OBL-INICIO (WS-IX-OBL) DELIMITED BY SPACE
               INTO LINEA-CATALOGO
           END-STRING.
           WRITE LINEA-CATALOGO.

      *    Un periodo se confirma una sola vez por sitio; si hubo
      *    error se anula y se vuelve a confirmar.
           CONFIRMA-CUMPLIMIENTO.
           DISPLAY "Clave de la obligacion: ".
           ACCEPT WS-CLAVE-CAPTURADA.
           MOVE FUNCTION UPPER-CASE(WS-CLAVE-CAPTURADA)
               TO WS-CLAVE-CAPTURADA.
           PERFORM BUSCA-OBLIGACION-EN-TABLA.
           IF WS-OBL-ENCONTRADA = ZEROES
               DISPLAY "Esa obligacion no esta en el catalogo."
           ELSE
               PERFORM CAPTURA-SITIO-PERIODO
               IF WS-DATO-VALIDO = "S"
                   PERFORM BUSCA-CUMPLIMIENTO
                   IF WS-CUM-ENCONTRADA > ZEROES
                       DISPLAY "Ese periodo ya esta confirmado; "
                           "anulelo primero si hay que corregirlo."
                   ELSE
                       PERFORM CAPTURA-PRESENTACION
                   END-IF
               END-IF
           END-IF.

           CAPTURA-SITIO-PERIODO.
           MOVE "S" TO WS-DATO-VALIDO.
           IF WS-OBL-SITIO (WS-OBL-ENCONTRADA) = "*"
               DISPLAY "Sitio (2 letras): "
               ACCEPT WS-SITIO-CAPTURADO
               MOVE FUNCTION UPPER-CASE(WS-SITIO-CAPTURADO)
                   TO WS-SITIO-CAPTURADO
               IF WS-SITIO-CAPTURADO = SPACES
                   DISPLAY "El sitio es obligatorio."
                   MOVE "N" TO WS-DATO-VALIDO
               END-IF
           ELSE
               MOVE WS-OBL-SITIO (WS-OBL-ENCONTRADA)
                   TO WS-SITIO-CAPTURADO
           END-IF.
           IF WS-DATO-VALIDO = "S"
               EVALUATE WS-OBL-REGLA (WS-OBL-ENCONTRADA)
                   WHEN "ANU"
                       DISPLAY "Ano del periodo (AAAA): "
                   WHEN "QUI"
                       DISPLAY "Quincena (AAAAMMQ1 o AAAAMMQ2): "
                   WHEN OTHER
                       DISPLAY "Mes que cierra el periodo (AAAAMM): "
               END-EVALUATE
               MOVE SPACES TO WS-PERIODO-CAPTURADO
               ACCEPT WS-PERIODO-CAPTURADO
               MOVE FUNCTION UPPER-CASE(WS-PERIODO-CAPTURADO)
                   TO WS-PERIODO-CAPTURADO
               PERFORM VALIDA-PERIODO
           END-IF.

           VALIDA-PERIODO.
           IF WS-OBL-REGLA (WS-OBL-ENCONTRADA) = "ANU"
               IF WS-PERIODO-CAPTURADO (1:4) IS NOT NUMERIC
                   OR WS-PERIODO-CAPTURADO (5:4) NOT = SPACES
                   MOVE "N" TO WS-DATO-VALIDO
               END-IF
           ELSE
               IF WS-PERIODO-CAPTURADO (1:6) IS NOT NUMERIC
                   MOVE "N" TO WS-DATO-VALIDO
               ELSE
                   MOVE WS-PERIODO-CAPTURADO (5:2) TO WS-MES-PERIODO
                   IF WS-MES-PERIODO < 1 OR WS-MES-PERIODO > 12
                       MOVE "N" TO WS-DATO-VALIDO
                   END-IF
                   EVALUATE WS-OBL-REGLA (WS-OBL-ENCONTRADA)
                       WHEN "QUI"
                           IF WS-PERIODO-CAPTURADO (7:2) NOT = "Q1"
                               AND WS-PERIODO-CAPTURADO (7:2)
                                   NOT = "Q2"
                               MOVE "N" TO WS-DATO-VALIDO
                           END-IF
                       WHEN "BIM"
                           IF FUNCTION MOD(WS-MES-PERIODO, 2) NOT = 0
                               OR WS-PERIODO-CAPTURADO (7:2)
                                   NOT = SPACES
                               MOVE "N" TO WS-DATO-VALIDO
                           END-IF
                       WHEN OTHER
                           IF WS-PERIODO-CAPTURADO (7:2) NOT = SPACES
                               MOVE "N" TO WS-DATO-VALIDO
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-DATO-VALIDO = "N"
               DISPLAY "Periodo no valido para la regla "
                   WS-OBL-REGLA (WS-OBL-ENCONTRADA) "."
           END-IF.

           BUSCA-CUMPLIMIENTO.
           MOVE ZEROES TO WS-CUM-ENCONTRADA.
           PERFORM VARYING WS-IX-CUM FROM 1 BY 1
               UNTIL WS-IX-CUM > WS-TOTAL-CUMPLIMIENTO
               OR WS-CUM-ENCONTRADA > ZEROES
               MOVE WS-CUM-LINEA (WS-IX-CUM) TO CUMPLIMIENTO-REGISTRO
               IF CUM-CLAVE = WS-CLAVE-CAPTURADA
                   AND CUM-SITIO = WS-SITIO-CAPTURADO
                   AND CUM-PERIODO = WS-PERIODO-CAPTURADO
                   AND CUM-ESTADO = "V"
                   MOVE WS-IX-CUM TO WS-CUM-ENCONTRADA
               END-IF
           END-PERFORM.

           CAPTURA-PRESENTACION.
           DISPLAY "Fecha en que se presento o pago (AAAAMMDD, vacio "
               "= hoy): ".
           MOVE SPACES TO WS-FECHA-CAPTURADA.
           ACCEPT WS-FECHA-CAPTURADA.
           IF WS-FECHA-CAPTURADA = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-CAPTURADA
           END-IF.
           IF WS-FECHA-CAPTURADA IS NOT NUMERIC
               OR WS-FECHA-CAPTURADA > WS-FECHA-HOY
               DISPLAY "Fecha no valida (no puede ser futura)."
           ELSE
               DISPLAY "Acuse, folio o linea de captura: "
               MOVE SPACES TO WS-REFERENCIA-CAPTURADA
               ACCEPT WS-REFERENCIA-CAPTURADA
               IF WS-REFERENCIA-CAPTURADA = SPACES
                   DISPLAY "La referencia es obligatoria."
               ELSE
                   IF WS-TOTAL-CUMPLIMIENTO >= 9999
                       DISPLAY "El archivo de cumplimiento esta lleno."
                   ELSE
                       CALL "fecha-sello" USING WS-SELLO END-CALL
                       MOVE SPACES TO CUMPLIMIENTO-REGISTRO
                       MOVE WS-CLAVE-CAPTURADA TO CUM-CLAVE
                       MOVE WS-SITIO-CAPTURADO TO CUM-SITIO
                       MOVE WS-PERIODO-CAPTURADO TO CUM-PERIODO
                       MOVE WS-FECHA-CAPTURADA TO CUM-FECHA-PRESENTADA
                       MOVE WS-REFERENCIA-CAPTURADA TO CUM-REFERENCIA
                       MOVE WS-SESION-USUARIO TO CUM-USUARIO
                       MOVE WS-SELLO TO CUM-SELLO
                       MOVE "V" TO CUM-ESTADO
                       ADD 1 TO WS-TOTAL-CUMPLIMIENTO
                       MOVE CUMPLIMIENTO-REGISTRO
                           TO WS-CUM-LINEA (WS-TOTAL-CUMPLIMIENTO)
                       PERFORM REESCRIBE-CUMPLIMIENTO
                       DISPLAY "Cumplimiento confirmado."
                   END-IF
               END-IF
           END-IF.

           CONSULTA-CUMPLIMIENTO.
           DISPLAY "Clave de la obligacion: ".
           ACCEPT WS-CLAVE-CAPTURADA.
           MOVE FUNCTION UPPER-CASE(WS-CLAVE-CAPTURADA)
               TO WS-CLAVE-CAPTURADA.
           MOVE ZEROES TO WS-CUM-MOSTRADAS.
           PERFORM MUESTRA-CUMPLIMIENTO
               VARYING WS-IX-CUM FROM 1 BY 1
               UNTIL WS-IX-CUM > WS-TOTAL-CUMPLIMIENTO.
           IF WS-CUM-MOSTRADAS = ZEROES
               DISPLAY "Sin confirmaciones para esa obligacion."
           END-IF.

           MUESTRA-CUMPLIMIENTO.
           MOVE WS-CUM-LINEA (WS-IX-CUM) TO CUMPLIMIENTO-REGISTRO.
           IF CUM-CLAVE = WS-CLAVE-CAPTURADA
               ADD 1 TO WS-CUM-MOSTRADAS
               IF CUM-ESTADO = "X"
                   MOVE "ANULADA" TO WS-ESTADO-TEXTO
               ELSE
                   MOVE "VIGENTE" TO WS-ESTADO-TEXTO
               END-IF
               DISPLAY "  " CUM-SITIO " " CUM-PERIODO " presentada "
                   CUM-FECHA-PRESENTADA " " CUM-REFERENCIA " "
                   FUNCTION TRIM(CUM-USUARIO) " " WS-ESTADO-TEXTO
           END-IF.

           ANULA-CUMPLIMIENTO.
           IF WS-SESION-ROL NOT = "S"
               DISPLAY "Solo un supervisor puede anular una "
                   "confirmacion."
           ELSE
               DISPLAY "Clave de la obligacion: "
               ACCEPT WS-CLAVE-CAPTURADA
               MOVE FUNCTION UPPER-CASE(WS-CLAVE-CAPTURADA)
                   TO WS-CLAVE-CAPTURADA
               PERFORM BUSCA-OBLIGACION-EN-TABLA
               IF WS-OBL-ENCONTRADA = ZEROES
                   DISPLAY "Esa obligacion no esta en el catalogo."
               ELSE
                   PERFORM CAPTURA-SITIO-PERIODO
                   IF WS-DATO-VALIDO = "S"
                       PERFORM BUSCA-CUMPLIMIENTO
                       IF WS-CUM-ENCONTRADA = ZEROES
                           DISPLAY "Ese periodo no esta confirmado."
                       ELSE
                           MOVE WS-CUM-LINEA (WS-CUM-ENCONTRADA)
                               TO CUMPLIMIENTO-REGISTRO
                           MOVE "X" TO CUM-ESTADO
                           MOVE CUMPLIMIENTO-REGISTRO
                               TO WS-CUM-LINEA (WS-CUM-ENCONTRADA)
                           PERFORM REESCRIBE-CUMPLIMIENTO
                           DISPLAY "Confirmacion anulada."
                       END-IF
                   END-IF
               END-IF
           END-IF.

           REESCRIBE-CUMPLIMIENTO.
           OPEN OUTPUT CUMPLIMIENTO-FISCAL.
           IF WS-FILE-STATUS-CUM NOT = "00"
               DISPLAY "No se pudo reescribir el cumplimiento: "
                   FUNCTION TRIM(WS-RUTA-CUMPLIMIENTO)
           ELSE
               PERFORM ESCRIBE-LINEA-CUMPLIMIENTO
                   VARYING WS-IX-CUM FROM 1 BY 1
                   UNTIL WS-IX-CUM > WS-TOTAL-CUMPLIMIENTO
               CLOSE CUMPLIMIENTO-FISCAL
               ADD 1 TO WS-TOTAL-MOVIMIENTOS
           END-IF.

           ESCRIBE-LINEA-CUMPLIMIENTO.
           MOVE WS-CUM-LINEA (WS-IX-CUM) TO LINEA-CUMPLIMIENTO.
           WRITE LINEA-CUMPLIMIENTO.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM mantiene-fiscales.
