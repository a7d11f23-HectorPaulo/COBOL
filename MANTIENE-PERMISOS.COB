      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REGISTRO DE PERMISOS CON GOCE Y LICENCIAS SIN GOCE
      *         (PERMISOS.txt, PMSREG.cpy), FUERA DE LAS VACACIONES Y
      *         DE LAS INCAPACIDADES DEL IMSS: LISTAR LOS PERMISOS DE
      *         UN EMPLEADO, REGISTRAR UNO CON SU MOTIVO DEL CATALOGO
      *         (busca-motivo), FECHAS DE INICIO Y FIN Y EL LIMITE DE
      *         DIAS QUE AUTORIZA EL MOTIVO, REGISTRAR EL REGRESO
      *         ANTICIPADO (RECORTA EL FIN) Y CANCELAR UNO QUE NO HA
      *         EMPEZADO. NO SE ADMITEN DOS PERMISOS ENCIMADOS DEL
      *         MISMO EMPLEADO. EL STATUS "L" DEL DIRECTORIO LO PONE Y
      *         LO QUITA aplica-incapacidades CON ESTAS FECHAS. ROLES M
      *         Y S DE inicia-sesion; EL ARCHIVO SE REESCRIBE COMPLETO
      *         EN CADA MOVIMIENTO, COMO mantiene-equipo.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantiene-permisos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PERMISOS
       ASSIGN TO DYNAMIC WS-RUTA-PERMISOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PMS.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERMISOS.
       01  LINEA-PERMISO PIC X(104).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       WORKING-STORAGE SECTION.
       COPY PMSREG.

       01  WS-RUTA-PERMISOS PIC X(200).
       01  WS-FILE-STATUS-PMS PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  FIN-DE-PERMISOS PIC X.
       01  WS-OPCION-PMS PIC X.

       01  WS-TABLA-PERMISOS.
           05 WS-PMS-LINEA OCCURS 9999 TIMES PIC X(104).
       01  WS-TOTAL-PERMISOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-PMS PIC 9(4).
       01  WS-PMS-ENCONTRADO PIC 9(4).
       01  WS-ULTIMO-FOLIO PIC 9(6) VALUE ZEROES.
       01  WS-RENGLON-X PIC X(5).
       01  WS-RENGLON PIC 9(4).
       01  WS-REGISTROS-MOSTRADOS PIC 9(4).

       01  WS-ID-CAPTURADO PIC X(6).
       01  WS-ID-VALIDO PIC X.
       01  WS-CAPTURA-OK PIC X.
       01  WS-FECHA-CAPTURADA PIC X(8).
       01  WS-FECHA-HOY PIC X(8).
       01  WS-DIA-ENTERO PIC 9(7).
       01  WS-INICIO-ENTERO PIC 9(7).
       01  WS-FIN-ENTERO PIC 9(7).
       01  WS-DIAS-PERMISO PIC 9(5).

      *    Datos del motivo que regresa busca-motivo.
       01  WS-MOTIVO-CAPTURADO PIC X(3).
       01  WS-MOTIVO-DESCRIPCION PIC X(30).
       01  WS-MOTIVO-GOCE PIC X.
       01  WS-MOTIVO-DIAS-MAXIMO PIC 9(3).
       01  WS-MOTIVO-RESULTADO PIC X.

      *    Permiso que se esta capturando, para revisar que no se
      *    encime con otro autorizado del mismo empleado.
       01  WS-NUEVO-INICIO PIC X(8).
       01  WS-NUEVO-FIN PIC X(8).
       01  WS-ENCIMADO PIC X.

       01  WS-GOCE-TEXTO PIC X(9).
       01  WS-STATUS-TEXTO PIC X(10).
       01  WS-TOTAL-MOVIMIENTOS PIC 9(5) VALUE ZEROES.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "mantiene-permisos".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S"
               OR (WS-SESION-ROL NOT = "M" AND WS-SESION-ROL NOT = "S")
               DISPLAY "Su rol no permite registrar permisos."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-PERMISOS.
           MOVE SPACES TO WS-OPCION-PMS.
           PERFORM MENU-PERMISOS UNTIL WS-OPCION-PMS = "0".
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-MOVIMIENTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-PERMISOS FROM ENVIRONMENT "PERMISOS_PATH".
           IF WS-RUTA-PERMISOS = SPACES
               MOVE "PERMISOS.txt" TO WS-RUTA-PERMISOS
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.

           CARGA-PERMISOS.
           OPEN INPUT PERMISOS.
           IF WS-FILE-STATUS-PMS NOT = "00"
               DISPLAY "Registro de permisos nuevo; se creara al "
                   "guardar."
           ELSE
               MOVE "1" TO FIN-DE-PERMISOS
               PERFORM LEE-LINEA-PERMISO
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-PERMISOS = "0"
               CLOSE PERMISOS
           END-IF.

           LEE-LINEA-PERMISO.
           READ PERMISOS
               AT END
                   MOVE "0" TO FIN-DE-PERMISOS
           END-READ.

           AGREGA-A-TABLA.
           IF LINEA-PERMISO NOT = SPACES
               AND WS-TOTAL-PERMISOS < 9999
               ADD 1 TO WS-TOTAL-PERMISOS
               MOVE LINEA-PERMISO TO WS-PMS-LINEA (WS-TOTAL-PERMISOS)
               MOVE LINEA-PERMISO TO PERMISO-REGISTRO
               IF PMS-FOLIO IS NUMERIC
                   AND PMS-FOLIO > WS-ULTIMO-FOLIO
                   MOVE PMS-FOLIO TO WS-ULTIMO-FOLIO
               END-IF
           END-IF.
           PERFORM LEE-LINEA-PERMISO.

           MENU-PERMISOS.
           DISPLAY "--------------------------------------------".
           DISPLAY "  PERMISOS Y LICENCIAS".
           DISPLAY "  1. Permisos de un empleado".
           DISPLAY "  2. Registrar permiso o licencia".
           DISPLAY "  3. Registrar regreso anticipado".
           DISPLAY "  4. Cancelar un permiso que no ha empezado".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-PMS.
           EVALUATE WS-OPCION-PMS
               WHEN "1"
                   PERFORM CAPTURA-ID
                   PERFORM LISTA-PERMISOS
               WHEN "2"
                   PERFORM REGISTRA-PERMISO
               WHEN "3"
                   PERFORM REGRESO-ANTICIPADO
               WHEN "4"
                   PERFORM CANCELA-PERMISO
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           CAPTURA-ID.
           DISPLAY "ID del empleado: ".
           MOVE SPACES TO WS-ID-CAPTURADO.
           ACCEPT WS-ID-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-ID-CAPTURADO)
               TO WS-ID-CAPTURADO.

      *    El numero de renglon que se muestra es el que se teclea
      *    para el regreso anticipado o la cancelacion.
           LISTA-PERMISOS.
           MOVE ZEROES TO WS-REGISTROS-MOSTRADOS.
           PERFORM MUESTRA-PERMISO
               VARYING WS-IX-PMS FROM 1 BY 1
               UNTIL WS-IX-PMS > WS-TOTAL-PERMISOS.
           IF WS-REGISTROS-MOSTRADOS = ZEROES
               DISPLAY "Ese empleado no tiene permisos registrados."
           END-IF.

           MUESTRA-PERMISO.
           MOVE WS-PMS-LINEA (WS-IX-PMS) TO PERMISO-REGISTRO.
           IF PMS-EMPLEADO-ID = WS-ID-CAPTURADO
               ADD 1 TO WS-REGISTROS-MOSTRADOS
               PERFORM DESCRIBE-PERMISO
               DISPLAY WS-IX-PMS ") Folio " PMS-FOLIO " "
                   PMS-MOTIVO " " WS-GOCE-TEXTO " del "
                   PMS-FECHA-INICIO " al " PMS-FECHA-FIN " ("
                   PMS-DIAS " dias) " WS-STATUS-TEXTO
               IF PMS-OBSERVACIONES NOT = SPACES
                   DISPLAY "       " PMS-OBSERVACIONES
               END-IF
           END-IF.

           DESCRIBE-PERMISO.
           IF PMS-GOCE = "S"
               MOVE "CON GOCE" TO WS-GOCE-TEXTO
           ELSE
               MOVE "SIN GOCE" TO WS-GOCE-TEXTO
           END-IF.
           IF PMS-STATUS = "C"
               MOVE "CANCELADO" TO WS-STATUS-TEXTO
           ELSE
               MOVE "AUTORIZADO" TO WS-STATUS-TEXTO
           END-IF.

           REGISTRA-PERMISO.
           PERFORM CAPTURA-ID.
           PERFORM VALIDA-EMPLEADO.
           IF WS-ID-VALIDO = "S"
               MOVE SPACES TO PERMISO-REGISTRO
               MOVE WS-ID-CAPTURADO TO PMS-EMPLEADO-ID
               PERFORM CAPTURA-DATOS-PERMISO
               IF WS-CAPTURA-OK = "S"
                   IF WS-TOTAL-PERMISOS >= 9999
                       DISPLAY "El registro de permisos esta lleno."
                   ELSE
                       ADD 1 TO WS-ULTIMO-FOLIO
                       MOVE WS-ULTIMO-FOLIO TO PMS-FOLIO
                       MOVE "A" TO PMS-STATUS
                       MOVE WS-FECHA-HOY TO PMS-FECHA-CAPTURA
                       MOVE WS-SESION-USUARIO TO PMS-USUARIO
                       ADD 1 TO WS-TOTAL-PERMISOS
                       MOVE PERMISO-REGISTRO
                           TO WS-PMS-LINEA (WS-TOTAL-PERMISOS)
                       PERFORM REESCRIBE-PERMISOS
                       ADD 1 TO WS-TOTAL-MOVIMIENTOS
                       DISPLAY "Registrado con folio " PMS-FOLIO
                           ": " PMS-DIAS " dia(s) "
                           FUNCTION TRIM(WS-GOCE-TEXTO) "."
                   END-IF
               END-IF
           END-IF.

           VALIDA-EMPLEADO.
           MOVE "N" TO WS-ID-VALIDO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS
           ELSE
               MOVE WS-ID-CAPTURADO TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       DISPLAY "Ese ID no esta en el directorio."
                   NOT INVALID KEY
                       IF EMPLEADOS-STATUS NOT = "A"
                           AND EMPLEADOS-STATUS NOT = "L"
                           DISPLAY "Solo se registran permisos de "
                               "empleados activos o en licencia."
                       ELSE
                           MOVE "S" TO WS-ID-VALIDO
                       END-IF
               END-READ
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.

           CAPTURA-DATOS-PERMISO.
           MOVE "N" TO WS-CAPTURA-OK.
           DISPLAY "Motivo (clave del catalogo de motivos): ".
           MOVE SPACES TO WS-MOTIVO-CAPTURADO.
           ACCEPT WS-MOTIVO-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO-CAPTURADO)
               TO WS-MOTIVO-CAPTURADO.
           CALL "busca-motivo"
               USING WS-MOTIVO-CAPTURADO WS-MOTIVO-DESCRIPCION
                   WS-MOTIVO-GOCE WS-MOTIVO-DIAS-MAXIMO
                   WS-MOTIVO-RESULTADO
           END-CALL.
           IF WS-MOTIVO-RESULTADO NOT = "S"
               DISPLAY "Ese motivo no esta en el catalogo."
           ELSE
               MOVE WS-MOTIVO-CAPTURADO TO PMS-MOTIVO
               MOVE WS-MOTIVO-GOCE TO PMS-GOCE
               PERFORM DESCRIBE-PERMISO
               DISPLAY FUNCTION TRIM(WS-MOTIVO-DESCRIPCION) ", "
                   FUNCTION TRIM(WS-GOCE-TEXTO) "."
               DISPLAY "Primer dia del permiso (AAAAMMDD): "
               PERFORM CAPTURA-FECHA
               MOVE WS-FECHA-CAPTURADA TO PMS-FECHA-INICIO
               DISPLAY "Ultimo dia del permiso (AAAAMMDD): "
               PERFORM CAPTURA-FECHA
               MOVE WS-FECHA-CAPTURADA TO PMS-FECHA-FIN
               IF PMS-FECHA-INICIO NOT NUMERIC
                   OR PMS-FECHA-FIN NOT NUMERIC
                   OR PMS-FECHA-FIN < PMS-FECHA-INICIO
                   DISPLAY "Fechas no validas: el ultimo dia va en o "
                       "despues del primero."
               ELSE
                   PERFORM VALIDA-DIAS-PERMISO
               END-IF
           END-IF.

      *    Los dias se cuentan naturales, de inicio a fin inclusive,
      *    contra el maximo del motivo (000 = sin limite).
           VALIDA-DIAS-PERMISO.
           PERFORM CALCULA-DIAS-PERMISO.
           MOVE PMS-FECHA-INICIO TO WS-NUEVO-INICIO.
           MOVE PMS-FECHA-FIN TO WS-NUEVO-FIN.
           MOVE ZEROES TO WS-PMS-ENCONTRADO.
           PERFORM BUSCA-ENCIMADO.
           IF WS-MOTIVO-DIAS-MAXIMO > ZEROES
               AND WS-DIAS-PERMISO > WS-MOTIVO-DIAS-MAXIMO
               DISPLAY "El motivo autoriza hasta "
                   WS-MOTIVO-DIAS-MAXIMO " dias; se pidieron "
                   WS-DIAS-PERMISO "."
           ELSE
               IF WS-DIAS-PERMISO > 999
                   DISPLAY "Un permiso no pasa de 999 dias."
               ELSE
                   IF WS-ENCIMADO = "S"
                       DISPLAY "Se encima con otro permiso "
                           "autorizado del empleado."
                   ELSE
                       MOVE WS-DIAS-PERMISO TO PMS-DIAS
                       DISPLAY "Observaciones: "
                       ACCEPT PMS-OBSERVACIONES
                       MOVE "S" TO WS-CAPTURA-OK
                   END-IF
               END-IF
           END-IF.

           CALCULA-DIAS-PERMISO.
           COMPUTE WS-INICIO-ENTERO = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(PMS-FECHA-INICIO)).
           COMPUTE WS-FIN-ENTERO = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(PMS-FECHA-FIN)).
           COMPUTE WS-DIAS-PERMISO =
               WS-FIN-ENTERO - WS-INICIO-ENTERO + 1.

      *    Busca otro permiso autorizado del mismo empleado que se
      *    traslape con WS-NUEVO-INICIO..WS-NUEVO-FIN, sin contar el
      *    renglon WS-PMS-ENCONTRADO (el que se esta modificando).
      *    Deja PERMISO-REGISTRO como estaba.
           BUSCA-ENCIMADO.
           MOVE "N" TO WS-ENCIMADO.
           MOVE PERMISO-REGISTRO TO LINEA-PERMISO.
           PERFORM VARYING WS-IX-PMS FROM 1 BY 1
               UNTIL WS-IX-PMS > WS-TOTAL-PERMISOS
               OR WS-ENCIMADO = "S"
               MOVE WS-PMS-LINEA (WS-IX-PMS) TO PERMISO-REGISTRO
               IF WS-IX-PMS NOT = WS-PMS-ENCONTRADO
                   AND PMS-EMPLEADO-ID = WS-ID-CAPTURADO
                   AND PMS-STATUS = "A"
                   AND PMS-FECHA-INICIO <= WS-NUEVO-FIN
                   AND PMS-FECHA-FIN >= WS-NUEVO-INICIO
                   MOVE "S" TO WS-ENCIMADO
               END-IF
           END-PERFORM.
           MOVE LINEA-PERMISO TO PERMISO-REGISTRO.

      *    Una fecha que no existe en el calendario se regresa en
      *    blanco para que la validacion la rechace.
           CAPTURA-FECHA.
           MOVE SPACES TO WS-FECHA-CAPTURADA.
           ACCEPT WS-FECHA-CAPTURADA.
           IF WS-FECHA-CAPTURADA IS NUMERIC
               COMPUTE WS-DIA-ENTERO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-CAPTURADA))
               IF WS-DIA-ENTERO = ZEROES
                   MOVE "X" TO WS-FECHA-CAPTURADA
               END-IF
           END-IF.

      *    Pide el renglon de un permiso del empleado; deja su indice
      *    en WS-PMS-ENCONTRADO y el registro cargado.
           ESCOGE-PERMISO.
           MOVE ZEROES TO WS-PMS-ENCONTRADO.
           PERFORM CAPTURA-ID.
           PERFORM LISTA-PERMISOS.
           IF WS-REGISTROS-MOSTRADOS > ZEROES
               DISPLAY "Renglon: "
               MOVE SPACES TO WS-RENGLON-X
               ACCEPT WS-RENGLON-X
               COMPUTE WS-RENGLON = FUNCTION NUMVAL(WS-RENGLON-X)
               IF WS-RENGLON = ZEROES
                   OR WS-RENGLON > WS-TOTAL-PERMISOS
                   DISPLAY "Renglon no valido."
               ELSE
                   MOVE WS-PMS-LINEA (WS-RENGLON) TO PERMISO-REGISTRO
                   IF PMS-EMPLEADO-ID NOT = WS-ID-CAPTURADO
                       DISPLAY "Ese renglon no es del empleado."
                   ELSE
                       IF PMS-STATUS NOT = "A"
                           DISPLAY "Ese permiso ya esta cancelado."
                       ELSE
                           MOVE WS-RENGLON TO WS-PMS-ENCONTRADO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Regreso anticipado: se captura el dia en que el empleado
      *    vuelve a trabajar y el permiso termina el dia anterior.
           REGRESO-ANTICIPADO.
           PERFORM ESCOGE-PERMISO.
           IF WS-PMS-ENCONTRADO > ZEROES
               DISPLAY "Dia en que regresa a trabajar (AAAAMMDD): "
               PERFORM CAPTURA-FECHA
               IF WS-FECHA-CAPTURADA NOT NUMERIC
                   OR WS-FECHA-CAPTURADA <= PMS-FECHA-INICIO
                   OR WS-FECHA-CAPTURADA > PMS-FECHA-FIN
                   DISPLAY "El regreso va despues del primer dia y "
                       "a mas tardar el ultimo dia del permiso."
               ELSE
                   COMPUTE WS-DIA-ENTERO = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-FECHA-CAPTURADA)) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
                       TO PMS-FECHA-FIN
                   PERFORM CALCULA-DIAS-PERMISO
                   MOVE WS-DIAS-PERMISO TO PMS-DIAS
                   PERFORM GUARDA-PERMISO
               END-IF
           END-IF.

           CANCELA-PERMISO.
           PERFORM ESCOGE-PERMISO.
           IF WS-PMS-ENCONTRADO > ZEROES
               IF PMS-FECHA-INICIO <= WS-FECHA-HOY
                   DISPLAY "El permiso ya empezo; registre el "
                       "regreso anticipado."
               ELSE
                   MOVE "C" TO PMS-STATUS
                   PERFORM GUARDA-PERMISO
               END-IF
           END-IF.

           GUARDA-PERMISO.
           MOVE WS-SESION-USUARIO TO PMS-USUARIO.
           MOVE PERMISO-REGISTRO TO WS-PMS-LINEA (WS-PMS-ENCONTRADO).
           PERFORM REESCRIBE-PERMISOS.
           ADD 1 TO WS-TOTAL-MOVIMIENTOS.
           DISPLAY "Folio " PMS-FOLIO " actualizado.".

           REESCRIBE-PERMISOS.
           OPEN OUTPUT PERMISOS.
           IF WS-FILE-STATUS-PMS NOT = "00"
               DISPLAY "No se pudo reescribir el registro de "
                   "permisos: " FUNCTION TRIM(WS-RUTA-PERMISOS)
           ELSE
               PERFORM ESCRIBE-LINEA-PERMISO
                   VARYING WS-IX-PMS FROM 1 BY 1
                   UNTIL WS-IX-PMS > WS-TOTAL-PERMISOS
               CLOSE PERMISOS
           END-IF.

           ESCRIBE-LINEA-PERMISO.
           MOVE WS-PMS-LINEA (WS-IX-PMS) TO LINEA-PERMISO.
           WRITE LINEA-PERMISO.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM mantiene-permisos.
