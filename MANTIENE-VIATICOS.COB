      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:ANTICIPOS DE VIATICOS Y SU COMPROBACION (VIATICOS.txt,
      *         VIAREG.cpy, Y GASTOS-VIATICOS.txt, GAVREG.cpy), EN
      *         LUGAR DE LA HOJA DE CALCULO DE TESORERIA: LISTAR LOS
      *         ANTICIPOS DE UN EMPLEADO, ENTREGAR UN ANTICIPO (SOLO A
      *         UN EMPLEADOS-ID ACTIVO DEL DIRECTORIO, FOLIO DEL VIAJE
      *         UNICO POR EMPLEADO, CON FECHA LIMITE PARA COMPROBAR),
      *         CAPTURAR LOS GASTOS DE LA COMPROBACION CON SU TIPO,
      *         IMPORTE Y SI SE RECIBIO EL CFDI, MARCAR EL CFDI DE UN
      *         GASTO QUE LLEGO DESPUES, REGISTRAR EL EFECTIVO QUE EL
      *         EMPLEADO DEVUELVE A CAJA Y CERRAR LA COMPROBACION
      *         CUANDO YA NO QUEDA NADA POR COMPROBAR. SOLO LOS GASTOS
      *         CON CFDI COMPRUEBAN. LO QUE SIGA SIN COMPROBAR AL
      *         VENCER LA FECHA LIMITE LO MANDA A NOMINA
      *         cobra-viaticos. ROLES M Y S DE inicia-sesion; LOS
      *         ARCHIVOS SE REESCRIBEN COMPLETOS EN CADA MOVIMIENTO,
      *         COMO MANTIENE-EQUIPO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantiene-viaticos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT VIATICOS
       ASSIGN TO DYNAMIC WS-RUTA-VIATICOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-VIA.

       SELECT GASTOS-VIATICOS
       ASSIGN TO DYNAMIC WS-RUTA-GASTOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-GAV.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VIATICOS.
       01  LINEA-VIATICO PIC X(133).

       FD GASTOS-VIATICOS.
       01  LINEA-GASTO PIC X(97).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       WORKING-STORAGE SECTION.
       COPY VIAREG.
       COPY GAVREG.

       01  WS-RUTA-VIATICOS PIC X(200).
       01  WS-FILE-STATUS-VIA PIC X(2).
       01  WS-RUTA-GASTOS PIC X(200).
       01  WS-FILE-STATUS-GAV PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-OPCION-VIA PIC X.

       01  WS-TABLA-VIATICOS.
           05 WS-VIA-LINEA OCCURS 9999 TIMES PIC X(133).
       01  WS-TOTAL-VIATICOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-VIA PIC 9(4).
       01  WS-VIA-ENCONTRADO PIC 9(4).

       01  WS-TABLA-GASTOS.
           05 WS-GAV-LINEA OCCURS 9999 TIMES PIC X(97).
       01  WS-TOTAL-GASTOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-GAV PIC 9(4).
       01  WS-GAV-ENCONTRADO PIC 9(4).

       01  WS-RENGLON-X PIC X(5).
       01  WS-RENGLON PIC 9(4).
       01  WS-ID-CAPTURADO PIC X(6).
       01  WS-FOLIO-CAPTURADO PIC X(6).
       01  WS-FECHA-CAPTURADA PIC X(10).
       01  WS-TIPO-CAPTURADO PIC X(3).
       01  WS-CFDI-CAPTURADO PIC X(1).
       01  WS-UUID-CAPTURADO PIC X(36).
       01  WS-IMPORTE-X PIC X(12).
       01  WS-IMPORTE-CAPTURADO PIC 9(7)V99.
       01  WS-DIAS-X PIC X(4).
       01  WS-DIAS-COMPROBAR PIC 9(3).
       01  WS-ID-VALIDO PIC X.
       01  WS-FOLIO-OCUPADO PIC X.
       01  WS-DATO-VALIDO PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-HOY-NUM PIC 9(8).
       01  WS-FECHA-LIMITE-NUM PIC 9(8).
       01  WS-ANTICIPOS-MOSTRADOS PIC 9(4).
       01  WS-GASTOS-MOSTRADOS PIC 9(4).
       01  WS-PENDIENTE PIC S9(7)V99.
       01  WS-IMPORTE-EDITADO PIC ZZZZZZ9.99.
       01  WS-COMPROBADO-EDITADO PIC ZZZZZZ9.99.
       01  WS-SIN-CFDI-EDITADO PIC ZZZZZZ9.99.
       01  WS-REINTEGRADO-EDITADO PIC ZZZZZZ9.99.
       01  WS-PENDIENTE-EDITADO PIC -ZZZZZZ9.99.
       01  WS-SITUACION PIC X(12).
       01  WS-TOTAL-MOVIMIENTOS PIC 9(5) VALUE ZEROES.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "mantiene-viaticos".
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
               DISPLAY "Su rol no permite registrar viaticos."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-VIATICOS.
           PERFORM CARGA-GASTOS.
           MOVE SPACES TO WS-OPCION-VIA.
           PERFORM MENU-VIATICOS UNTIL WS-OPCION-VIA = "0".
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-MOVIMIENTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           ACCEPT WS-RUTA-VIATICOS FROM ENVIRONMENT "VIATICOS_PATH".
           IF WS-RUTA-VIATICOS = SPACES
               MOVE "VIATICOS.txt" TO WS-RUTA-VIATICOS
           END-IF.
           ACCEPT WS-RUTA-GASTOS FROM ENVIRONMENT
               "GASTOS_VIATICOS_PATH".
           IF WS-RUTA-GASTOS = SPACES
               MOVE "GASTOS-VIATICOS.txt" TO WS-RUTA-GASTOS
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
      *    Dias que se dan para comprobar cuando no se teclea la
      *    fecha limite.
           ACCEPT WS-DIAS-X FROM ENVIRONMENT "VIATICOS_DIAS_COMPROBAR".
           IF WS-DIAS-X = SPACES
               MOVE 15 TO WS-DIAS-COMPROBAR
           ELSE
               COMPUTE WS-DIAS-COMPROBAR = FUNCTION NUMVAL(WS-DIAS-X)
           END-IF.

           CARGA-VIATICOS.
           OPEN INPUT VIATICOS.
           IF WS-FILE-STATUS-VIA NOT = "00"
               DISPLAY "Archivo de viaticos nuevo; se creara al "
                   "guardar."
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-VIATICO
               PERFORM AGREGA-VIATICO-A-TABLA
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE VIATICOS
           END-IF.

           LEE-LINEA-VIATICO.
           READ VIATICOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-VIATICO-A-TABLA.
           IF LINEA-VIATICO NOT = SPACES
               AND WS-TOTAL-VIATICOS < 9999
               ADD 1 TO WS-TOTAL-VIATICOS
               MOVE LINEA-VIATICO TO WS-VIA-LINEA (WS-TOTAL-VIATICOS)
           END-IF.
           PERFORM LEE-LINEA-VIATICO.

           CARGA-GASTOS.
           OPEN INPUT GASTOS-VIATICOS.
           IF WS-FILE-STATUS-GAV = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-GASTO
               PERFORM AGREGA-GASTO-A-TABLA
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE GASTOS-VIATICOS
           END-IF.

           LEE-LINEA-GASTO.
           READ GASTOS-VIATICOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-GASTO-A-TABLA.
           IF LINEA-GASTO NOT = SPACES
               AND WS-TOTAL-GASTOS < 9999
               ADD 1 TO WS-TOTAL-GASTOS
               MOVE LINEA-GASTO TO WS-GAV-LINEA (WS-TOTAL-GASTOS)
           END-IF.
           PERFORM LEE-LINEA-GASTO.

           MENU-VIATICOS.
           DISPLAY "--------------------------------------------".
           DISPLAY "  VIATICOS Y COMPROBACION DE GASTOS".
           DISPLAY "  1. Listar los anticipos de un empleado".
           DISPLAY "  2. Entregar un anticipo".
           DISPLAY "  3. Capturar un gasto de la comprobacion".
           DISPLAY "  4. Registrar el CFDI de un gasto".
           DISPLAY "  5. Registrar un reintegro en efectivo".
           DISPLAY "  6. Cerrar la comprobacion".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-VIA.
           EVALUATE WS-OPCION-VIA
               WHEN "1"
                   PERFORM CAPTURA-ID
                   PERFORM LISTA-ANTICIPOS
               WHEN "2"
                   PERFORM ENTREGA-ANTICIPO
               WHEN "3"
                   PERFORM CAPTURA-GASTO
               WHEN "4"
                   PERFORM MARCA-CFDI
               WHEN "5"
                   PERFORM REINTEGRA-EFECTIVO
               WHEN "6"
                   PERFORM CIERRA-COMPROBACION
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
      *    para capturar gastos, reintegros o cerrar el anticipo.
           LISTA-ANTICIPOS.
           MOVE ZEROES TO WS-ANTICIPOS-MOSTRADOS.
           PERFORM MUESTRA-ANTICIPO
               VARYING WS-IX-VIA FROM 1 BY 1
               UNTIL WS-IX-VIA > WS-TOTAL-VIATICOS.
           IF WS-ANTICIPOS-MOSTRADOS = ZEROES
               DISPLAY "Ese empleado no tiene anticipos registrados."
           END-IF.

           MUESTRA-ANTICIPO.
           MOVE WS-VIA-LINEA (WS-IX-VIA) TO VIATICO-REGISTRO.
           IF VIA-EMPLEADO-ID = WS-ID-CAPTURADO
               ADD 1 TO WS-ANTICIPOS-MOSTRADOS
               EVALUATE VIA-STATUS
                   WHEN "A"
                       MOVE "ABIERTO" TO WS-SITUACION
                   WHEN "C"
                       MOVE "CERRADO" TO WS-SITUACION
                   WHEN OTHER
                       MOVE "A NOMINA" TO WS-SITUACION
               END-EVALUATE
               PERFORM CALCULA-PENDIENTE
               MOVE VIA-IMPORTE-ANTICIPO TO WS-IMPORTE-EDITADO
               MOVE VIA-COMPROBADO TO WS-COMPROBADO-EDITADO
               MOVE VIA-SIN-CFDI TO WS-SIN-CFDI-EDITADO
               MOVE VIA-REINTEGRADO TO WS-REINTEGRADO-EDITADO
               MOVE WS-PENDIENTE TO WS-PENDIENTE-EDITADO
               DISPLAY WS-IX-VIA ") folio " VIA-FOLIO " "
                   VIA-DESTINO " " WS-SITUACION
               DISPLAY "       anticipo " WS-IMPORTE-EDITADO " del "
                   VIA-FECHA-ANTICIPO " comprobar antes del "
                   VIA-FECHA-LIMITE
               DISPLAY "       comprobado " WS-COMPROBADO-EDITADO
                   " sin CFDI " WS-SIN-CFDI-EDITADO " reintegrado "
                   WS-REINTEGRADO-EDITADO " pendiente "
                   WS-PENDIENTE-EDITADO
           END-IF.

           CALCULA-PENDIENTE.
           COMPUTE WS-PENDIENTE = VIA-IMPORTE-ANTICIPO
               - VIA-COMPROBADO - VIA-REINTEGRADO.

      *    Anticipo: el empleado debe estar activo en el directorio y
      *    el folio del viaje no puede repetirse para el mismo ID.
           ENTREGA-ANTICIPO.
           PERFORM CAPTURA-ID.
           PERFORM VALIDA-EMPLEADO.
           IF WS-ID-VALIDO = "S"
               DISPLAY "Folio del viaje: "
               MOVE SPACES TO WS-FOLIO-CAPTURADO
               ACCEPT WS-FOLIO-CAPTURADO
               MOVE FUNCTION UPPER-CASE(WS-FOLIO-CAPTURADO)
                   TO WS-FOLIO-CAPTURADO
               IF WS-FOLIO-CAPTURADO = SPACES
                   DISPLAY "El folio es obligatorio."
               ELSE
                   PERFORM BUSCA-FOLIO-OCUPADO
                   IF WS-FOLIO-OCUPADO = "S"
                       DISPLAY "Ese folio ya esta registrado para el "
                           "empleado."
                   ELSE
                       PERFORM AGREGA-ANTICIPO
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
                       IF EMPLEADOS-STATUS = "A"
                           MOVE "S" TO WS-ID-VALIDO
                       ELSE
                           DISPLAY "El empleado no esta activo; no se "
                               "le entrega anticipo."
                       END-IF
               END-READ
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.

           BUSCA-FOLIO-OCUPADO.
           MOVE "N" TO WS-FOLIO-OCUPADO.
           PERFORM VARYING WS-IX-VIA FROM 1 BY 1
               UNTIL WS-IX-VIA > WS-TOTAL-VIATICOS
               OR WS-FOLIO-OCUPADO = "S"
               MOVE WS-VIA-LINEA (WS-IX-VIA) TO VIATICO-REGISTRO
               IF VIA-EMPLEADO-ID = WS-ID-CAPTURADO
                   AND VIA-FOLIO = WS-FOLIO-CAPTURADO
                   MOVE "S" TO WS-FOLIO-OCUPADO
               END-IF
           END-PERFORM.

      *    Sin fecha limite tecleada se dan los dias de
      *    VIATICOS_DIAS_COMPROBAR (15 si no se indica) desde hoy.
           AGREGA-ANTICIPO.
           IF WS-TOTAL-VIATICOS >= 9999
               DISPLAY "El archivo de viaticos esta lleno."
           ELSE
               MOVE SPACES TO VIATICO-REGISTRO
               DISPLAY "Destino o motivo del viaje: "
               ACCEPT VIA-DESTINO
               DISPLAY "Importe del anticipo: "
               MOVE SPACES TO WS-IMPORTE-X
               ACCEPT WS-IMPORTE-X
               COMPUTE WS-IMPORTE-CAPTURADO =
                   FUNCTION NUMVAL(WS-IMPORTE-X)
               COMPUTE WS-FECHA-LIMITE-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM)
                       + WS-DIAS-COMPROBAR)
               DISPLAY "Fecha limite para comprobar AAAAMMDD (vacio = "
                   WS-FECHA-LIMITE-NUM "): "
               MOVE SPACES TO WS-FECHA-CAPTURADA
               ACCEPT WS-FECHA-CAPTURADA
               IF WS-FECHA-CAPTURADA = SPACES
                   MOVE WS-FECHA-LIMITE-NUM TO WS-FECHA-CAPTURADA
               END-IF
               IF WS-IMPORTE-CAPTURADO = ZEROES
                   DISPLAY "El importe del anticipo es obligatorio."
               ELSE
                   IF WS-FECHA-CAPTURADA (1:8) IS NOT NUMERIC
                       OR WS-FECHA-CAPTURADA (9:2) NOT = SPACES
                       OR WS-FECHA-CAPTURADA (1:8) < WS-FECHA-HOY
                       DISPLAY "Fecha limite no valida (no puede ser "
                           "pasada)."
                   ELSE
                       MOVE WS-ID-CAPTURADO TO VIA-EMPLEADO-ID
                       MOVE WS-FOLIO-CAPTURADO TO VIA-FOLIO
                       MOVE WS-FECHA-HOY TO VIA-FECHA-ANTICIPO
                       MOVE WS-IMPORTE-CAPTURADO
                           TO VIA-IMPORTE-ANTICIPO
                       MOVE WS-FECHA-CAPTURADA (1:8)
                           TO VIA-FECHA-LIMITE
                       MOVE ZEROES TO VIA-COMPROBADO VIA-SIN-CFDI
                           VIA-REINTEGRADO VIA-IMPORTE-NOMINA
                       MOVE "A" TO VIA-STATUS
                       MOVE WS-SESION-USUARIO TO VIA-USUARIO
                       ADD 1 TO WS-TOTAL-VIATICOS
                       MOVE VIATICO-REGISTRO
                           TO WS-VIA-LINEA (WS-TOTAL-VIATICOS)
                       PERFORM REESCRIBE-VIATICOS
                       ADD 1 TO WS-TOTAL-MOVIMIENTOS
                       DISPLAY "Anticipo registrado (renglon "
                           WS-TOTAL-VIATICOS ")."
                   END-IF
               END-IF
           END-IF.

      *    Pide el renglon de un anticipo abierto del empleado; deja
      *    su indice en WS-VIA-ENCONTRADO y el registro cargado.
           ESCOGE-ABIERTO.
           MOVE ZEROES TO WS-VIA-ENCONTRADO.
           PERFORM CAPTURA-ID.
           PERFORM LISTA-ANTICIPOS.
           IF WS-ANTICIPOS-MOSTRADOS > ZEROES
               DISPLAY "Renglon del anticipo: "
               MOVE SPACES TO WS-RENGLON-X
               ACCEPT WS-RENGLON-X
               COMPUTE WS-RENGLON = FUNCTION NUMVAL(WS-RENGLON-X)
               IF WS-RENGLON = ZEROES
                   OR WS-RENGLON > WS-TOTAL-VIATICOS
                   DISPLAY "Renglon no valido."
               ELSE
                   MOVE WS-VIA-LINEA (WS-RENGLON) TO VIATICO-REGISTRO
                   IF VIA-EMPLEADO-ID NOT = WS-ID-CAPTURADO
                       DISPLAY "Ese renglon no es del empleado."
                   ELSE
                       IF VIA-STATUS NOT = "A"
                           DISPLAY "Ese anticipo ya no esta abierto."
                       ELSE
                           MOVE WS-RENGLON TO WS-VIA-ENCONTRADO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Gasto de la comprobacion: fecha (hoy si no se teclea, no
      *    futura), tipo del catalogo, importe y CFDI; con CFDI se pide
      *    el folio fiscal (UUID).
           CAPTURA-GASTO.
           PERFORM ESCOGE-ABIERTO.
           IF WS-VIA-ENCONTRADO > ZEROES
               MOVE "S" TO WS-DATO-VALIDO
               DISPLAY "Fecha del gasto AAAAMMDD (vacio = hoy): "
               MOVE SPACES TO WS-FECHA-CAPTURADA
               ACCEPT WS-FECHA-CAPTURADA
               IF WS-FECHA-CAPTURADA = SPACES
                   MOVE WS-FECHA-HOY TO WS-FECHA-CAPTURADA
               END-IF
               IF WS-FECHA-CAPTURADA (1:8) IS NOT NUMERIC
                   OR WS-FECHA-CAPTURADA (9:2) NOT = SPACES
                   OR WS-FECHA-CAPTURADA (1:8) > WS-FECHA-HOY
                   DISPLAY "Fecha no valida (no puede ser futura)."
                   MOVE "N" TO WS-DATO-VALIDO
               END-IF
               IF WS-DATO-VALIDO = "S"
                   DISPLAY "Tipo (HOS hospedaje, ALI alimentos, TRA "
                       "transporte, CAS casetas, COM combustible, OTR "
                       "otros): "
                   MOVE SPACES TO WS-TIPO-CAPTURADO
                   ACCEPT WS-TIPO-CAPTURADO
                   MOVE FUNCTION UPPER-CASE(WS-TIPO-CAPTURADO)
                       TO WS-TIPO-CAPTURADO
                   IF WS-TIPO-CAPTURADO NOT = "HOS"
                       AND WS-TIPO-CAPTURADO NOT = "ALI"
                       AND WS-TIPO-CAPTURADO NOT = "TRA"
                       AND WS-TIPO-CAPTURADO NOT = "CAS"
                       AND WS-TIPO-CAPTURADO NOT = "COM"
                       AND WS-TIPO-CAPTURADO NOT = "OTR"
                       DISPLAY "Tipo de gasto no valido."
                       MOVE "N" TO WS-DATO-VALIDO
                   END-IF
               END-IF
               IF WS-DATO-VALIDO = "S"
                   DISPLAY "Importe del gasto: "
                   MOVE SPACES TO WS-IMPORTE-X
                   ACCEPT WS-IMPORTE-X
                   COMPUTE WS-IMPORTE-CAPTURADO =
                       FUNCTION NUMVAL(WS-IMPORTE-X)
                   IF WS-IMPORTE-CAPTURADO = ZEROES
                       DISPLAY "El importe del gasto es obligatorio."
                       MOVE "N" TO WS-DATO-VALIDO
                   END-IF
               END-IF
               IF WS-DATO-VALIDO = "S"
                   DISPLAY "Se recibio el CFDI (S/N): "
                   MOVE SPACES TO WS-CFDI-CAPTURADO
                   ACCEPT WS-CFDI-CAPTURADO
                   MOVE FUNCTION UPPER-CASE(WS-CFDI-CAPTURADO)
                       TO WS-CFDI-CAPTURADO
                   MOVE SPACES TO WS-UUID-CAPTURADO
                   IF WS-CFDI-CAPTURADO = "S"
                       PERFORM CAPTURA-UUID
                   ELSE
                       MOVE "N" TO WS-CFDI-CAPTURADO
                   END-IF
               END-IF
               IF WS-DATO-VALIDO = "S"
                   PERFORM AGREGA-GASTO
               END-IF
           END-IF.

           CAPTURA-UUID.
           DISPLAY "Folio fiscal (UUID) del CFDI: ".
           MOVE SPACES TO WS-UUID-CAPTURADO.
           ACCEPT WS-UUID-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-UUID-CAPTURADO)
               TO WS-UUID-CAPTURADO.
           IF WS-UUID-CAPTURADO = SPACES
               DISPLAY "Sin folio fiscal no se da por recibido el "
                   "CFDI."
               MOVE "N" TO WS-DATO-VALIDO
           END-IF.

           AGREGA-GASTO.
           IF WS-TOTAL-GASTOS >= 9999
               DISPLAY "El archivo de gastos esta lleno."
           ELSE
               MOVE SPACES TO GASTO-VIATICO-REGISTRO
               MOVE VIA-EMPLEADO-ID TO GAV-EMPLEADO-ID
               MOVE VIA-FOLIO TO GAV-FOLIO
               MOVE WS-FECHA-CAPTURADA (1:8) TO GAV-FECHA
               MOVE WS-TIPO-CAPTURADO TO GAV-TIPO
               MOVE WS-IMPORTE-CAPTURADO TO GAV-IMPORTE
               MOVE WS-CFDI-CAPTURADO TO GAV-CFDI
               MOVE WS-UUID-CAPTURADO TO GAV-UUID
               MOVE WS-FECHA-HOY TO GAV-FECHA-CAPTURA
               MOVE WS-SESION-USUARIO TO GAV-USUARIO
               ADD 1 TO WS-TOTAL-GASTOS
               MOVE GASTO-VIATICO-REGISTRO
                   TO WS-GAV-LINEA (WS-TOTAL-GASTOS)
               PERFORM REESCRIBE-GASTOS
               PERFORM RECALCULA-COMPROBADO
               PERFORM REESCRIBE-VIATICOS
               ADD 1 TO WS-TOTAL-MOVIMIENTOS
               PERFORM CALCULA-PENDIENTE
               MOVE WS-PENDIENTE TO WS-PENDIENTE-EDITADO
               DISPLAY "Gasto registrado; queda por comprobar "
                   WS-PENDIENTE-EDITADO
           END-IF.

      *    Un CFDI que llega despues: se escoge el gasto sin CFDI del
      *    anticipo y se le pone el folio fiscal.
           MARCA-CFDI.
           PERFORM ESCOGE-ABIERTO.
           IF WS-VIA-ENCONTRADO > ZEROES
               MOVE ZEROES TO WS-GASTOS-MOSTRADOS
               PERFORM MUESTRA-GASTO-SIN-CFDI
                   VARYING WS-IX-GAV FROM 1 BY 1
                   UNTIL WS-IX-GAV > WS-TOTAL-GASTOS
               IF WS-GASTOS-MOSTRADOS = ZEROES
                   DISPLAY "El anticipo no tiene gastos sin CFDI."
               ELSE
                   PERFORM ESCOGE-GASTO
               END-IF
           END-IF.

           MUESTRA-GASTO-SIN-CFDI.
           MOVE WS-GAV-LINEA (WS-IX-GAV) TO GASTO-VIATICO-REGISTRO.
           IF GAV-EMPLEADO-ID = VIA-EMPLEADO-ID
               AND GAV-FOLIO = VIA-FOLIO
               AND GAV-CFDI NOT = "S"
               ADD 1 TO WS-GASTOS-MOSTRADOS
               MOVE GAV-IMPORTE TO WS-IMPORTE-EDITADO
               DISPLAY WS-IX-GAV ") " GAV-FECHA " " GAV-TIPO " "
                   WS-IMPORTE-EDITADO
           END-IF.

           ESCOGE-GASTO.
           DISPLAY "Renglon del gasto: ".
           MOVE SPACES TO WS-RENGLON-X.
           ACCEPT WS-RENGLON-X.
           COMPUTE WS-RENGLON = FUNCTION NUMVAL(WS-RENGLON-X).
           IF WS-RENGLON = ZEROES OR WS-RENGLON > WS-TOTAL-GASTOS
               DISPLAY "Renglon no valido."
           ELSE
               MOVE WS-GAV-LINEA (WS-RENGLON) TO GASTO-VIATICO-REGISTRO
               IF GAV-EMPLEADO-ID NOT = VIA-EMPLEADO-ID
                   OR GAV-FOLIO NOT = VIA-FOLIO
                   OR GAV-CFDI = "S"
                   DISPLAY "Ese renglon no es un gasto sin CFDI del "
                       "anticipo."
               ELSE
                   MOVE "S" TO WS-DATO-VALIDO
                   PERFORM CAPTURA-UUID
                   IF WS-DATO-VALIDO = "S"
                       MOVE WS-RENGLON TO WS-GAV-ENCONTRADO
                       MOVE "S" TO GAV-CFDI
                       MOVE WS-UUID-CAPTURADO TO GAV-UUID
                       MOVE WS-SESION-USUARIO TO GAV-USUARIO
                       MOVE GASTO-VIATICO-REGISTRO
                           TO WS-GAV-LINEA (WS-GAV-ENCONTRADO)
                       PERFORM REESCRIBE-GASTOS
                       PERFORM RECALCULA-COMPROBADO
                       PERFORM REESCRIBE-VIATICOS
                       ADD 1 TO WS-TOTAL-MOVIMIENTOS
                       DISPLAY "CFDI registrado."
                   END-IF
               END-IF
           END-IF.

      *    Lo comprobado y lo capturado sin CFDI se vuelven a sumar de
      *    los renglones de gasto del anticipo escogido, para que el
      *    anticipo nunca se desfase de su detalle.
           RECALCULA-COMPROBADO.
           MOVE WS-VIA-LINEA (WS-VIA-ENCONTRADO) TO VIATICO-REGISTRO.
           MOVE ZEROES TO VIA-COMPROBADO VIA-SIN-CFDI.
           PERFORM SUMA-GASTO
               VARYING WS-IX-GAV FROM 1 BY 1
               UNTIL WS-IX-GAV > WS-TOTAL-GASTOS.
           MOVE WS-SESION-USUARIO TO VIA-USUARIO.
           MOVE VIATICO-REGISTRO TO WS-VIA-LINEA (WS-VIA-ENCONTRADO).

           SUMA-GASTO.
           MOVE WS-GAV-LINEA (WS-IX-GAV) TO GASTO-VIATICO-REGISTRO.
           IF GAV-EMPLEADO-ID = VIA-EMPLEADO-ID
               AND GAV-FOLIO = VIA-FOLIO
               IF GAV-CFDI = "S"
                   ADD GAV-IMPORTE TO VIA-COMPROBADO
               ELSE
                   ADD GAV-IMPORTE TO VIA-SIN-CFDI
               END-IF
           END-IF.

      *    Efectivo que el empleado devuelve a caja; no puede pasar de
      *    lo que falta por comprobar.
           REINTEGRA-EFECTIVO.
           PERFORM ESCOGE-ABIERTO.
           IF WS-VIA-ENCONTRADO > ZEROES
               PERFORM CALCULA-PENDIENTE
               MOVE WS-PENDIENTE TO WS-PENDIENTE-EDITADO
               DISPLAY "Por comprobar: " WS-PENDIENTE-EDITADO
               DISPLAY "Importe reintegrado: "
               MOVE SPACES TO WS-IMPORTE-X
               ACCEPT WS-IMPORTE-X
               COMPUTE WS-IMPORTE-CAPTURADO =
                   FUNCTION NUMVAL(WS-IMPORTE-X)
               IF WS-IMPORTE-CAPTURADO = ZEROES
                   OR WS-IMPORTE-CAPTURADO > WS-PENDIENTE
                   DISPLAY "Importe no valido."
               ELSE
                   ADD WS-IMPORTE-CAPTURADO TO VIA-REINTEGRADO
                   MOVE WS-SESION-USUARIO TO VIA-USUARIO
                   MOVE VIATICO-REGISTRO
                       TO WS-VIA-LINEA (WS-VIA-ENCONTRADO)
                   PERFORM REESCRIBE-VIATICOS
                   ADD 1 TO WS-TOTAL-MOVIMIENTOS
                   DISPLAY "Reintegro registrado."
               END-IF
           END-IF.

      *    Solo se cierra lo que ya no debe nada; lo comprobado de mas
      *    se reembolsa por fuera (no sale de aqui).
           CIERRA-COMPROBACION.
           PERFORM ESCOGE-ABIERTO.
           IF WS-VIA-ENCONTRADO > ZEROES
               PERFORM CALCULA-PENDIENTE
               MOVE WS-PENDIENTE TO WS-PENDIENTE-EDITADO
               IF WS-PENDIENTE > ZEROES
                   DISPLAY "Faltan " WS-PENDIENTE-EDITADO
                       " por comprobar; no se puede cerrar. Al "
                       "vencer se manda a nomina."
               ELSE
                   MOVE "C" TO VIA-STATUS
                   MOVE WS-FECHA-HOY TO VIA-FECHA-CIERRE
                   MOVE WS-SESION-USUARIO TO VIA-USUARIO
                   MOVE VIATICO-REGISTRO
                       TO WS-VIA-LINEA (WS-VIA-ENCONTRADO)
                   PERFORM REESCRIBE-VIATICOS
                   ADD 1 TO WS-TOTAL-MOVIMIENTOS
                   DISPLAY "Comprobacion cerrada."
                   IF WS-PENDIENTE < ZEROES
                       DISPLAY "Se comprobo de mas "
                           WS-PENDIENTE-EDITADO
                           "; el reembolso se tramita por separado."
                   END-IF
               END-IF
           END-IF.

           REESCRIBE-VIATICOS.
           OPEN OUTPUT VIATICOS.
           IF WS-FILE-STATUS-VIA NOT = "00"
               DISPLAY "No se pudo reescribir el archivo de "
                   "viaticos: " FUNCTION TRIM(WS-RUTA-VIATICOS)
           ELSE
               PERFORM ESCRIBE-LINEA-VIATICO
                   VARYING WS-IX-VIA FROM 1 BY 1
                   UNTIL WS-IX-VIA > WS-TOTAL-VIATICOS
               CLOSE VIATICOS
           END-IF.

           ESCRIBE-LINEA-VIATICO.
           MOVE WS-VIA-LINEA (WS-IX-VIA) TO LINEA-VIATICO.
           WRITE LINEA-VIATICO.

           REESCRIBE-GASTOS.
           OPEN OUTPUT GASTOS-VIATICOS.
           IF WS-FILE-STATUS-GAV NOT = "00"
               DISPLAY "No se pudo reescribir el archivo de "
                   "gastos: " FUNCTION TRIM(WS-RUTA-GASTOS)
           ELSE
               PERFORM ESCRIBE-LINEA-GASTO
                   VARYING WS-IX-GAV FROM 1 BY 1
                   UNTIL WS-IX-GAV > WS-TOTAL-GASTOS
               CLOSE GASTOS-VIATICOS
           END-IF.

           ESCRIBE-LINEA-GASTO.
           MOVE WS-GAV-LINEA (WS-IX-GAV) TO LINEA-GASTO.
           WRITE LINEA-GASTO.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM mantiene-viaticos.
