      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPARTO DE REPORTES IMPRESOS POR DESTINATARIO: PARTE
      *         UN REPORTE (REPARTE_REPORTE = PLA reporte-plantilla,
      *         KAR kardex-asistencia, VAC reporte-vacaciones, VAR
      *         varianza-nomina, CER reporte-certificaciones) EN SUS
      *         CORTES DE DEPARTAMENTO Y ESCRIBE UN ARCHIVO POR CADA
      *         DESTINATARIO DE LA LISTA DE DISTRIBUCION CON SOLO LOS
      *         DEPARTAMENTOS QUE LE TOCAN. LOS RENGLONES SIN
      *         DEPARTAMENTO (TITULOS, ENCABEZADOS) VAN A TODOS; EL
      *         ENCABEZADO DE PAGINA SOLO LA PRIMERA VEZ. A QUIEN NO
      *         TIENE ROL DE NOMINA, SUPERVISOR O TESORERIA EN
      *         OPERADORES.txt SE LE OCULTAN LOS MONTOS. CADA ARCHIVO
      *         ENTREGADO, Y LOS DEPARTAMENTOS QUE SE QUEDARON SIN
      *         DESTINATARIO, QUEDAN EN EL MANIFIESTO (REPREG.cpy).
      *         TERMINA CON RETURN-CODE 4 SI HUBO DEPARTAMENTOS SIN
      *         DESTINATARIO O ARCHIVOS QUE NO SE PUDIERON ESCRIBIR.
      *
      *         Lista de distribucion, un renglon por regla:
      *         tipo,clave,usuario,correo,reportes
      *         tipo D = clave es un departamento ("*" = todos);
      *         tipo J = clave es un EMPLEADOS-ID y el destinatario
      *         recibe los departamentos de los empleados vivos que
      *         tienen a ese ID en EMPLEADOS-JEFE-ID.
      *         reportes = claves separadas por "/" o "*" = todos.
      *         El mismo usuario en varios renglones junta sus
      *         departamentos en un solo archivo.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reparte-reportes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT REPORTE-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-ENTRADA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ENT.

       SELECT REPORTE-REPARTIDO
       ASSIGN TO DYNAMIC WS-RUTA-SALIDA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SAL.

       SELECT LISTA-DISTRIBUCION
       ASSIGN TO DYNAMIC WS-RUTA-DISTRIBUCION
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DIS.

       SELECT OPERADORES
       ASSIGN TO DYNAMIC WS-RUTA-OPERADORES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-OPE.

       SELECT MANIFIESTO
       ASSIGN TO DYNAMIC WS-RUTA-MANIFIESTO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-MAN.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORTE-ENTRADA.
       01  LINEA-ENTRADA PIC X(132).

       FD REPORTE-REPARTIDO.
       01  LINEA-SALIDA PIC X(132).

       FD LISTA-DISTRIBUCION.
       01  LINEA-DISTRIBUCION PIC X(120).

       FD OPERADORES.
       01  LINEA-OPERADOR PIC X(80).

       FD MANIFIESTO.
       01  LINEA-MANIFIESTO PIC X(486).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       WORKING-STORAGE SECTION.
       COPY REPREG.

       01  WS-RUTA-ENTRADA PIC X(200).
       01  WS-FILE-STATUS-ENT PIC X(2).
       01  WS-RUTA-SALIDA PIC X(200).
       01  WS-FILE-STATUS-SAL PIC X(2).
       01  WS-RUTA-DISTRIBUCION PIC X(200).
       01  WS-FILE-STATUS-DIS PIC X(2).
       01  WS-RUTA-OPERADORES PIC X(200).
       01  WS-FILE-STATUS-OPE PIC X(2).
       01  WS-RUTA-MANIFIESTO PIC X(200).
       01  WS-FILE-STATUS-MAN PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-DIRECTORIO-SALIDA PIC X(150).
       01  WS-PUNTERO PIC 9(3).
       01  FIN-DE-ARCHIVO PIC X.
       01  WS-SELLO-CORRIDA PIC X(16).

      *    Reporte a repartir y como se reconoce su departamento:
      *    "E" = renglon de corte "DEPARTAMENTO: nnn" (todo lo que
      *    sigue es de ese departamento), "C" = el departamento viene
      *    en las columnas 1-3 de cada renglon de detalle.
       01  WS-CODIGO-REPORTE PIC X(3).
       01  WS-NOMBRE-REPORTE PIC X(25).
       01  WS-MODO-CORTE PIC X.
       01  WS-REPORTE-CON-MONTOS PIC X VALUE "N".

      *    Clasificacion del renglon leido: "D" = de un departamento,
      *    "C" = comun a todos, "P" = encabezado de pagina.
       01  WS-TIPO-RENGLON PIC X.
       01  WS-DEPTO-RENGLON PIC 9(3).
       01  WS-DEPTO-ACTUAL PIC 9(3).
       01  WS-EN-DEPTO PIC X.
       01  WS-RESTA-ENCABEZADO PIC 9.
       01  WS-INICIA-ENCABEZADO PIC X.
       01  WS-ENCABEZADO-DADO PIC X.
       01  WS-COPIA-ENCABEZADO PIC X.

      *    Renglones de cada departamento en el reporte (subindice =
      *    departamento + 1).
       01  WS-TABLA-DEPTOS-REPORTE.
           05 WS-REN-DEPTO OCCURS 1000 TIMES PIC 9(6).
       01  WS-IX-DEPTO PIC 9(4).
       01  WS-DEPTO-LISTA PIC 9(3).

       01  WS-TABLA-DESTINATARIOS.
           05 WS-DES-RENGLON OCCURS 200 TIMES.
               10 WS-DES-USUARIO PIC X(20).
               10 WS-DES-CORREO PIC X(60).
               10 WS-DES-TODOS PIC X.
               10 WS-DES-DEPTOS PIC X(1000).
       01  WS-TOTAL-DESTINATARIOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-DES PIC 9(3).
       01  WS-DES-ENCONTRADO PIC 9(3).

      *    Reglas por jefe, resueltas contra el directorio.
       01  WS-TABLA-JEFES.
           05 WS-JEF-RENGLON OCCURS 500 TIMES.
               10 WS-JEF-DESTINATARIO PIC 9(3).
               10 WS-JEF-ID PIC X(6).
       01  WS-TOTAL-JEFES PIC 9(3) VALUE ZEROES.
       01  WS-IX-JEF PIC 9(3).

       01  WS-TABLA-OPERADORES.
           05 WS-OPE-RENGLON OCCURS 100 TIMES.
               10 WS-OPE-USUARIO PIC X(20).
               10 WS-OPE-ROL PIC X(1).
               10 WS-OPE-STATUS PIC X(1).
       01  WS-TOTAL-OPERADORES PIC 9(3) VALUE ZEROES.
       01  WS-IX-OPE PIC 9(3).
       01  WS-PASSWORD-X PIC X(20).
       01  WS-STATUS-X PIC X(10).

       01  WS-DIS-TIPO-X PIC X(3).
       01  WS-DIS-CLAVE-X PIC X(10).
       01  WS-DIS-USUARIO-X PIC X(20).
       01  WS-DIS-CORREO-X PIC X(60).
       01  WS-DIS-REPORTES-X PIC X(40).
       01  WS-CUENTA-CODIGO PIC 9(3).
       01  WS-TOTAL-REGLAS-INVALIDAS PIC 9(4) VALUE ZEROES.

      *    Datos del destinatario en turno.
       01  WS-ROL-DESTINATARIO PIC X.
       01  WS-OCULTA-MONTOS PIC X.
       01  WS-RENGLONES-DEPTO PIC 9(6).
       01  WS-LISTA-DEPTOS PIC X(120).
       01  WS-HUELLA-ARCHIVO PIC X(18).
       01  WS-LINEA-HUELLA PIC X(999).
       01  WS-LONGITUD-LINEA PIC 9(3) VALUE 132.

       01  WS-LINEA-REPARTO-1.
           05 FILLER PIC X(9) VALUE "REPARTO: ".
           05 REP-NOMBRE-REPORTE PIC X(25).
           05 FILLER PIC X(14) VALUE " DESTINATARIO:".
           05 FILLER PIC X VALUE SPACE.
           05 REP-USUARIO PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 REP-CORREO PIC X(60).
       01  WS-LINEA-REPARTO-2.
           05 FILLER PIC X(5) VALUE "ROL: ".
           05 REP-ROL PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 REP-MASCARA PIC X(15).
           05 FILLER PIC X(15) VALUE "DEPARTAMENTOS: ".
           05 REP-DEPTOS PIC X(95).

       01  WS-TOTAL-ENTREGADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-FALLIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-DEPTOS-SIN-DES PIC 9(4) VALUE ZEROES.
       01  WS-RENGLONES-SIN-DES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-RENGLONES-ENT PIC 9(6) VALUE ZEROES.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reparte-reportes".
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
           PERFORM INVENTARIA-REPORTE.
           PERFORM CARGA-OPERADORES.
           PERFORM CARGA-DISTRIBUCION.
           IF WS-TOTAL-JEFES > ZEROES
               PERFORM RESUELVE-JEFES
           END-IF.
           OPEN EXTEND MANIFIESTO.
           IF WS-FILE-STATUS-MAN NOT = "00"
               OPEN OUTPUT MANIFIESTO
           END-IF.
           IF WS-FILE-STATUS-MAN NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el manifiesto: "
                   FUNCTION TRIM(WS-RUTA-MANIFIESTO)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REPARTE-DESTINATARIO
               VARYING WS-IX-DES FROM 1 BY 1
               UNTIL WS-IX-DES > WS-TOTAL-DESTINATARIOS.
           PERFORM MANIFIESTA-SIN-DESTINATARIO.
           CLOSE MANIFIESTO.
           DISPLAY "Reporte " FUNCTION TRIM(WS-NOMBRE-REPORTE)
               ": archivos entregados " WS-TOTAL-ENTREGADOS
               ", no escritos " WS-TOTAL-FALLIDOS.
           IF WS-TOTAL-REGLAS-INVALIDAS > ZEROES
               DISPLAY "Renglones de distribucion ignorados: "
                   WS-TOTAL-REGLAS-INVALIDAS
           END-IF.
           IF WS-TOTAL-DEPTOS-SIN-DES > ZEROES
               DISPLAY "Aviso: " WS-TOTAL-DEPTOS-SIN-DES
                   " departamento(s) sin destinatario ("
                   WS-RENGLONES-SIN-DES " renglones): "
                   FUNCTION TRIM(WS-LISTA-DEPTOS)
           END-IF.
           DISPLAY "Manifiesto en: " FUNCTION TRIM(WS-RUTA-MANIFIESTO).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-ENTREGADOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           IF WS-TOTAL-DEPTOS-SIN-DES > ZEROES
               OR WS-TOTAL-FALLIDOS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Sin ruta explicita se usa la del propio reporte: la misma
      *    variable de ambiente con la que lo escribio su programa o
      *    su nombre fijo por omision.
           RESUELVE-PARAMETROS.
           ACCEPT WS-CODIGO-REPORTE FROM ENVIRONMENT "REPARTE_REPORTE".
           MOVE FUNCTION UPPER-CASE(WS-CODIGO-REPORTE)
               TO WS-CODIGO-REPORTE.
           ACCEPT WS-RUTA-ENTRADA FROM ENVIRONMENT
               "REPARTE_ENTRADA_PATH".
           EVALUATE WS-CODIGO-REPORTE
               WHEN "PLA"
                   MOVE "REPORTE-PLANTILLA" TO WS-NOMBRE-REPORTE
                   MOVE "C" TO WS-MODO-CORTE
                   IF WS-RUTA-ENTRADA = SPACES
                       ACCEPT WS-RUTA-ENTRADA FROM ENVIRONMENT
                           "REPORTE_PLANTILLA_PATH"
                   END-IF
               WHEN "KAR"
                   MOVE "KARDEX-ASISTENCIA" TO WS-NOMBRE-REPORTE
                   MOVE "E" TO WS-MODO-CORTE
                   IF WS-RUTA-ENTRADA = SPACES
                       ACCEPT WS-RUTA-ENTRADA FROM ENVIRONMENT
                           "KARDEX_RPT_PATH"
                   END-IF
               WHEN "VAC"
                   MOVE "REPORTE-VACACIONES" TO WS-NOMBRE-REPORTE
                   MOVE "E" TO WS-MODO-CORTE
                   IF WS-RUTA-ENTRADA = SPACES
                       ACCEPT WS-RUTA-ENTRADA FROM ENVIRONMENT
                           "VACACIONES_REPORTE_PATH"
                   END-IF
                   IF WS-RUTA-ENTRADA = SPACES
                       MOVE "REPORTE-VACACIONES.txt" TO WS-RUTA-ENTRADA
                   END-IF
               WHEN "VAR"
                   MOVE "VARIANZA-NOMINA" TO WS-NOMBRE-REPORTE
                   MOVE "C" TO WS-MODO-CORTE
                   MOVE "S" TO WS-REPORTE-CON-MONTOS
                   IF WS-RUTA-ENTRADA = SPACES
                       ACCEPT WS-RUTA-ENTRADA FROM ENVIRONMENT
                           "VARIANZA_REPORTE_PATH"
                   END-IF
                   IF WS-RUTA-ENTRADA = SPACES
                       MOVE "VARIANZA-NOMINA.txt" TO WS-RUTA-ENTRADA
                   END-IF
               WHEN "CER"
                   MOVE "REPORTE-CERTIFICACIONES" TO WS-NOMBRE-REPORTE
                   MOVE "C" TO WS-MODO-CORTE
                   IF WS-RUTA-ENTRADA = SPACES
                       ACCEPT WS-RUTA-ENTRADA FROM ENVIRONMENT
                           "CERTIFICACIONES_RPT_PATH"
                   END-IF
                   IF WS-RUTA-ENTRADA = SPACES
                       MOVE "VENCIMIENTOS-CERTIFICACIONES.txt"
                           TO WS-RUTA-ENTRADA
                   END-IF
               WHEN OTHER
                   DISPLAY "RECHAZADO: REPARTE_REPORTE debe ser PLA, "
                       "KAR, VAC, VAR o CER."
                   PERFORM CIERRA-BITACORA-RECHAZO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WS-RUTA-ENTRADA = SPACES
               DISPLAY "RECHAZADO: el reporte "
                   FUNCTION TRIM(WS-NOMBRE-REPORTE)
                   " va en generaciones; indique cual repartir en "
                   "REPARTE_ENTRADA_PATH."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUTA-DISTRIBUCION FROM ENVIRONMENT
               "DISTRIBUCION_REPORTES_PATH".
           IF WS-RUTA-DISTRIBUCION = SPACES
               MOVE "DISTRIBUCION-REPORTES.txt" TO WS-RUTA-DISTRIBUCION
           END-IF.
           ACCEPT WS-RUTA-OPERADORES FROM ENVIRONMENT
               "OPERADORES_PATH".
           IF WS-RUTA-OPERADORES = SPACES
               MOVE "OPERADORES.txt" TO WS-RUTA-OPERADORES
           END-IF.
           ACCEPT WS-RUTA-MANIFIESTO FROM ENVIRONMENT
               "REPARTO_MANIFIESTO_PATH".
           IF WS-RUTA-MANIFIESTO = SPACES
               MOVE "MANIFIESTO-REPARTO.txt" TO WS-RUTA-MANIFIESTO
           END-IF.
           ACCEPT WS-DIRECTORIO-SALIDA FROM ENVIRONMENT
               "REPARTO_DIRECTORIO".
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.

      *    Primera pasada: que departamentos trae el reporte y con
      *    cuantos renglones, para saber cuales quedan sin destinatario.
           INVENTARIA-REPORTE.
           OPEN INPUT REPORTE-ENTRADA.
           IF WS-FILE-STATUS-ENT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el reporte: "
                   FUNCTION TRIM(WS-RUTA-ENTRADA)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZEROES TO WS-TABLA-DEPTOS-REPORTE.
           PERFORM INICIA-CLASIFICACION.
           MOVE "1" TO FIN-DE-ARCHIVO.
           PERFORM LEE-LINEA-ENTRADA.
           PERFORM CUENTA-RENGLON UNTIL FIN-DE-ARCHIVO = "0".
           CLOSE REPORTE-ENTRADA.

           LEE-LINEA-ENTRADA.
           READ REPORTE-ENTRADA
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

           CUENTA-RENGLON.
           PERFORM CLASIFICA-RENGLON.
           IF WS-TIPO-RENGLON = "D"
               ADD 1 TO WS-REN-DEPTO (WS-DEPTO-RENGLON + 1)
               ADD 1 TO WS-TOTAL-RENGLONES-ENT
           END-IF.
           PERFORM LEE-LINEA-ENTRADA.

           INICIA-CLASIFICACION.
           MOVE "N" TO WS-EN-DEPTO.
           MOVE ZEROES TO WS-DEPTO-ACTUAL WS-RESTA-ENCABEZADO.

      *    El encabezado de pagina compartido (RPTENC.cpy) son tres
      *    renglones: empresa/fecha/pagina, titulo y uno en blanco.
           CLASIFICA-RENGLON.
           MOVE "N" TO WS-INICIA-ENCABEZADO.
           MOVE "C" TO WS-TIPO-RENGLON.
           IF WS-RESTA-ENCABEZADO > ZEROES
               MOVE "P" TO WS-TIPO-RENGLON
               SUBTRACT 1 FROM WS-RESTA-ENCABEZADO
           ELSE
               IF LINEA-ENTRADA (1:14) = "EMPLEADOS S.A."
                   MOVE "P" TO WS-TIPO-RENGLON
                   MOVE "S" TO WS-INICIA-ENCABEZADO
                   MOVE 2 TO WS-RESTA-ENCABEZADO
               END-IF
           END-IF.
           IF WS-TIPO-RENGLON = "C"
               IF WS-MODO-CORTE = "E"
                   IF LINEA-ENTRADA (1:14) = "DEPARTAMENTO: "
                       AND LINEA-ENTRADA (15:3) IS NUMERIC
                       MOVE LINEA-ENTRADA (15:3) TO WS-DEPTO-ACTUAL
                       MOVE "S" TO WS-EN-DEPTO
                   END-IF
                   IF WS-EN-DEPTO = "S"
                       MOVE "D" TO WS-TIPO-RENGLON
                       MOVE WS-DEPTO-ACTUAL TO WS-DEPTO-RENGLON
                   END-IF
               ELSE
                   IF LINEA-ENTRADA (1:3) IS NUMERIC
                       AND LINEA-ENTRADA (4:1) = SPACE
                       MOVE "D" TO WS-TIPO-RENGLON
                       MOVE LINEA-ENTRADA (1:3) TO WS-DEPTO-RENGLON
                   END-IF
               END-IF
           END-IF.

      *    El rol sale de la cuenta del destinatario; sin cuenta
      *    activa se trata como consulta (el rol mas restringido).
           CARGA-OPERADORES.
           OPEN INPUT OPERADORES.
           IF WS-FILE-STATUS-OPE NOT = "00"
               DISPLAY "Aviso: sin archivo de operadores; todos los "
                   "destinatarios se tratan como consulta."
           ELSE
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-OPERADOR
               PERFORM AGREGA-OPERADOR UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE OPERADORES
           END-IF.

           LEE-OPERADOR.
           READ OPERADORES
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

           AGREGA-OPERADOR.
           IF LINEA-OPERADOR NOT = SPACES
               AND WS-TOTAL-OPERADORES < 100
               ADD 1 TO WS-TOTAL-OPERADORES
               MOVE SPACES TO WS-STATUS-X
               UNSTRING LINEA-OPERADOR DELIMITED BY ","
                   INTO WS-OPE-USUARIO (WS-TOTAL-OPERADORES)
                       WS-PASSWORD-X
                       WS-OPE-ROL (WS-TOTAL-OPERADORES)
                       WS-STATUS-X
               END-UNSTRING
               IF WS-STATUS-X (1:1) = "B" OR WS-STATUS-X (1:1) = "D"
                   MOVE WS-STATUS-X (1:1)
                       TO WS-OPE-STATUS (WS-TOTAL-OPERADORES)
               ELSE
                   MOVE "A"
                       TO WS-OPE-STATUS (WS-TOTAL-OPERADORES)
               END-IF
           END-IF.
           PERFORM LEE-OPERADOR.

           CARGA-DISTRIBUCION.
           OPEN INPUT LISTA-DISTRIBUCION.
           IF WS-FILE-STATUS-DIS NOT = "00"
               DISPLAY "Aviso: sin lista de distribucion: "
                   FUNCTION TRIM(WS-RUTA-DISTRIBUCION)
           ELSE
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-DISTRIBUCION
               PERFORM AGREGA-REGLA UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE LISTA-DISTRIBUCION
           END-IF.

           LEE-DISTRIBUCION.
           READ LISTA-DISTRIBUCION
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

      *    Solo cuentan las reglas que incluyen a este reporte.
           AGREGA-REGLA.
           IF LINEA-DISTRIBUCION NOT = SPACES
               MOVE SPACES TO WS-DIS-TIPO-X WS-DIS-CLAVE-X
                   WS-DIS-USUARIO-X WS-DIS-CORREO-X WS-DIS-REPORTES-X
               UNSTRING LINEA-DISTRIBUCION DELIMITED BY ","
                   INTO WS-DIS-TIPO-X WS-DIS-CLAVE-X WS-DIS-USUARIO-X
                       WS-DIS-CORREO-X WS-DIS-REPORTES-X
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-DIS-TIPO-X)
                   TO WS-DIS-TIPO-X
               MOVE FUNCTION UPPER-CASE(WS-DIS-REPORTES-X)
                   TO WS-DIS-REPORTES-X
               MOVE ZEROES TO WS-CUENTA-CODIGO
               INSPECT WS-DIS-REPORTES-X TALLYING WS-CUENTA-CODIGO
                   FOR ALL WS-CODIGO-REPORTE
               IF WS-DIS-REPORTES-X (1:1) = "*"
                   MOVE 1 TO WS-CUENTA-CODIGO
               END-IF
               IF WS-CUENTA-CODIGO > ZEROES
                   PERFORM VALIDA-REGLA
               END-IF
           END-IF.
           PERFORM LEE-DISTRIBUCION.

           VALIDA-REGLA.
           IF WS-DIS-USUARIO-X = SPACES
               OR (WS-DIS-TIPO-X NOT = "D" AND WS-DIS-TIPO-X NOT = "J")
               OR (WS-DIS-TIPO-X = "D" AND WS-DIS-CLAVE-X NOT = "*"
                   AND (WS-DIS-CLAVE-X (1:3) IS NOT NUMERIC
                   OR WS-DIS-CLAVE-X (4:7) NOT = SPACES))
               OR (WS-DIS-TIPO-X = "J" AND (WS-DIS-CLAVE-X (1:6)
                   = SPACES OR WS-DIS-CLAVE-X (7:4) NOT = SPACES))
               ADD 1 TO WS-TOTAL-REGLAS-INVALIDAS
               DISPLAY "Aviso: renglon de distribucion invalido: "
                   FUNCTION TRIM(LINEA-DISTRIBUCION)
           ELSE
               PERFORM BUSCA-DESTINATARIO
               IF WS-DES-ENCONTRADO > ZEROES
                   PERFORM APLICA-REGLA
               END-IF
           END-IF.

           BUSCA-DESTINATARIO.
           MOVE ZEROES TO WS-DES-ENCONTRADO.
           PERFORM VARYING WS-IX-DES FROM 1 BY 1
               UNTIL WS-IX-DES > WS-TOTAL-DESTINATARIOS
               OR WS-DES-ENCONTRADO > ZEROES
               IF WS-DES-USUARIO (WS-IX-DES) = WS-DIS-USUARIO-X
                   MOVE WS-IX-DES TO WS-DES-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-DES-ENCONTRADO = ZEROES
               IF WS-TOTAL-DESTINATARIOS < 200
                   ADD 1 TO WS-TOTAL-DESTINATARIOS
                   MOVE WS-TOTAL-DESTINATARIOS TO WS-DES-ENCONTRADO
                   MOVE WS-DIS-USUARIO-X
                       TO WS-DES-USUARIO (WS-DES-ENCONTRADO)
                   MOVE WS-DIS-CORREO-X
                       TO WS-DES-CORREO (WS-DES-ENCONTRADO)
                   MOVE "N" TO WS-DES-TODOS (WS-DES-ENCONTRADO)
                   MOVE ALL "N" TO WS-DES-DEPTOS (WS-DES-ENCONTRADO)
               ELSE
                   ADD 1 TO WS-TOTAL-REGLAS-INVALIDAS
                   DISPLAY "Aviso: mas de 200 destinatarios; se "
                       "ignora: " FUNCTION TRIM(WS-DIS-USUARIO-X)
               END-IF
           END-IF.

           APLICA-REGLA.
           IF WS-DIS-TIPO-X = "D"
               IF WS-DIS-CLAVE-X = "*"
                   MOVE "S" TO WS-DES-TODOS (WS-DES-ENCONTRADO)
               ELSE
                   MOVE WS-DIS-CLAVE-X (1:3) TO WS-DEPTO-LISTA
                   MOVE "S" TO WS-DES-DEPTOS (WS-DES-ENCONTRADO)
                       (WS-DEPTO-LISTA + 1:1)
               END-IF
           ELSE
               IF WS-TOTAL-JEFES < 500
                   ADD 1 TO WS-TOTAL-JEFES
                   MOVE WS-DES-ENCONTRADO
                       TO WS-JEF-DESTINATARIO (WS-TOTAL-JEFES)
                   MOVE WS-DIS-CLAVE-X (1:6)
                       TO WS-JEF-ID (WS-TOTAL-JEFES)
               END-IF
           END-IF.

      *    Un jefe recibe los departamentos donde tiene gente viva a
      *    su cargo directo, segun el directorio de hoy.
           RESUELVE-JEFES.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: no se pudo abrir EMPLEADOS-ARCHIVO; las "
                   "reglas por jefe no reciben departamentos. "
                   "FILE STATUS: " WS-FILE-STATUS
           ELSE
               MOVE LOW-VALUES TO EMPLEADOS-ID
               MOVE "1" TO FIN-DE-ARCHIVO
               START EMPLEADOS-ARCHIVO
                   KEY IS NOT LESS THAN EMPLEADOS-ID
                   INVALID KEY
                       MOVE "0" TO FIN-DE-ARCHIVO
               END-START
               PERFORM LEE-SIGUIENTE-EMPLEADO
                   UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.

           LEE-SIGUIENTE-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   IF (EMPLEADOS-STATUS = "A" OR EMPLEADOS-STATUS = "L")
                       AND EMPLEADOS-JEFE-ID NOT = SPACES
                       AND EMPLEADOS-DEPTO IS NUMERIC
                       PERFORM ASIGNA-DEPTO-A-JEFE
                           VARYING WS-IX-JEF FROM 1 BY 1
                           UNTIL WS-IX-JEF > WS-TOTAL-JEFES
                   END-IF
           END-READ.

           ASIGNA-DEPTO-A-JEFE.
           IF WS-JEF-ID (WS-IX-JEF) = EMPLEADOS-JEFE-ID
               MOVE EMPLEADOS-DEPTO TO WS-DEPTO-LISTA
               MOVE "S" TO WS-DES-DEPTOS (WS-JEF-DESTINATARIO
                   (WS-IX-JEF)) (WS-DEPTO-LISTA + 1:1)
           END-IF.

           REPARTE-DESTINATARIO.
           PERFORM DETERMINA-ROL.
           MOVE "N" TO WS-OCULTA-MONTOS.
           IF WS-REPORTE-CON-MONTOS = "S"
               AND WS-ROL-DESTINATARIO NOT = "N"
               AND WS-ROL-DESTINATARIO NOT = "S"
               AND WS-ROL-DESTINATARIO NOT = "T"
               MOVE "S" TO WS-OCULTA-MONTOS
           END-IF.
           PERFORM ARMA-LISTA-DESTINATARIO.
           PERFORM ARMA-RUTA-SALIDA.
           MOVE SPACES TO MANIFIESTO-REPARTO.
           MOVE ZEROES TO WS-HUELLA-ARCHIVO WS-RENGLONES-DEPTO.
           OPEN OUTPUT REPORTE-REPARTIDO.
           IF WS-FILE-STATUS-SAL NOT = "00"
               DISPLAY "No se pudo escribir "
                   FUNCTION TRIM(WS-RUTA-SALIDA) " FILE STATUS: "
                   WS-FILE-STATUS-SAL
               ADD 1 TO WS-TOTAL-FALLIDOS
               MOVE "F" TO MAN-ESTADO
           ELSE
               PERFORM ESCRIBE-ARCHIVO-DESTINATARIO
               CLOSE REPORTE-REPARTIDO
               ADD 1 TO WS-TOTAL-ENTREGADOS
               IF WS-RENGLONES-DEPTO = ZEROES
                   MOVE "V" TO MAN-ESTADO
               ELSE
                   MOVE "E" TO MAN-ESTADO
               END-IF
           END-IF.
           MOVE WS-DES-USUARIO (WS-IX-DES) TO MAN-USUARIO.
           MOVE WS-DES-CORREO (WS-IX-DES) TO MAN-CORREO.
           MOVE WS-ROL-DESTINATARIO TO MAN-ROL.
           MOVE WS-OCULTA-MONTOS TO MAN-MASCARA.
           MOVE WS-RENGLONES-DEPTO TO MAN-RENGLONES.
           MOVE WS-HUELLA-ARCHIVO TO MAN-HUELLA.
           MOVE WS-LISTA-DEPTOS TO MAN-DEPTOS.
           MOVE WS-RUTA-SALIDA TO MAN-RUTA-SALIDA.
           PERFORM ESCRIBE-MANIFIESTO.

           DETERMINA-ROL.
           MOVE "C" TO WS-ROL-DESTINATARIO.
           PERFORM VARYING WS-IX-OPE FROM 1 BY 1
               UNTIL WS-IX-OPE > WS-TOTAL-OPERADORES
               IF WS-OPE-USUARIO (WS-IX-OPE)
                   = WS-DES-USUARIO (WS-IX-DES)
                   AND WS-OPE-STATUS (WS-IX-OPE) = "A"
                   MOVE WS-OPE-ROL (WS-IX-OPE) TO WS-ROL-DESTINATARIO
               END-IF
           END-PERFORM.

           ARMA-LISTA-DESTINATARIO.
           MOVE SPACES TO WS-LISTA-DEPTOS.
           IF WS-DES-TODOS (WS-IX-DES) = "S"
               MOVE "TODOS" TO WS-LISTA-DEPTOS
           ELSE
               MOVE 1 TO WS-PUNTERO
               PERFORM AGREGA-DEPTO-DESTINATARIO
                   VARYING WS-IX-DEPTO FROM 1 BY 1
                   UNTIL WS-IX-DEPTO > 1000
           END-IF.

           AGREGA-DEPTO-DESTINATARIO.
           IF WS-DES-DEPTOS (WS-IX-DES) (WS-IX-DEPTO:1) = "S"
               PERFORM AGREGA-A-LISTA
           END-IF.

      *    La lista cabe en el manifiesto hasta 29 departamentos; si
      *    hay mas termina en "+".
           AGREGA-A-LISTA.
           IF WS-PUNTERO < 117
               COMPUTE WS-DEPTO-LISTA = WS-IX-DEPTO - 1
               IF WS-PUNTERO > 1
                   STRING "/" DELIMITED BY SIZE
                       INTO WS-LISTA-DEPTOS WITH POINTER WS-PUNTERO
                   END-STRING
               END-IF
               STRING WS-DEPTO-LISTA DELIMITED BY SIZE
                   INTO WS-LISTA-DEPTOS WITH POINTER WS-PUNTERO
               END-STRING
           ELSE
               MOVE "+" TO WS-LISTA-DEPTOS (120:1)
           END-IF.

      *    directorio + CLAVE-usuario-AAAAMMDD.txt
           ARMA-RUTA-SALIDA.
           MOVE SPACES TO WS-RUTA-SALIDA.
           MOVE 1 TO WS-PUNTERO.
           IF WS-DIRECTORIO-SALIDA NOT = SPACES
               STRING FUNCTION TRIM(WS-DIRECTORIO-SALIDA)
                   DELIMITED BY SIZE
                   INTO WS-RUTA-SALIDA WITH POINTER WS-PUNTERO
               END-STRING
           END-IF.
           STRING WS-CODIGO-REPORTE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DES-USUARIO (WS-IX-DES) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-SELLO-CORRIDA (1:8) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RUTA-SALIDA WITH POINTER WS-PUNTERO
           END-STRING.

           ESCRIBE-ARCHIVO-DESTINATARIO.
           MOVE WS-NOMBRE-REPORTE TO REP-NOMBRE-REPORTE.
           MOVE WS-DES-USUARIO (WS-IX-DES) TO REP-USUARIO.
           MOVE WS-DES-CORREO (WS-IX-DES) TO REP-CORREO.
           MOVE WS-LINEA-REPARTO-1 TO LINEA-SALIDA.
           PERFORM ESCRIBE-SALIDA.
           MOVE WS-LISTA-DEPTOS TO REP-DEPTOS.
           MOVE WS-ROL-DESTINATARIO TO REP-ROL.
           IF WS-OCULTA-MONTOS = "S"
               MOVE "MONTOS OCULTOS" TO REP-MASCARA
           ELSE
               MOVE SPACES TO REP-MASCARA
           END-IF.
           MOVE WS-LINEA-REPARTO-2 TO LINEA-SALIDA.
           PERFORM ESCRIBE-SALIDA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBE-SALIDA.
           OPEN INPUT REPORTE-ENTRADA.
           PERFORM INICIA-CLASIFICACION.
           MOVE "N" TO WS-ENCABEZADO-DADO WS-COPIA-ENCABEZADO.
           MOVE "1" TO FIN-DE-ARCHIVO.
           PERFORM LEE-LINEA-ENTRADA.
           PERFORM COPIA-RENGLON UNTIL FIN-DE-ARCHIVO = "0".
           CLOSE REPORTE-ENTRADA.
           IF WS-RENGLONES-DEPTO = ZEROES
               MOVE "  Sin renglones de sus departamentos."
                   TO LINEA-SALIDA
               PERFORM ESCRIBE-SALIDA
           END-IF.

           COPIA-RENGLON.
           PERFORM CLASIFICA-RENGLON.
           MOVE LINEA-ENTRADA TO LINEA-SALIDA.
           EVALUATE WS-TIPO-RENGLON
               WHEN "P"
                   IF WS-INICIA-ENCABEZADO = "S"
                       IF WS-ENCABEZADO-DADO = "N"
                           MOVE "S" TO WS-COPIA-ENCABEZADO
                           MOVE "S" TO WS-ENCABEZADO-DADO
                       ELSE
                           MOVE "N" TO WS-COPIA-ENCABEZADO
                       END-IF
                   END-IF
                   IF WS-COPIA-ENCABEZADO = "S"
                       PERFORM ESCRIBE-SALIDA
                   END-IF
               WHEN "D"
                   IF WS-DES-TODOS (WS-IX-DES) = "S"
                       OR WS-DES-DEPTOS (WS-IX-DES)
                           (WS-DEPTO-RENGLON + 1:1) = "S"
                       IF WS-OCULTA-MONTOS = "S"
                           PERFORM OCULTA-MONTOS
                       END-IF
                       PERFORM ESCRIBE-SALIDA
                       ADD 1 TO WS-RENGLONES-DEPTO
                   END-IF
               WHEN OTHER
                   PERFORM ESCRIBE-SALIDA
           END-EVALUATE.
           PERFORM LEE-LINEA-ENTRADA.

      *    Netos anterior y actual de varianza-nomina (columnas 42-52
      *    y 57-67); el porcentaje y la razon si se ven.
           OCULTA-MONTOS.
           IF WS-CODIGO-REPORTE = "VAR"
               MOVE ALL "*" TO LINEA-SALIDA (42:11)
               MOVE ALL "*" TO LINEA-SALIDA (57:11)
           END-IF.

      *    La huella cubre el archivo tal como se entrega.
           ESCRIBE-SALIDA.
           WRITE LINEA-SALIDA.
           MOVE LINEA-SALIDA TO WS-LINEA-HUELLA.
           CALL "huella-linea"
               USING WS-LINEA-HUELLA WS-LONGITUD-LINEA WS-HUELLA-ARCHIVO
           END-CALL.

      *    Departamentos con renglones en el reporte que ninguna regla
      *    cubre: nadie los recibio y el manifiesto lo deja dicho.
           MANIFIESTA-SIN-DESTINATARIO.
           MOVE SPACES TO WS-LISTA-DEPTOS.
           MOVE 1 TO WS-PUNTERO.
           PERFORM REVISA-DEPTO-SIN-DES
               VARYING WS-IX-DEPTO FROM 1 BY 1
               UNTIL WS-IX-DEPTO > 1000.
           IF WS-TOTAL-DEPTOS-SIN-DES > ZEROES
               MOVE SPACES TO MANIFIESTO-REPARTO
               MOVE "(SIN DESTINATARIO)" TO MAN-USUARIO
               MOVE "S" TO MAN-ESTADO
               MOVE WS-RENGLONES-SIN-DES TO MAN-RENGLONES
               MOVE ZEROES TO MAN-HUELLA
               MOVE WS-LISTA-DEPTOS TO MAN-DEPTOS
               PERFORM ESCRIBE-MANIFIESTO
           END-IF.

           REVISA-DEPTO-SIN-DES.
           IF WS-REN-DEPTO (WS-IX-DEPTO) > ZEROES
               MOVE ZEROES TO WS-DES-ENCONTRADO
               PERFORM VARYING WS-IX-DES FROM 1 BY 1
                   UNTIL WS-IX-DES > WS-TOTAL-DESTINATARIOS
                   OR WS-DES-ENCONTRADO > ZEROES
                   IF WS-DES-TODOS (WS-IX-DES) = "S"
                       OR WS-DES-DEPTOS (WS-IX-DES) (WS-IX-DEPTO:1)
                           = "S"
                       MOVE WS-IX-DES TO WS-DES-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-DES-ENCONTRADO = ZEROES
                   ADD 1 TO WS-TOTAL-DEPTOS-SIN-DES
                   ADD WS-REN-DEPTO (WS-IX-DEPTO)
                       TO WS-RENGLONES-SIN-DES
                   PERFORM AGREGA-A-LISTA
               END-IF
           END-IF.

           ESCRIBE-MANIFIESTO.
           MOVE WS-SELLO-CORRIDA TO MAN-SELLO.
           MOVE WS-CODIGO-REPORTE TO MAN-REPORTE.
           MOVE WS-RUTA-ENTRADA TO MAN-RUTA-ENTRADA.
           MOVE MANIFIESTO-REPARTO TO LINEA-MANIFIESTO.
           WRITE LINEA-MANIFIESTO.

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

       END PROGRAM reparte-reportes.
