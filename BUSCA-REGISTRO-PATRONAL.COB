      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: RESUELVE EL REGISTRO PATRONAL DEL
      *         IMSS BAJO EL QUE COTIZA UN EMPLEADO A UNA FECHA: LA
      *         ASIGNACION DEL EMPLEADO VIGENTE A ESA FECHA
      *         (REGISTRO-PATRONAL-EMPLEADOS.txt, RPEREG.cpy) SI LA
      *         HAY, SI NO EL REGISTRO DE SU SITIO EN EL CATALOGO DE
      *         SITIOS (SEXTO CAMPO, mantiene-sitios; EL SITIO EN
      *         BLANCO ES LA PLAZA "00"). TAMBIEN DA LOS DATOS DE UN
      *         REGISTRO (RAZON SOCIAL, RFC, CLASE Y PRIMA DE RIESGO,
      *         REGISTROS-PATRONALES.txt, RPAREG.cpy) Y RECORRE EL
      *         CATALOGO POR POSICION. SIN CATALOGO DE REGISTROS EL
      *         SISTEMA TRABAJA COMO UN SOLO PATRON Y EL REGISTRO VA
      *         EN BLANCO. AREA DE LLAMADA EN RPBREG.cpy; LOS TRES
      *         ARCHIVOS SE CARGAN EN LA PRIMERA LLAMADA, COMO
      *         busca-salario-minimo.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. busca-registro-patronal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT REGISTROS-PATRONALES
       ASSIGN TO DYNAMIC WS-RUTA-REGISTROS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPA.

       SELECT CATALOGO-SITIOS
       ASSIGN TO DYNAMIC WS-RUTA-SITIOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAT.

       SELECT ASIGNACIONES-PATRONALES
       ASSIGN TO DYNAMIC WS-RUTA-ASIGNACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPE.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTROS-PATRONALES.
       01  LINEA-REGISTRO-PATRONAL PIC X(85).

       FD CATALOGO-SITIOS.
       01  LINEA-CATALOGO PIC X(50).

       FD ASIGNACIONES-PATRONALES.
       01  LINEA-ASIGNACION PIC X(38).

       WORKING-STORAGE SECTION.
       COPY RPAREG.
       COPY RPEREG.

       01  WS-RUTA-REGISTROS PIC X(200).
       01  WS-RUTA-SITIOS PIC X(200).
       01  WS-RUTA-ASIGNACIONES PIC X(200).
       01  WS-FILE-STATUS-RPA PIC X(2).
       01  WS-FILE-STATUS-CAT PIC X(2).
       01  WS-FILE-STATUS-RPE PIC X(2).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-CATALOGO-CARGADO PIC X VALUE "N".

       01  WS-TABLA-REGISTROS.
           05 WS-RPA-RENGLON OCCURS 50 TIMES.
               10 WS-RPA-REGISTRO PIC X(11).
               10 WS-RPA-RAZON-SOCIAL PIC X(40).
               10 WS-RPA-RFC-PATRON PIC X(13).
               10 WS-RPA-CLASE-RIESGO PIC 9(1).
               10 WS-RPA-PRIMA-RIESGO PIC 9(2)V9(5).
       01  WS-TOTAL-REGISTROS PIC 9(3) VALUE ZEROES.
       01  WS-IX-RPA PIC 9(3).
       01  WS-RPA-ENCONTRADO PIC 9(3).

       01  WS-TABLA-SITIOS.
           05 WS-SIT-RENGLON OCCURS 50 TIMES.
               10 WS-SIT-CLAVE PIC X(2).
               10 WS-SIT-REGISTRO PIC X(11).
       01  WS-TOTAL-SITIOS PIC 9(2) VALUE ZEROES.
       01  WS-IX-SIT PIC 9(2).
       01  WS-SIT-ENCONTRADO PIC 9(2).
       01  WS-CLAVE-X PIC X(3).
       01  WS-ESTADO-X PIC X(15).
       01  WS-TASA-X PIC X(8).
       01  WS-EXENCION-X PIC X(12).
       01  WS-ZONA-X PIC X(3).
       01  WS-REGISTRO-X PIC X(12).
       01  WS-SITIO-BUSCADO PIC X(2).

       01  WS-TABLA-ASIGNACIONES.
           05 WS-RPE-RENGLON OCCURS 2000 TIMES.
               10 WS-RPE-SITIO PIC X(2).
               10 WS-RPE-NUMERO PIC 9(5).
               10 WS-RPE-FECHA-DESDE PIC X(8).
               10 WS-RPE-REGISTRO PIC X(11).
       01  WS-TOTAL-ASIGNACIONES PIC 9(4) VALUE ZEROES.
       01  WS-IX-RPE PIC 9(4).
       01  WS-RPE-ENCONTRADO PIC 9(4).

       LINKAGE SECTION.
       COPY RPBREG.

       PROCEDURE DIVISION USING REGISTRO-PATRONAL-CONSULTA.
       MAIN-PROCEDURE.
           IF WS-CATALOGO-CARGADO = "N"
               PERFORM CARGA-REGISTROS
               PERFORM CARGA-SITIOS
               PERFORM CARGA-ASIGNACIONES
               MOVE "S" TO WS-CATALOGO-CARGADO
           END-IF.
           MOVE WS-TOTAL-REGISTROS TO RPB-TOTAL-REGISTROS.
           MOVE SPACES TO RPB-RAZON-SOCIAL RPB-RFC-PATRON.
           MOVE ZEROES TO RPB-CLASE-RIESGO RPB-PRIMA-RIESGO.
           EVALUATE RPB-ACCION
               WHEN "E"
                   PERFORM RESUELVE-EMPLEADO
               WHEN "R"
                   PERFORM BUSCA-REGISTRO
                   IF WS-RPA-ENCONTRADO > ZEROES
                       MOVE "S" TO RPB-RESULTADO
                   ELSE
                       MOVE "N" TO RPB-RESULTADO
                   END-IF
               WHEN "I"
                   IF RPB-NUMERO > ZEROES
                       AND RPB-NUMERO <= WS-TOTAL-REGISTROS
                       MOVE RPB-NUMERO TO WS-RPA-ENCONTRADO
                       MOVE WS-RPA-REGISTRO (WS-RPA-ENCONTRADO)
                           TO RPB-REGISTRO
                       MOVE "S" TO RPB-RESULTADO
                   ELSE
                       MOVE ZEROES TO WS-RPA-ENCONTRADO
                       MOVE SPACES TO RPB-REGISTRO
                       MOVE "N" TO RPB-RESULTADO
                   END-IF
               WHEN OTHER
                   MOVE ZEROES TO WS-RPA-ENCONTRADO
                   MOVE "N" TO RPB-RESULTADO
           END-EVALUATE.
           IF WS-RPA-ENCONTRADO > ZEROES
               MOVE WS-RPA-RAZON-SOCIAL (WS-RPA-ENCONTRADO)
                   TO RPB-RAZON-SOCIAL
               MOVE WS-RPA-RFC-PATRON (WS-RPA-ENCONTRADO)
                   TO RPB-RFC-PATRON
               MOVE WS-RPA-CLASE-RIESGO (WS-RPA-ENCONTRADO)
                   TO RPB-CLASE-RIESGO
               MOVE WS-RPA-PRIMA-RIESGO (WS-RPA-ENCONTRADO)
                   TO RPB-PRIMA-RIESGO
           END-IF.
           GOBACK.

      *    Manda la asignacion del empleado con la fecha mas reciente
      *    que no rebasa la del calculo; la que trae el registro en
      *    blanco lo regresa al de su sitio.
           RESUELVE-EMPLEADO.
           MOVE SPACES TO RPB-REGISTRO.
           MOVE ZEROES TO WS-RPA-ENCONTRADO.
           IF WS-TOTAL-REGISTROS = ZEROES
               MOVE "X" TO RPB-RESULTADO
           ELSE
               MOVE ZEROES TO WS-RPE-ENCONTRADO
               PERFORM EVALUA-ASIGNACION
                   VARYING WS-IX-RPE FROM 1 BY 1
                   UNTIL WS-IX-RPE > WS-TOTAL-ASIGNACIONES
               IF WS-RPE-ENCONTRADO > ZEROES
                   AND WS-RPE-REGISTRO (WS-RPE-ENCONTRADO) NOT = SPACES
                   MOVE WS-RPE-REGISTRO (WS-RPE-ENCONTRADO)
                       TO RPB-REGISTRO
                   MOVE "E" TO RPB-RESULTADO
               ELSE
                   PERFORM RESUELVE-SITIO
               END-IF
               IF RPB-REGISTRO NOT = SPACES
                   PERFORM BUSCA-REGISTRO
               END-IF
           END-IF.

           EVALUA-ASIGNACION.
           IF WS-RPE-SITIO (WS-IX-RPE) = RPB-SITIO
               AND WS-RPE-NUMERO (WS-IX-RPE) = RPB-NUMERO
               AND (RPB-FECHA NOT NUMERIC
                   OR WS-RPE-FECHA-DESDE (WS-IX-RPE) <= RPB-FECHA)
               IF WS-RPE-ENCONTRADO = ZEROES
                   MOVE WS-IX-RPE TO WS-RPE-ENCONTRADO
               ELSE
                   IF WS-RPE-FECHA-DESDE (WS-IX-RPE) >=
                       WS-RPE-FECHA-DESDE (WS-RPE-ENCONTRADO)
                       MOVE WS-IX-RPE TO WS-RPE-ENCONTRADO
                   END-IF
               END-IF
           END-IF.

           RESUELVE-SITIO.
           MOVE RPB-SITIO TO WS-SITIO-BUSCADO.
           IF WS-SITIO-BUSCADO = SPACES
               MOVE "00" TO WS-SITIO-BUSCADO
           END-IF.
           MOVE ZEROES TO WS-SIT-ENCONTRADO.
           PERFORM VARYING WS-IX-SIT FROM 1 BY 1
               UNTIL WS-IX-SIT > WS-TOTAL-SITIOS
               OR WS-SIT-ENCONTRADO > ZEROES
               IF WS-SIT-CLAVE (WS-IX-SIT) = WS-SITIO-BUSCADO
                   MOVE WS-IX-SIT TO WS-SIT-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-SIT-ENCONTRADO > ZEROES
               AND WS-SIT-REGISTRO (WS-SIT-ENCONTRADO) NOT = SPACES
               MOVE WS-SIT-REGISTRO (WS-SIT-ENCONTRADO) TO RPB-REGISTRO
               MOVE "S" TO RPB-RESULTADO
           ELSE
               MOVE "N" TO RPB-RESULTADO
           END-IF.

           BUSCA-REGISTRO.
           MOVE ZEROES TO WS-RPA-ENCONTRADO.
           PERFORM VARYING WS-IX-RPA FROM 1 BY 1
               UNTIL WS-IX-RPA > WS-TOTAL-REGISTROS
               OR WS-RPA-ENCONTRADO > ZEROES
               IF WS-RPA-REGISTRO (WS-IX-RPA) = RPB-REGISTRO
                   MOVE WS-IX-RPA TO WS-RPA-ENCONTRADO
               END-IF
           END-PERFORM.

           CARGA-REGISTROS.
           ACCEPT WS-RUTA-REGISTROS FROM ENVIRONMENT
               "REGISTROS_PATRONALES_PATH".
           IF WS-RUTA-REGISTROS = SPACES
               MOVE "REGISTROS-PATRONALES.txt" TO WS-RUTA-REGISTROS
           END-IF.
           OPEN INPUT REGISTROS-PATRONALES.
           IF WS-FILE-STATUS-RPA = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-REGISTRO-PATRONAL
               PERFORM AGREGA-REGISTRO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE REGISTROS-PATRONALES
           END-IF.

           LEE-REGISTRO-PATRONAL.
           READ REGISTROS-PATRONALES
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-REGISTRO-PATRONAL
                       TO REGISTRO-PATRONAL-REGISTRO
           END-READ.

           AGREGA-REGISTRO.
           IF RPA-REGISTRO NOT = SPACES
               AND WS-TOTAL-REGISTROS < 50
               ADD 1 TO WS-TOTAL-REGISTROS
               MOVE RPA-REGISTRO TO WS-RPA-REGISTRO (WS-TOTAL-REGISTROS)
               MOVE RPA-RAZON-SOCIAL
                   TO WS-RPA-RAZON-SOCIAL (WS-TOTAL-REGISTROS)
               MOVE RPA-RFC-PATRON
                   TO WS-RPA-RFC-PATRON (WS-TOTAL-REGISTROS)
               MOVE ZEROES TO WS-RPA-CLASE-RIESGO (WS-TOTAL-REGISTROS)
               IF RPA-CLASE-RIESGO IS NUMERIC
                   MOVE RPA-CLASE-RIESGO
                       TO WS-RPA-CLASE-RIESGO (WS-TOTAL-REGISTROS)
               END-IF
               MOVE ZEROES TO WS-RPA-PRIMA-RIESGO (WS-TOTAL-REGISTROS)
               IF RPA-PRIMA-RIESGO IS NUMERIC
                   MOVE RPA-PRIMA-RIESGO
                       TO WS-RPA-PRIMA-RIESGO (WS-TOTAL-REGISTROS)
               END-IF
           END-IF.
           PERFORM LEE-REGISTRO-PATRONAL.

      *    Los renglones de sitio capturados antes del registro
      *    patronal traen cinco campos y quedan sin registro.
           CARGA-SITIOS.
           ACCEPT WS-RUTA-SITIOS FROM ENVIRONMENT
               "CATALOGO_SITIOS_PATH".
           IF WS-RUTA-SITIOS = SPACES
               MOVE "CATALOGO-SITIOS.txt" TO WS-RUTA-SITIOS
           END-IF.
           OPEN INPUT CATALOGO-SITIOS.
           IF WS-FILE-STATUS-CAT = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-CATALOGO
               PERFORM AGREGA-SITIO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE CATALOGO-SITIOS
           END-IF.

           LEE-LINEA-CATALOGO.
           READ CATALOGO-SITIOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-SITIO.
           IF LINEA-CATALOGO NOT = SPACES
               AND WS-TOTAL-SITIOS < 50
               ADD 1 TO WS-TOTAL-SITIOS
               MOVE SPACES TO WS-CLAVE-X WS-ESTADO-X WS-TASA-X
                   WS-EXENCION-X WS-ZONA-X WS-REGISTRO-X
               UNSTRING LINEA-CATALOGO DELIMITED BY ","
                   INTO WS-CLAVE-X WS-ESTADO-X WS-TASA-X
                       WS-EXENCION-X WS-ZONA-X WS-REGISTRO-X
               END-UNSTRING
               MOVE WS-CLAVE-X (1:2) TO WS-SIT-CLAVE (WS-TOTAL-SITIOS)
               MOVE WS-REGISTRO-X (1:11)
                   TO WS-SIT-REGISTRO (WS-TOTAL-SITIOS)
           END-IF.
           PERFORM LEE-LINEA-CATALOGO.

           CARGA-ASIGNACIONES.
           ACCEPT WS-RUTA-ASIGNACIONES FROM ENVIRONMENT
               "REGISTRO_PATRONAL_EMPLEADOS_PATH".
           IF WS-RUTA-ASIGNACIONES = SPACES
               MOVE "REGISTRO-PATRONAL-EMPLEADOS.txt"
                   TO WS-RUTA-ASIGNACIONES
           END-IF.
           OPEN INPUT ASIGNACIONES-PATRONALES.
           IF WS-FILE-STATUS-RPE = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-ASIGNACION
               PERFORM AGREGA-ASIGNACION UNTIL FIN-DE-ENTRADA = "0"
               CLOSE ASIGNACIONES-PATRONALES
           END-IF.

           LEE-ASIGNACION.
           READ ASIGNACIONES-PATRONALES
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-ASIGNACION TO REGISTRO-PATRONAL-EMPLEADO
           END-READ.

           AGREGA-ASIGNACION.
           IF LINEA-ASIGNACION NOT = SPACES
               AND RPE-NUMERO IS NUMERIC
               AND RPE-FECHA-DESDE IS NUMERIC
               AND WS-TOTAL-ASIGNACIONES < 2000
               ADD 1 TO WS-TOTAL-ASIGNACIONES
               MOVE RPE-SITIO TO WS-RPE-SITIO (WS-TOTAL-ASIGNACIONES)
               MOVE RPE-NUMERO TO WS-RPE-NUMERO (WS-TOTAL-ASIGNACIONES)
               MOVE RPE-FECHA-DESDE
                   TO WS-RPE-FECHA-DESDE (WS-TOTAL-ASIGNACIONES)
               MOVE RPE-REGISTRO
                   TO WS-RPE-REGISTRO (WS-TOTAL-ASIGNACIONES)
           END-IF.
           PERFORM LEE-ASIGNACION.
       END PROGRAM busca-registro-patronal.
