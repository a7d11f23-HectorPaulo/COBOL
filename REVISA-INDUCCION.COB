      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REVISION DIARIA DE LA LISTA DE INDUCCION DE NUEVO
      *         INGRESO (INDUCCION.txt, INDREG.cpy): A CADA EMPLEADO
      *         ACTIVO DEL DIRECTORIO DADO DE ALTA DENTRO DE LA
      *         VENTANA (INDUCCION_VENTANA_DIAS, 30 POR OMISION) Y SIN
      *         LISTA TODAVIA LE ABRE UNA CON LAS TAREAS DEL CATALOGO
      *         DE SU PUESTO (CATALOGO-INDUCCION.txt, UN RENGLON
      *         puesto,tarea,dias,descripcion; PUESTO 00 = TODOS LOS
      *         PUESTOS; LA FECHA LIMITE ES EL ALTA MAS LOS DIAS), Y
      *         CIERRA SOLAS LAS TAREAS QUE SE COMPRUEBAN CONTRA LOS
      *         ARCHIVOS SATELITE: IMS CON EL ALTA EN EL EXTRACTO DE
      *         extracto-imss, CTR CON EL CONTRATO EN CONTRATOS.dat,
      *         CLB CON LA CLABE QUE PASA valida-clabe, IDN CON RFC,
      *         CURP Y NSS CAPTURADOS, TUR CON EL TURNO ASIGNADO Y SGM
      *         CON LA INSCRIPCION EN SGMM.txt (SOLO SE PONE EN EL
      *         CATALOGO DE LOS PUESTOS CON DERECHO). EL RESTO LO
      *         PALOMEA RECURSOS HUMANOS EN marca-induccion. PENSADA
      *         COMO PASO DIARIO DE cadena-nocturna, ANTES DE
      *         reporte-induccion.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. revisa-induccion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT INDUCCION
       ASSIGN TO DYNAMIC WS-RUTA-INDUCCION
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IND.

       SELECT CATALOGO-INDUCCION
       ASSIGN TO DYNAMIC WS-RUTA-CATALOGO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAT.

       SELECT EXTRACTO-IMSS
       ASSIGN TO DYNAMIC WS-RUTA-EXTRACTO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EXT.

       SELECT INSCRIPCIONES-SGMM
       ASSIGN TO DYNAMIC WS-RUTA-SGMM
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SGM.

       SELECT CONTRATOS
       ASSIGN TO DYNAMIC WS-RUTA-CONTRATOS
       ORGANIZATION IS INDEXED
       RECORD KEY IS CON-EMPLEADO-ID
       ACCESS MODE IS RANDOM
       FILE STATUS IS WS-FILE-STATUS-CON.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INDUCCION.
       01  LINEA-INDUCCION PIC X(126).

       FD CATALOGO-INDUCCION.
       01  LINEA-CATALOGO PIC X(80).

       FD EXTRACTO-IMSS.
       01  LINEA-EXTRACTO PIC X(60).

       FD INSCRIPCIONES-SGMM.
       01  LINEA-SGMM PIC X(60).

       FD CONTRATOS.
           COPY CTRREG.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       WORKING-STORAGE SECTION.
       COPY INDREG.
           COPY CRUCEID.

       01  WS-RUTA-INDUCCION PIC X(200).
       01  WS-FILE-STATUS-IND PIC X(2).
       01  WS-RUTA-CATALOGO PIC X(200).
       01  WS-FILE-STATUS-CAT PIC X(2).
       01  WS-RUTA-EXTRACTO PIC X(200).
       01  WS-FILE-STATUS-EXT PIC X(2).
       01  WS-RUTA-SGMM PIC X(200).
       01  WS-FILE-STATUS-SGM PIC X(2).
       01  WS-RUTA-CONTRATOS PIC X(200).
       01  WS-FILE-STATUS-CON PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  FIN-DE-ENTRADA PIC X.
       01  FIN-DEL-ARCHIVO PIC X.
       01  WS-CONTRATOS-ABIERTO PIC X VALUE "N".

       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-HOY-NUM PIC 9(8).
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-ALTA-NUM PIC 9(8).
       01  WS-FECHA-LIMITE-NUM PIC 9(8).
       01  WS-VENTANA-X PIC X(4).
       01  WS-VENTANA-DIAS PIC 9(4) VALUE 30.

      *    Lista de induccion completa; se reescribe al final.
       01  WS-TABLA-INDUCCION.
           05 WS-IND-LINEA OCCURS 9999 TIMES PIC X(126).
       01  WS-TOTAL-INDUCCION PIC 9(4) VALUE ZEROES.
       01  WS-IX-IND PIC 9(4).
       01  WS-IND-ENCONTRADO PIC 9(4).

      *    Catalogo de tareas por puesto.
       01  WS-TABLA-CATALOGO.
           05 WS-CAT-RENGLON OCCURS 500 TIMES.
               10 WS-CAT-PUESTO PIC 9(2).
               10 WS-CAT-TAREA PIC X(3).
               10 WS-CAT-DIAS PIC 9(3).
               10 WS-CAT-DESCRIPCION PIC X(30).
       01  WS-TOTAL-CATALOGO PIC 9(3) VALUE ZEROES.
       01  WS-IX-CAT PIC 9(3).
       01  WS-PUESTO-X PIC X(3).
       01  WS-TAREA-X PIC X(4).
       01  WS-DIAS-X PIC X(4).
       01  WS-DESCRIPCION-X PIC X(40).

      *    Altas presentadas en el extracto IMSS (tipo "A"), por el
      *    par sitio/numero que usa el extracto.
       01  WS-TABLA-ALTAS-IMSS.
           05 WS-IMS-RENGLON OCCURS 9999 TIMES.
               10 WS-IMS-SITIO PIC X(2).
               10 WS-IMS-NUMERO PIC 9(5).
       01  WS-TOTAL-ALTAS-IMSS PIC 9(4) VALUE ZEROES.
       01  WS-IX-IMS PIC 9(4).
       01  WS-REGISTRO-MOVIMIENTO.
           05 MOV-TIPO PIC X(1).
           05 MOV-NUMERO PIC 9(5).
           05 MOV-SITIO PIC X(2).
           05 MOV-FECHA PIC X(8).
           05 MOV-DATO PIC X(30).
           05 FILLER PIC X(14).

      *    Titulares inscritos al SGMM, ya como EMPLEADOS-ID.
       01  WS-TABLA-SGMM.
           05 WS-SGM-ID OCCURS 2000 TIMES PIC X(6).
       01  WS-TOTAL-SGMM PIC 9(4) VALUE ZEROES.
       01  WS-IX-SGM PIC 9(4).
       01  WS-NUMERO-X PIC X(6).
       01  WS-ID-SGMM PIC X(6).

       01  WS-ID-LEIDO PIC X(6) VALUE SPACES.
       01  WS-EMPLEADO-LEIDO PIC X.
       01  WS-SITIO-DERIVADO PIC X(2).
       01  WS-NUMERO-DERIVADO PIC 9(5).
       01  WS-TAREA-CUMPLIDA PIC X.
       01  WS-RESULTADO-CLABE PIC X.

       01  WS-TOTAL-LISTAS-NUEVAS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-TAREAS-NUEVAS PIC 9(5) VALUE ZEROES.
       01  WS-TAREAS-ANTES PIC 9(5).
       01  WS-TOTAL-CERRADAS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-PENDIENTES PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-SIN-CATALOGO PIC 9(5) VALUE ZEROES.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "revisa-induccion".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-CATALOGO.
           IF WS-TOTAL-CATALOGO = ZEROES
               DISPLAY "RECHAZADO: el catalogo de induccion esta "
                   "vacio o no existe: "
                   FUNCTION TRIM(WS-RUTA-CATALOGO)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO. "
                   "FILE STATUS: " WS-FILE-STATUS
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGA-INDUCCION.
           PERFORM CARGA-ALTAS-IMSS.
           PERFORM CARGA-SGMM.
           OPEN INPUT CONTRATOS.
           IF WS-FILE-STATUS-CON = "00"
               MOVE "S" TO WS-CONTRATOS-ABIERTO
           ELSE
               DISPLAY "Aviso: no se pudo abrir el archivo de "
                   "contratos; las tareas CTR quedan pendientes."
           END-IF.

           PERFORM ABRE-LISTAS-NUEVAS.
           PERFORM REVISA-TAREA
               VARYING WS-IX-IND FROM 1 BY 1
               UNTIL WS-IX-IND > WS-TOTAL-INDUCCION.

           IF WS-CONTRATOS-ABIERTO = "S"
               CLOSE CONTRATOS
           END-IF.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM REESCRIBE-INDUCCION.
           DISPLAY "Listas de induccion abiertas: "
               WS-TOTAL-LISTAS-NUEVAS " (" WS-TOTAL-TAREAS-NUEVAS
               " tareas)".
           DISPLAY "Tareas cerradas automaticamente: "
               WS-TOTAL-CERRADAS.
           DISPLAY "Tareas pendientes: " WS-TOTAL-PENDIENTES.
           IF WS-TOTAL-SIN-CATALOGO > ZEROES
               DISPLAY "Altas cuyo puesto no tiene tareas en el "
                   "catalogo: " WS-TOTAL-SIN-CATALOGO
           END-IF.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-CERRADAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           ACCEPT WS-VENTANA-X FROM ENVIRONMENT
               "INDUCCION_VENTANA_DIAS".
           IF WS-VENTANA-X NOT = SPACES
               COMPUTE WS-VENTANA-DIAS = FUNCTION NUMVAL(WS-VENTANA-X)
           END-IF.
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM)
                   - WS-VENTANA-DIAS).
           ACCEPT WS-RUTA-INDUCCION FROM ENVIRONMENT "INDUCCION_PATH".
           IF WS-RUTA-INDUCCION = SPACES
               MOVE "INDUCCION.txt" TO WS-RUTA-INDUCCION
           END-IF.
           ACCEPT WS-RUTA-CATALOGO FROM ENVIRONMENT
               "CATALOGO_INDUCCION_PATH".
           IF WS-RUTA-CATALOGO = SPACES
               MOVE "CATALOGO-INDUCCION.txt" TO WS-RUTA-CATALOGO
           END-IF.
           ACCEPT WS-RUTA-EXTRACTO FROM ENVIRONMENT
               "EXTRACTO_IMSS_PATH".
           IF WS-RUTA-EXTRACTO = SPACES
               MOVE "EXTRACTO-IMSS.txt" TO WS-RUTA-EXTRACTO
           END-IF.
           ACCEPT WS-RUTA-SGMM FROM ENVIRONMENT "SGMM_PATH".
           IF WS-RUTA-SGMM = SPACES
               MOVE "SGMM.txt" TO WS-RUTA-SGMM
           END-IF.
           ACCEPT WS-RUTA-CONTRATOS FROM ENVIRONMENT "CONTRATOS_PATH".
           IF WS-RUTA-CONTRATOS = SPACES
               MOVE "CONTRATOS.dat" TO WS-RUTA-CONTRATOS
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.

           CARGA-CATALOGO.
           OPEN INPUT CATALOGO-INDUCCION.
           IF WS-FILE-STATUS-CAT = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-CATALOGO
               PERFORM AGREGA-CATALOGO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE CATALOGO-INDUCCION
           END-IF.

           LEE-CATALOGO.
           READ CATALOGO-INDUCCION
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-CATALOGO.
           IF LINEA-CATALOGO NOT = SPACES
               AND WS-TOTAL-CATALOGO < 500
               MOVE SPACES TO WS-PUESTO-X WS-TAREA-X WS-DIAS-X
                   WS-DESCRIPCION-X
               UNSTRING LINEA-CATALOGO DELIMITED BY ","
                   INTO WS-PUESTO-X WS-TAREA-X WS-DIAS-X
                       WS-DESCRIPCION-X
               END-UNSTRING
               IF WS-TAREA-X NOT = SPACES
                   ADD 1 TO WS-TOTAL-CATALOGO
                   COMPUTE WS-CAT-PUESTO (WS-TOTAL-CATALOGO) =
                       FUNCTION NUMVAL(WS-PUESTO-X)
                   MOVE FUNCTION UPPER-CASE(WS-TAREA-X (1:3))
                       TO WS-CAT-TAREA (WS-TOTAL-CATALOGO)
                   COMPUTE WS-CAT-DIAS (WS-TOTAL-CATALOGO) =
                       FUNCTION NUMVAL(WS-DIAS-X)
                   MOVE WS-DESCRIPCION-X
                       TO WS-CAT-DESCRIPCION (WS-TOTAL-CATALOGO)
               END-IF
           END-IF.
           PERFORM LEE-CATALOGO.

           CARGA-INDUCCION.
           OPEN INPUT INDUCCION.
           IF WS-FILE-STATUS-IND = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-INDUCCION
               PERFORM AGREGA-INDUCCION UNTIL FIN-DE-ENTRADA = "0"
               CLOSE INDUCCION
           END-IF.

           LEE-INDUCCION.
           READ INDUCCION
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-INDUCCION.
           IF LINEA-INDUCCION NOT = SPACES
               AND WS-TOTAL-INDUCCION < 9999
               ADD 1 TO WS-TOTAL-INDUCCION
               MOVE LINEA-INDUCCION
                   TO WS-IND-LINEA (WS-TOTAL-INDUCCION)
           END-IF.
           PERFORM LEE-INDUCCION.

           CARGA-ALTAS-IMSS.
           OPEN INPUT EXTRACTO-IMSS.
           IF WS-FILE-STATUS-EXT NOT = "00"
               DISPLAY "Aviso: no hay extracto IMSS; las tareas IMS "
                   "quedan pendientes."
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-EXTRACTO
               PERFORM AGREGA-ALTA-IMSS UNTIL FIN-DE-ENTRADA = "0"
               CLOSE EXTRACTO-IMSS
           END-IF.

           LEE-EXTRACTO.
           READ EXTRACTO-IMSS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-EXTRACTO TO WS-REGISTRO-MOVIMIENTO
           END-READ.

           AGREGA-ALTA-IMSS.
           IF MOV-TIPO = "A"
               AND MOV-NUMERO IS NUMERIC
               AND WS-TOTAL-ALTAS-IMSS < 9999
               ADD 1 TO WS-TOTAL-ALTAS-IMSS
               MOVE MOV-SITIO TO WS-IMS-SITIO (WS-TOTAL-ALTAS-IMSS)
               MOVE MOV-NUMERO TO WS-IMS-NUMERO (WS-TOTAL-ALTAS-IMSS)
           END-IF.
           PERFORM LEE-EXTRACTO.

           CARGA-SGMM.
           OPEN INPUT INSCRIPCIONES-SGMM.
           IF WS-FILE-STATUS-SGM = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-SGMM
               PERFORM AGREGA-SGMM UNTIL FIN-DE-ENTRADA = "0"
               CLOSE INSCRIPCIONES-SGMM
           END-IF.

           LEE-SGMM.
           READ INSCRIPCIONES-SGMM
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

      *    El numero de SGMM.txt se lleva al ID del directorio con la
      *    misma regla que usa censo-sgmm.
           AGREGA-SGMM.
           IF LINEA-SGMM NOT = SPACES
               AND WS-TOTAL-SGMM < 2000
               MOVE SPACES TO WS-NUMERO-X
               UNSTRING LINEA-SGMM DELIMITED BY ","
                   INTO WS-NUMERO-X
               END-UNSTRING
               COMPUTE CRUCE-ID-NOMINA = FUNCTION NUMVAL(WS-NUMERO-X)
               MOVE SPACES TO CRUCE-ID-SITIO
               CALL "forma-id-directorio"
                   USING CRUCE-ID-SITIO CRUCE-ID-NOMINA WS-ID-SGMM
               END-CALL
               ADD 1 TO WS-TOTAL-SGMM
               MOVE WS-ID-SGMM TO WS-SGM-ID (WS-TOTAL-SGMM)
           END-IF.
           PERFORM LEE-SGMM.

      *    Altas recientes sin lista: se abre con las tareas de su
      *    puesto mas las generales (puesto 00).
           ABRE-LISTAS-NUEVAS.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           PERFORM LEE-DIRECTORIO.
           PERFORM EVALUA-ALTA UNTIL FIN-DEL-ARCHIVO = "0".

           LEE-DIRECTORIO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DEL-ARCHIVO
           END-READ.

           EVALUA-ALTA.
           IF EMPLEADOS-STATUS = "A"
               AND EMPLEADOS-FECHA-ALTA IS NUMERIC
               MOVE EMPLEADOS-FECHA-ALTA TO WS-FECHA-ALTA-NUM
               IF WS-FECHA-ALTA-NUM >= WS-FECHA-DESDE
                   AND WS-FECHA-ALTA-NUM <= WS-FECHA-HOY-NUM
                   MOVE ZEROES TO WS-IND-ENCONTRADO
                   PERFORM VARYING WS-IX-IND FROM 1 BY 1
                       UNTIL WS-IX-IND > WS-TOTAL-INDUCCION
                       OR WS-IND-ENCONTRADO > ZEROES
                       IF WS-IND-LINEA (WS-IX-IND) (1:6)
                           = EMPLEADOS-ID
                           MOVE WS-IX-IND TO WS-IND-ENCONTRADO
                       END-IF
                   END-PERFORM
                   IF WS-IND-ENCONTRADO = ZEROES
                       PERFORM ABRE-LISTA
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-DIRECTORIO.

           ABRE-LISTA.
           MOVE WS-TOTAL-TAREAS-NUEVAS TO WS-TAREAS-ANTES.
           PERFORM AGREGA-TAREA-CATALOGO
               VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > WS-TOTAL-CATALOGO.
           IF WS-TOTAL-TAREAS-NUEVAS > WS-TAREAS-ANTES
               ADD 1 TO WS-TOTAL-LISTAS-NUEVAS
           ELSE
               ADD 1 TO WS-TOTAL-SIN-CATALOGO
           END-IF.

           AGREGA-TAREA-CATALOGO.
           IF (WS-CAT-PUESTO (WS-IX-CAT) = ZEROES
               OR (EMPLEADOS-PUESTO IS NUMERIC
                   AND WS-CAT-PUESTO (WS-IX-CAT) = EMPLEADOS-PUESTO))
               AND WS-TOTAL-INDUCCION < 9999
               MOVE SPACES TO INDUCCION-REGISTRO
               MOVE EMPLEADOS-ID TO IND-EMPLEADO-ID
               MOVE WS-CAT-TAREA (WS-IX-CAT) TO IND-TAREA
               MOVE WS-CAT-DESCRIPCION (WS-IX-CAT) TO IND-DESCRIPCION
               IF EMPLEADOS-ID IS NUMERIC
                   MOVE "00" TO IND-SITIO
               ELSE
                   MOVE EMPLEADOS-ID-SITIO TO IND-SITIO
               END-IF
               STRING FUNCTION TRIM(EMPLEADOS-NOMBRE) " "
                   FUNCTION TRIM(EMPLEADOS-APELLIDOS)
                   DELIMITED BY SIZE INTO IND-NOMBRE
               END-STRING
               MOVE EMPLEADOS-FECHA-ALTA TO IND-FECHA-ALTA
               COMPUTE WS-FECHA-LIMITE-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-ALTA-NUM)
                       + WS-CAT-DIAS (WS-IX-CAT))
               MOVE WS-FECHA-LIMITE-NUM TO IND-FECHA-LIMITE
               MOVE "P" TO IND-STATUS
               ADD 1 TO WS-TOTAL-INDUCCION
               MOVE INDUCCION-REGISTRO
                   TO WS-IND-LINEA (WS-TOTAL-INDUCCION)
               ADD 1 TO WS-TOTAL-TAREAS-NUEVAS
           END-IF.

      *    Solo las tareas pendientes con comprobacion automatica se
      *    revisan; el registro del empleado se relee solo cuando
      *    cambia el ID.
           REVISA-TAREA.
           MOVE WS-IND-LINEA (WS-IX-IND) TO INDUCCION-REGISTRO.
           IF IND-STATUS = "P"
               MOVE "N" TO WS-TAREA-CUMPLIDA
               IF IND-TAREA = "IMS" OR IND-TAREA = "CTR"
                   OR IND-TAREA = "CLB" OR IND-TAREA = "IDN"
                   OR IND-TAREA = "TUR" OR IND-TAREA = "SGM"
                   PERFORM LEE-EMPLEADO-TAREA
                   IF WS-EMPLEADO-LEIDO = "S"
                       PERFORM COMPRUEBA-TAREA
                   END-IF
               END-IF
               IF WS-TAREA-CUMPLIDA = "S"
                   MOVE "C" TO IND-STATUS
                   MOVE WS-FECHA-HOY TO IND-FECHA-CUMPLIDA
                   MOVE "AUTOMATICO" TO IND-CERRO
                   MOVE INDUCCION-REGISTRO TO WS-IND-LINEA (WS-IX-IND)
                   ADD 1 TO WS-TOTAL-CERRADAS
               ELSE
                   ADD 1 TO WS-TOTAL-PENDIENTES
               END-IF
           END-IF.

           LEE-EMPLEADO-TAREA.
           IF IND-EMPLEADO-ID NOT = WS-ID-LEIDO
               MOVE IND-EMPLEADO-ID TO WS-ID-LEIDO
               MOVE IND-EMPLEADO-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       MOVE "N" TO WS-EMPLEADO-LEIDO
                   NOT INVALID KEY
                       MOVE "S" TO WS-EMPLEADO-LEIDO
               END-READ
           END-IF.

           COMPRUEBA-TAREA.
           EVALUATE IND-TAREA
               WHEN "IMS"
                   PERFORM DERIVA-SITIO-NUMERO
                   PERFORM VARYING WS-IX-IMS FROM 1 BY 1
                       UNTIL WS-IX-IMS > WS-TOTAL-ALTAS-IMSS
                       OR WS-TAREA-CUMPLIDA = "S"
                       IF WS-IMS-SITIO (WS-IX-IMS) = WS-SITIO-DERIVADO
                           AND WS-IMS-NUMERO (WS-IX-IMS)
                               = WS-NUMERO-DERIVADO
                           MOVE "S" TO WS-TAREA-CUMPLIDA
                       END-IF
                   END-PERFORM
               WHEN "CTR"
                   IF WS-CONTRATOS-ABIERTO = "S"
                       MOVE EMPLEADOS-ID TO CON-EMPLEADO-ID
                       READ CONTRATOS
                           KEY IS CON-EMPLEADO-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO WS-TAREA-CUMPLIDA
                       END-READ
                   END-IF
               WHEN "CLB"
                   IF EMPLEADOS-CLABE NOT = SPACES
                       CALL "valida-clabe"
                           USING EMPLEADOS-CLABE WS-RESULTADO-CLABE
                       END-CALL
                       IF WS-RESULTADO-CLABE = "S"
                           MOVE "S" TO WS-TAREA-CUMPLIDA
                       END-IF
                   END-IF
               WHEN "IDN"
                   IF EMPLEADOS-RFC NOT = SPACES
                       AND EMPLEADOS-CURP NOT = SPACES
                       AND EMPLEADOS-NSS NOT = SPACES
                       MOVE "S" TO WS-TAREA-CUMPLIDA
                   END-IF
               WHEN "TUR"
                   IF EMPLEADOS-TURNO NOT = SPACES
                       MOVE "S" TO WS-TAREA-CUMPLIDA
                   END-IF
               WHEN "SGM"
                   PERFORM VARYING WS-IX-SGM FROM 1 BY 1
                       UNTIL WS-IX-SGM > WS-TOTAL-SGMM
                       OR WS-TAREA-CUMPLIDA = "S"
                       IF WS-SGM-ID (WS-IX-SGM) = EMPLEADOS-ID
                           MOVE "S" TO WS-TAREA-CUMPLIDA
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *    Mismo par sitio/numero que arma extracto-imss desde el ID
      *    (regla de CRUCEID.cpy).
           DERIVA-SITIO-NUMERO.
           IF EMPLEADOS-ID IS NUMERIC
               MOVE SPACES TO WS-SITIO-DERIVADO
               MOVE EMPLEADOS-ID (2:5) TO CRUCE-ID-NOMINA-X
           ELSE
               MOVE EMPLEADOS-ID (1:2) TO WS-SITIO-DERIVADO
               MOVE ZEROES TO CRUCE-ID-NOMINA
               IF EMPLEADOS-ID (3:4) IS NUMERIC
                   MOVE EMPLEADOS-ID (3:4)
                       TO CRUCE-ID-NOMINA-X (2:4)
               END-IF
           END-IF.
           MOVE CRUCE-ID-NOMINA TO WS-NUMERO-DERIVADO.

           REESCRIBE-INDUCCION.
           OPEN OUTPUT INDUCCION.
           IF WS-FILE-STATUS-IND NOT = "00"
               DISPLAY "No se pudo reescribir la lista de induccion: "
                   FUNCTION TRIM(WS-RUTA-INDUCCION)
           ELSE
               PERFORM ESCRIBE-INDUCCION
                   VARYING WS-IX-IND FROM 1 BY 1
                   UNTIL WS-IX-IND > WS-TOTAL-INDUCCION
               CLOSE INDUCCION
           END-IF.

           ESCRIBE-INDUCCION.
           MOVE WS-IND-LINEA (WS-IX-IND) TO LINEA-INDUCCION.
           WRITE LINEA-INDUCCION.

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

       END PROGRAM revisa-induccion.
