      *         REGRESA EL PAPEL, reporte-acuses LISTA LAS VENCIDAS
      *         POR DEPARTAMENTO Y expediente ENSENA LA HISTORIA DEL
      *         EMPLEADO. UNA REIMPRESION DEL MISMO PERIODO NO
      *         DUPLICA ENTRADAS. CON NOMINA_FRECUENCIA=S TOMA LAS
      *         CIFRAS DE LA NOMINA SEMANAL Y ESCRIBE
      *         RECIBOS-NOMINA-SEMANAL.txt. CON RECIBO_NOMINA_MODO=E
      *         (EXIGE EL PERIODO) CADA EMPLEADO CON CUENTA EN EL
      *         PORTAL DE LA INTRANET (ACCESO-PORTAL.txt) Y RFC EN EL
      *         DIRECTORIO RECIBE SU RECIBO EN UN ARCHIVO PROPIO
      *         RECIBO-<periodo>-<id>.txt EN RECIBOS_ELECTRONICOS_DIR,
      *         CIFRADO CON SU RFC (protege-recibo), Y UN RENGLON EN EL
      *         INDICE INDICE-RECIBOS-<periodo>.txt (REEREG.cpy) QUE
      *         CARGA EL PORTAL; LA CONSULTA EN EL PORTAL REGRESA COMO
      *         ACUSE POR carga-vistas-portal. LOS DEMAS SALEN EN EL
      *         ARCHIVO DE IMPRESION Y EN LA LISTA RECIBOS-PAPEL-
      *         <periodo>.txt CON EL MOTIVO POR EL QUE SIGUEN EN PAPEL.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ACU.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT ACCESO-PORTAL
       ASSIGN TO DYNAMIC WS-RUTA-ACCESO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-APO.

       SELECT RECIBO-ELECTRONICO
       ASSIGN TO DYNAMIC WS-RUTA-ELECTRONICO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ELE.

       SELECT INDICE-RECIBOS
       ASSIGN TO DYNAMIC WS-RUTA-INDICE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IRE.

       SELECT RECIBOS-PAPEL
       ASSIGN TO DYNAMIC WS-RUTA-PAPEL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PAP.

       DATA DIVISION.
       FILE SECTION.
       FD CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       SD  CIFRAS-ORDEN.
       01  SD-LINEA-CIFRAS.
           05 SD-NUMERO PIC 9(5).
           05 SD-LINEA-COMPLETA PIC X(194).

       FD RECIBOS-IMPRESOS.
       01  LINEA-RECIBO PIC X(80).
       FD ACUSES-RECIBO.
       01  LINEA-ACUSE PIC X(34).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD ACCESO-PORTAL.
       01  LINEA-ACCESO PIC X(80).

       FD RECIBO-ELECTRONICO.
       01  LINEA-ELECTRONICA PIC X(80).

       FD INDICE-RECIBOS.
       01  LINEA-INDICE PIC X(119).

       FD RECIBOS-PAPEL.
       01  LINEA-PAPEL PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-CIFRAS PIC X(200).
      *    Frecuencia de la corrida (NOMINA_FRECUENCIA): con "S" las
      *    rutas por omision son las de la nomina semanal.
       01  WS-FRECUENCIA-CORRIDA PIC X(1).
       01  WS-RUTA-RECIBOS PIC X(200).
       01  WS-FILE-STATUS-CIF PIC X(2).
       01  WS-FILE-STATUS-REC PIC X(2).
           05 REC-IMPORTE PIC -ZZZZZZ9.99.
       01  WS-LINEA-FIRMA-REC PIC X(60) VALUE
           "RECIBI DE CONFORMIDAD: _____________________________".
       01  WS-LINEA-ACUSE-ELE-REC PIC X(60) VALUE
           "ACUSE ELECTRONICO: SE REGISTRA AL CONSULTARLO EN EL PORTAL".

      *    Modo de emision (RECIBO_NOMINA_MODO): "E" electronico para
      *    quien tiene cuenta en el portal, cualquier otro valor todo
      *    en papel como siempre.
       01  WS-MODO-RECIBO PIC X(1).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-ACCESO PIC X(200).
       01  WS-FILE-STATUS-APO PIC X(2).
       01  FIN-DE-ACCESO PIC X.
       01  WS-DIR-ELECTRONICOS PIC X(150).
       01  WS-RUTA-ELECTRONICO PIC X(200).
       01  WS-FILE-STATUS-ELE PIC X(2).
       01  WS-NOMBRE-ELECTRONICO PIC X(60).
       01  WS-RUTA-INDICE PIC X(200).
       01  WS-FILE-STATUS-IRE PIC X(2).
       01  WS-RUTA-PAPEL PIC X(200).
       01  WS-FILE-STATUS-PAP PIC X(2).
       COPY REEREG.
       COPY CRUCEID.

      *    EMPLEADOS-ID con cuenta en el portal, como los exporta el
      *    portal: el ID en las primeras seis posiciones del renglon.
       01  WS-TABLA-ACCESO.
           05 WS-APO-ID OCCURS 2000 TIMES PIC X(6).
       01  WS-TOTAL-ACCESO PIC 9(4) VALUE ZEROES.
       01  WS-IX-APO PIC 9(4).
       01  WS-APO-ENCONTRADO PIC 9(4).

      *    Destino del recibo en curso: "E" su archivo electronico,
      *    "P" el archivo de impresion.
       01  WS-DESTINO-RECIBO PIC X(1).
       01  WS-MOTIVO-PAPEL PIC X(30).
       01  WS-MODO-CIFRA PIC X(1) VALUE "C".
       01  WS-CLAVE-RECIBO PIC X(13).
       01  WS-RENGLON-RECIBO PIC 9(4).
       01  WS-LINEA-HUELLA PIC X(999).
       01  WS-LONGITUD-HUELLA PIC 9(3) VALUE 13.
       01  WS-HUELLA-CLAVE.
           05 WS-HUELLA-CLAVE-A PIC 9(9).
           05 WS-HUELLA-CLAVE-B PIC 9(9).
       01  WS-TOTAL-ELECTRONICOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-PAPEL PIC 9(6) VALUE ZEROES.

       01  WS-TITULO-PAPEL.
           05 FILLER PIC X(43) VALUE
               "RECIBOS QUE SE ENTREGAN EN PAPEL - PERIODO ".
           05 PAP-TIT-PERIODO PIC X(6).
       01  WS-COLUMNAS-PAPEL PIC X(80) VALUE
           "NUMERO ID     NOMBRE                         DEPTO MOTIVO".
       01  WS-DETALLE-PAPEL.
           05 PAP-NUMERO PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PAP-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PAP-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PAP-DEPTO PIC 9(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PAP-MOTIVO PIC X(30).
       01  WS-TOTAL-LINEA-PAPEL.
           05 FILLER PIC X(24) VALUE "TOTAL A IMPRIMIR:".
           05 PAP-TOTAL PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           PERFORM RESUELVE-RUTAS.
           IF WS-MODO-RECIBO = "E"
               PERFORM PREPARA-ELECTRONICOS
           END-IF.
           OPEN INPUT CIFRAS-NOMINA.
           IF WS-FILE-STATUS-CIF NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cifras ("
           END-IF.
           DISPLAY "Recibos generados: " WS-TOTAL-RECIBOS.
           DISPLAY "Archivo de recibos: " WS-RUTA-RECIBOS.
           IF WS-MODO-RECIBO = "E"
               PERFORM CIERRA-ELECTRONICOS
           END-IF.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FRECUENCIA-CORRIDA FROM ENVIRONMENT
               "NOMINA_FRECUENCIA".
           MOVE FUNCTION UPPER-CASE(WS-FRECUENCIA-CORRIDA)
               TO WS-FRECUENCIA-CORRIDA.
           ACCEPT WS-RUTA-CIFRAS FROM ENVIRONMENT
               "REGISTRO_NOMINA_CIFRAS_PATH".
           IF WS-RUTA-CIFRAS = SPACES
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "CIFRAS-NOMINA-SEMANAL.dat" TO WS-RUTA-CIFRAS
               ELSE
                   MOVE "CIFRAS-NOMINA.dat" TO WS-RUTA-CIFRAS
               END-IF
           END-IF.
           ACCEPT WS-RUTA-RECIBOS FROM ENVIRONMENT
               "RECIBOS_NOMINA_PATH".
           IF WS-RUTA-RECIBOS = SPACES
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "RECIBOS-NOMINA-SEMANAL.txt" TO WS-RUTA-RECIBOS
               ELSE
                   MOVE "RECIBOS-NOMINA.txt" TO WS-RUTA-RECIBOS
               END-IF
           END-IF.
           ACCEPT WS-RUTA-ACUSES FROM ENVIRONMENT
               "ACUSES_RECIBO_PATH".
           END-IF.
           ACCEPT WS-PERIODO-CORRIDA FROM ENVIRONMENT
               "REGISTRO_NOMINA_PERIODO".
           ACCEPT WS-MODO-RECIBO FROM ENVIRONMENT
               "RECIBO_NOMINA_MODO".
           MOVE FUNCTION UPPER-CASE(WS-MODO-RECIBO) TO WS-MODO-RECIBO.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-ACCESO FROM ENVIRONMENT
               "ACCESO_PORTAL_PATH".
           IF WS-RUTA-ACCESO = SPACES
               MOVE "ACCESO-PORTAL.txt" TO WS-RUTA-ACCESO
           END-IF.
           ACCEPT WS-DIR-ELECTRONICOS FROM ENVIRONMENT
               "RECIBOS_ELECTRONICOS_DIR".
           IF WS-DIR-ELECTRONICOS = SPACES
               MOVE "RECIBOS-ELECTRONICOS\" TO WS-DIR-ELECTRONICOS
           END-IF.
           ACCEPT WS-RUTA-INDICE FROM ENVIRONMENT
               "INDICE_RECIBOS_PATH".
           IF WS-RUTA-INDICE = SPACES
               STRING WS-DIR-ELECTRONICOS DELIMITED BY SPACE
                   "INDICE-RECIBOS-" DELIMITED BY SIZE
                   WS-PERIODO-CORRIDA DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-INDICE
               END-STRING
           END-IF.
           ACCEPT WS-RUTA-PAPEL FROM ENVIRONMENT
               "RECIBOS_PAPEL_PATH".
           IF WS-RUTA-PAPEL = SPACES
               STRING "RECIBOS-PAPEL-" DELIMITED BY SIZE
                   WS-PERIODO-CORRIDA DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-PAPEL
               END-STRING
           END-IF.

      *    El portal acusa por periodo y numero: sin periodo no hay
      *    modo electronico. Todo se valida antes de abrir el archivo
      *    de impresion para no dejarlo vacio.
           PREPARA-ELECTRONICOS.
           IF WS-PERIODO-CORRIDA = SPACES
               DISPLAY "El modo electronico requiere "
                   "REGISTRO_NOMINA_PERIODO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGA-ACCESO-PORTAL.
           OPEN OUTPUT INDICE-RECIBOS.
           IF WS-FILE-STATUS-IRE NOT = "00"
               DISPLAY "No se pudo crear el indice de recibos: "
                   WS-RUTA-INDICE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECIBOS-PAPEL.
           IF WS-FILE-STATUS-PAP NOT = "00"
               DISPLAY "No se pudo crear la lista de recibos en papel: "
                   WS-RUTA-PAPEL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-CORRIDA TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-PAPEL.
           WRITE LINEA-PAPEL.
           MOVE WS-PERIODO-CORRIDA TO PAP-TIT-PERIODO.
           MOVE WS-TITULO-PAPEL TO LINEA-PAPEL.
           WRITE LINEA-PAPEL.
           MOVE SPACES TO LINEA-PAPEL.
           WRITE LINEA-PAPEL.
           MOVE WS-COLUMNAS-PAPEL TO LINEA-PAPEL.
           WRITE LINEA-PAPEL.

      *    Sin la lista del portal nadie tiene acceso: todo sale en
      *    papel, con aviso.
           CARGA-ACCESO-PORTAL.
           OPEN INPUT ACCESO-PORTAL.
           IF WS-FILE-STATUS-APO NOT = "00"
               DISPLAY "Aviso: no se pudo abrir la lista de acceso al "
                   "portal (" FUNCTION TRIM(WS-RUTA-ACCESO)
                   "); todos los recibos salen en papel."
           ELSE
               MOVE "1" TO FIN-DE-ACCESO
               PERFORM LEE-LINEA-ACCESO
               PERFORM AGREGA-ACCESO UNTIL FIN-DE-ACCESO = "0"
               CLOSE ACCESO-PORTAL
           END-IF.

           LEE-LINEA-ACCESO.
           READ ACCESO-PORTAL
               AT END
                   MOVE "0" TO FIN-DE-ACCESO
           END-READ.

           AGREGA-ACCESO.
           IF LINEA-ACCESO (1:6) NOT = SPACES
               AND WS-TOTAL-ACCESO < 2000
               ADD 1 TO WS-TOTAL-ACCESO
               MOVE FUNCTION UPPER-CASE(LINEA-ACCESO (1:6))
                   TO WS-APO-ID (WS-TOTAL-ACCESO)
           END-IF.
           PERFORM LEE-LINEA-ACCESO.

           CIERRA-ELECTRONICOS.
           MOVE WS-TOTAL-PAPEL TO PAP-TOTAL.
           MOVE SPACES TO LINEA-PAPEL.
           WRITE LINEA-PAPEL.
           MOVE WS-TOTAL-LINEA-PAPEL TO LINEA-PAPEL.
           WRITE LINEA-PAPEL.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE INDICE-RECIBOS.
           CLOSE RECIBOS-PAPEL.
           DISPLAY "Recibos electronicos: " WS-TOTAL-ELECTRONICOS.
           DISPLAY "Recibos en papel: " WS-TOTAL-PAPEL.
           DISPLAY "Indice para el portal: " WS-RUTA-INDICE.
           DISPLAY "Lista de recibos en papel: " WS-RUTA-PAPEL.

      *    Va electronico quien esta en el directorio, tiene cuenta en
      *    el portal y RFC para la clave; si no, papel con su motivo.
           DECIDE-DESTINO.
           MOVE "P" TO WS-DESTINO-RECIBO.
           MOVE SPACES TO WS-MOTIVO-PAPEL.
           MOVE CIF-NUMERO TO CRUCE-ID-NOMINA.
           MOVE CIF-SITIO TO CRUCE-ID-SITIO.
           CALL "forma-id-directorio"
               USING CRUCE-ID-SITIO CRUCE-ID-NOMINA CRUCE-ID-DIRECTORIO
           END-CALL.
           MOVE CRUCE-ID-DIRECTORIO TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   MOVE "NO ESTA EN EL DIRECTORIO" TO WS-MOTIVO-PAPEL
               NOT INVALID KEY
                   PERFORM VALIDA-ACCESO-PORTAL
           END-READ.
           IF WS-MOTIVO-PAPEL = SPACES
               PERFORM ABRE-RECIBO-ELECTRONICO
           END-IF.

           VALIDA-ACCESO-PORTAL.
           MOVE ZEROES TO WS-APO-ENCONTRADO.
           PERFORM VARYING WS-IX-APO FROM 1 BY 1
               UNTIL WS-IX-APO > WS-TOTAL-ACCESO
               OR WS-APO-ENCONTRADO > ZEROES
               IF WS-APO-ID (WS-IX-APO) = CRUCE-ID-DIRECTORIO
                   MOVE WS-IX-APO TO WS-APO-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-APO-ENCONTRADO = ZEROES
               MOVE "SIN ACCESO AL PORTAL" TO WS-MOTIVO-PAPEL
           ELSE
               IF EMPLEADOS-RFC = SPACES
                   MOVE "SIN RFC PARA LA CLAVE" TO WS-MOTIVO-PAPEL
               END-IF
           END-IF.

           ABRE-RECIBO-ELECTRONICO.
           MOVE SPACES TO WS-NOMBRE-ELECTRONICO WS-RUTA-ELECTRONICO.
           STRING "RECIBO-" DELIMITED BY SIZE
               WS-PERIODO-CORRIDA DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CRUCE-ID-DIRECTORIO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-ELECTRONICO
           END-STRING.
           STRING WS-DIR-ELECTRONICOS DELIMITED BY SPACE
               WS-NOMBRE-ELECTRONICO DELIMITED BY SPACE
               INTO WS-RUTA-ELECTRONICO
           END-STRING.
           OPEN OUTPUT RECIBO-ELECTRONICO.
           IF WS-FILE-STATUS-ELE NOT = "00"
               DISPLAY "Aviso: no se pudo crear "
                   FUNCTION TRIM(WS-RUTA-ELECTRONICO)
                   "; el recibo sale en papel."
               MOVE "NO SE PUDO CREAR SU ARCHIVO" TO WS-MOTIVO-PAPEL
           ELSE
               MOVE "E" TO WS-DESTINO-RECIBO
               MOVE FUNCTION UPPER-CASE(EMPLEADOS-RFC)
                   TO WS-CLAVE-RECIBO
               MOVE ZEROES TO WS-RENGLON-RECIBO
           END-IF.

      *    Cada renglon del recibo va al archivo de impresion o,
      *    cifrado con el RFC, al archivo propio del empleado.
           EMITE-LINEA-RECIBO.
           IF WS-DESTINO-RECIBO = "E"
               ADD 1 TO WS-RENGLON-RECIBO
               MOVE LINEA-RECIBO TO LINEA-ELECTRONICA
               CALL "protege-recibo"
                   USING WS-MODO-CIFRA WS-CLAVE-RECIBO
                       WS-RENGLON-RECIBO LINEA-ELECTRONICA
               END-CALL
               WRITE LINEA-ELECTRONICA
           ELSE
               WRITE LINEA-RECIBO
           END-IF.

           TERMINA-RECIBO-ELECTRONICO.
           CLOSE RECIBO-ELECTRONICO.
           MOVE ZEROES TO WS-HUELLA-CLAVE.
           MOVE SPACES TO WS-LINEA-HUELLA.
           MOVE WS-CLAVE-RECIBO TO WS-LINEA-HUELLA.
           CALL "huella-linea"
               USING WS-LINEA-HUELLA WS-LONGITUD-HUELLA WS-HUELLA-CLAVE
           END-CALL.
           MOVE SPACES TO RECIBO-ELECTRONICO-REGISTRO.
           MOVE WS-PERIODO-CORRIDA TO REE-PERIODO.
           MOVE CIF-NUMERO TO REE-NUMERO.
           MOVE CRUCE-ID-DIRECTORIO TO REE-ID.
           MOVE WS-FECHA-CORRIDA (1:8) TO REE-FECHA-EMISION.
           MOVE CIF-NETO TO REE-NETO.
           MOVE WS-HUELLA-CLAVE TO REE-HUELLA-CLAVE.
           MOVE WS-NOMBRE-ELECTRONICO TO REE-ARCHIVO.
           MOVE RECIBO-ELECTRONICO-REGISTRO TO LINEA-INDICE.
           WRITE LINEA-INDICE.
           ADD 1 TO WS-TOTAL-ELECTRONICOS.

           ANOTA-RECIBO-PAPEL.
           MOVE CIF-NUMERO TO PAP-NUMERO.
           MOVE CRUCE-ID-DIRECTORIO TO PAP-ID.
           MOVE CIF-NOMBRE TO PAP-NOMBRE.
           MOVE CIF-DEPTO TO PAP-DEPTO.
           MOVE WS-MOTIVO-PAPEL TO PAP-MOTIVO.
           MOVE WS-DETALLE-PAPEL TO LINEA-PAPEL.
           WRITE LINEA-PAPEL.
           ADD 1 TO WS-TOTAL-PAPEL.

      *    Sin periodo identificado el registro de acuses no se
      *    alimenta: una entrada sin periodo no se puede marcar
      *    separadas por lineas en blanco de relleno.
           IMPRIME-UN-RECIBO.
           MOVE SD-LINEA-COMPLETA TO CIFRAS-REGISTRO.
           MOVE "P" TO WS-DESTINO-RECIBO.
           IF WS-MODO-RECIBO = "E"
               PERFORM DECIDE-DESTINO
           END-IF.
           MOVE WS-FECHA-CORRIDA TO ENC-FECHA.
           IF WS-DESTINO-RECIBO = "E"
               MOVE 1 TO ENC-PAGINA
           ELSE
               ADD 1 TO WS-NUM-PAGINA-RPT
               MOVE WS-NUM-PAGINA-RPT TO ENC-PAGINA
           END-IF.
           MOVE WS-ENCABEZADO-RPT TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           MOVE WS-LINEA-TITULO-REC TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           MOVE CIF-NUMERO TO REC-NUMERO.
           MOVE CIF-NOMBRE TO REC-NOMBRE.
           MOVE CIF-DEPTO TO REC-DEPTO.
           MOVE WS-LINEA-EMPLEADO-REC TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           MOVE "PERCEPCIONES" TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           IF CIF-HORAS-NORM > ZEROES OR CIF-HORAS-EXTRA > ZEROES
               MOVE "SUELDO POR HORAS TRABAJADAS" TO REC-CONCEPTO
           ELSE
           END-IF.
           MOVE CIF-BRUTO TO REC-IMPORTE.
           MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           IF CIF-PRIMA-DOM NOT = ZEROES
               MOVE "PRIMA DOMINICAL (INCLUIDA)" TO REC-CONCEPTO
               MOVE CIF-PRIMA-DOM TO REC-IMPORTE
               MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO
               PERFORM EMITE-LINEA-RECIBO
           END-IF.
           IF CIF-FESTIVO NOT = ZEROES
               MOVE "DIA FESTIVO TRABAJADO (INCL.)" TO REC-CONCEPTO
               MOVE CIF-FESTIVO TO REC-IMPORTE
               MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO
               PERFORM EMITE-LINEA-RECIBO
           END-IF.
      *    Las cifras guardadas antes de existir el destajo no traen
      *    la columna; se toma solo si es numerica.
           IF CIF-DESTAJO IS NUMERIC
               AND CIF-DESTAJO NOT = ZEROES
               MOVE "PAGO A DESTAJO (INCLUIDO)" TO REC-CONCEPTO
               MOVE CIF-DESTAJO TO REC-IMPORTE
               MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO
               PERFORM EMITE-LINEA-RECIBO
           END-IF.
           MOVE "DEDUCCIONES" TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           MOVE "ISR RETENIDO" TO REC-CONCEPTO.
           MOVE CIF-ISR TO REC-IMPORTE.
           MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           MOVE "CUOTA IMSS" TO REC-CONCEPTO.
           MOVE CIF-IMSS TO REC-IMPORTE.
           MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           IF CIF-FALTAS NOT = ZEROES
               MOVE "DESCUENTO POR FALTAS" TO REC-CONCEPTO
               MOVE CIF-FALTAS TO REC-IMPORTE
               MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO
               PERFORM EMITE-LINEA-RECIBO
           END-IF.
           IF CIF-PENSION NOT = ZEROES
               MOVE "PENSION ALIMENTICIA" TO REC-CONCEPTO
               MOVE CIF-PENSION TO REC-IMPORTE
               MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO
               PERFORM EMITE-LINEA-RECIBO
           END-IF.
           IF CIF-INFONAVIT NOT = ZEROES
               MOVE "CREDITO INFONAVIT" TO REC-CONCEPTO
               MOVE CIF-INFONAVIT TO REC-IMPORTE
               MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO
               PERFORM EMITE-LINEA-RECIBO
           END-IF.
           IF CIF-SGMM NOT = ZEROES
               MOVE "SEGURO GASTOS MEDICOS" TO REC-CONCEPTO
               MOVE CIF-SGMM TO REC-IMPORTE
               MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO
               PERFORM EMITE-LINEA-RECIBO
           END-IF.
           IF CIF-SINDICAL IS NUMERIC
               AND CIF-SINDICAL NOT = ZEROES
               MOVE "CUOTA SINDICAL" TO REC-CONCEPTO
               MOVE CIF-SINDICAL TO REC-IMPORTE
               MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO
               PERFORM EMITE-LINEA-RECIBO
           END-IF.
           IF CIF-FONDO NOT = ZEROES
               MOVE "APORTACION FONDO DE AHORRO" TO REC-CONCEPTO
               MOVE CIF-FONDO TO REC-IMPORTE
               MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO
               PERFORM EMITE-LINEA-RECIBO
           END-IF.
           IF CIF-OTRAS NOT = ZEROES
               MOVE "OTRAS DEDUCCIONES" TO REC-CONCEPTO
               MOVE CIF-OTRAS TO REC-IMPORTE
               MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO
               PERFORM EMITE-LINEA-RECIBO
           END-IF.
           MOVE SPACES TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           MOVE "NETO A PAGAR" TO REC-CONCEPTO.
           MOVE CIF-NETO TO REC-IMPORTE.
           MOVE WS-LINEA-CONCEPTO-REC TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           IF WS-DESTINO-RECIBO = "E"
               MOVE WS-LINEA-ACUSE-ELE-REC TO LINEA-RECIBO
           ELSE
               MOVE WS-LINEA-FIRMA-REC TO LINEA-RECIBO
           END-IF.
           PERFORM EMITE-LINEA-RECIBO.
           MOVE ALL "=" TO LINEA-RECIBO.
           PERFORM EMITE-LINEA-RECIBO.
           ADD 1 TO WS-TOTAL-RECIBOS.
           IF WS-DESTINO-RECIBO = "E"
               PERFORM TERMINA-RECIBO-ELECTRONICO
           ELSE
               IF WS-MODO-RECIBO = "E"
                   PERFORM ANOTA-RECIBO-PAPEL
               END-IF
           END-IF.
           IF WS-ACUSES-ABIERTOS = "S"
               PERFORM REGISTRA-ACUSE-PENDIENTE
           END-IF.
