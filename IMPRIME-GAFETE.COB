      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: AGREGA UN GAFETE AL ARCHIVO DE
      *         IMPORTACION DEL SOFTWARE DE LA IMPRESORA DE GAFETES DE
      *         SEGURIDAD (GAFETES_IMPRESION_PATH, POR OMISION
      *         GAFETES-IMPRESION.csv), PARA QUE SEGURIDAD NO VUELVA A
      *         TECLEAR LOS DATOS. RECIBE EL REGISTRO DEL DIRECTORIO
      *         (EMPREG.cpy) Y EL RENGLON DE LA BITACORA DE GAFETES
      *         (GAFREG.cpy) YA ARMADO Y ESCRIBE UN RENGLON CSV:
      *           ID,NOMBRE,APELLIDOS,DEPARTAMENTO,PUESTO,NSS,SITIO,
      *           FOTO,CODIGO-BARRAS
      *         CON EL NOMBRE DEL DEPARTAMENTO (busca-depto), EL TITULO
      *         DEL PUESTO (busca-puesto), EL SITIO DEL PREFIJO DEL ID
      *         ("00" PARA LA PLAZA SIN PREFIJO, COMO EN
      *         MANTIENE-SITIOS) Y LA FOTO COMO GAFETES_FOTOS_DIR MAS
      *         EL ID Y ".jpg". SI EL ARCHIVO NO EXISTE LO CREA CON
      *         EL RENGLON DE TITULOS QUE PIDE LA IMPORTACION. LA
      *         LLAMAN emite-gafetes Y mantiene-gafetes. REGRESA "S"
      *         SI ESCRIBIO EL RENGLON.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. imprime-gafete.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT GAFETES-IMPRESION
       ASSIGN TO DYNAMIC WS-RUTA-IMPRESION
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IMP.

       DATA DIVISION.
       FILE SECTION.
       FD GAFETES-IMPRESION.
       01  LINEA-IMPRESION PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-IMPRESION PIC X(200).
       01  WS-FILE-STATUS-IMP PIC X(2).
       01  WS-DIRECTORIO-FOTOS PIC X(100).
       COPY EMPREG.
       COPY GAFREG.

       01  WS-CODIGO-DEPTO PIC 9(3).
       01  WS-NOMBRE-DEPTO PIC X(20).
       01  WS-RESULTADO-DEPTO PIC X.
       01  WS-CODIGO-PUESTO PIC 9(2).
       01  WS-TITULO-PUESTO PIC X(10).
       01  WS-SAL-MIN-PUESTO PIC 9(7)V99.
       01  WS-SAL-MAX-PUESTO PIC 9(7)V99.
       01  WS-RESULTADO-PUESTO PIC X.
       01  WS-SITIO PIC X(2).

       LINKAGE SECTION.
       01  LK-EMPLEADO PIC X(218).
       01  LK-GAFETE PIC X(66).
       01  LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-EMPLEADO LK-GAFETE LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE "N" TO LK-RESULTADO.
           MOVE LK-EMPLEADO TO EMPLEADOS-REGISTRO.
           MOVE LK-GAFETE TO GAFETE-REGISTRO.
           ACCEPT WS-RUTA-IMPRESION FROM ENVIRONMENT
               "GAFETES_IMPRESION_PATH".
           IF WS-RUTA-IMPRESION = SPACES
               MOVE "GAFETES-IMPRESION.csv" TO WS-RUTA-IMPRESION
           END-IF.
           ACCEPT WS-DIRECTORIO-FOTOS FROM ENVIRONMENT
               "GAFETES_FOTOS_DIR".
           IF WS-DIRECTORIO-FOTOS = SPACES
               MOVE "FOTOS\" TO WS-DIRECTORIO-FOTOS
           END-IF.
           OPEN EXTEND GAFETES-IMPRESION.
           IF WS-FILE-STATUS-IMP NOT = "00"
               OPEN OUTPUT GAFETES-IMPRESION
               IF WS-FILE-STATUS-IMP = "00"
                   PERFORM ESCRIBE-TITULOS
               END-IF
           END-IF.
           IF WS-FILE-STATUS-IMP NOT = "00"
               DISPLAY "AVISO: no se pudo abrir el archivo de "
                   "impresion de gafetes: "
                   FUNCTION TRIM(WS-RUTA-IMPRESION)
           ELSE
               PERFORM ARMA-DATOS-GAFETE
               PERFORM ESCRIBE-GAFETE
               CLOSE GAFETES-IMPRESION
               MOVE "S" TO LK-RESULTADO
           END-IF.
           GOBACK.

           ESCRIBE-TITULOS.
           MOVE SPACES TO LINEA-IMPRESION.
           MOVE "ID,NOMBRE,APELLIDOS,DEPARTAMENTO,PUESTO,NSS,SITIO,"
               TO LINEA-IMPRESION.
           MOVE "FOTO,CODIGO-BARRAS" TO LINEA-IMPRESION (51:18).
           WRITE LINEA-IMPRESION.

           ARMA-DATOS-GAFETE.
           MOVE GAF-DEPTO TO WS-CODIGO-DEPTO.
           CALL "busca-depto"
               USING WS-CODIGO-DEPTO WS-NOMBRE-DEPTO WS-RESULTADO-DEPTO
           END-CALL.
           IF WS-RESULTADO-DEPTO NOT = "S"
               MOVE SPACES TO WS-NOMBRE-DEPTO
           END-IF.
           MOVE GAF-PUESTO TO WS-CODIGO-PUESTO.
           CALL "busca-puesto"
               USING WS-CODIGO-PUESTO WS-TITULO-PUESTO
                   WS-SAL-MIN-PUESTO WS-SAL-MAX-PUESTO
                   WS-RESULTADO-PUESTO
           END-CALL.
           IF WS-RESULTADO-PUESTO NOT = "S"
               MOVE SPACES TO WS-TITULO-PUESTO
           END-IF.
           IF EMPLEADOS-ID IS NUMERIC
               MOVE "00" TO WS-SITIO
           ELSE
               MOVE EMPLEADOS-ID-SITIO TO WS-SITIO
           END-IF.

           ESCRIBE-GAFETE.
           MOVE SPACES TO LINEA-IMPRESION.
           STRING EMPLEADOS-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(EMPLEADOS-NOMBRE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(EMPLEADOS-APELLIDOS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOMBRE-DEPTO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-TITULO-PUESTO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(EMPLEADOS-NSS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-SITIO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIRECTORIO-FOTOS) DELIMITED BY SIZE
               EMPLEADOS-ID DELIMITED BY SIZE
               ".jpg," DELIMITED BY SIZE
               GAF-CODIGO-BARRAS DELIMITED BY SIZE
               INTO LINEA-IMPRESION
           END-STRING.
           WRITE LINEA-IMPRESION.

       END PROGRAM imprime-gafete.
