      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REFRESCO DEL AMBIENTE DE PRUEBAS DESDE LOS ARCHIVOS DE
      *         PRODUCCION CON LOS DATOS PERSONALES ENMASCARADOS: COPIA
      *         AL DIRECTORIO PRUEBAS_DIRECTORIO UN JUEGO CONSISTENTE
      *         (EL DIRECTORIO, EL MAESTRO DE NOMINA, LAS CIFRAS DE LA
      *         CORRIDA, PERIODOS-NOMINA, LA TARIFA DE ISR Y LOS
      *         CATALOGOS) Y EN LA COPIA REEMPLAZA NOMBRES, RFC, CURP,
      *         NSS, CLABE, TELEFONO Y CALLE POR VALORES FALSOS PERO
      *         CREIBLES (CON SU DIGITO VERIFICADOR CORRECTO SEGUN
      *         valida-identidad Y valida-clabe). EL VALOR FALSO SE
      *         DERIVA DE UN NUMERO DE SECUENCIA POR EMPLEADOS-ID, ASI
      *         QUE EL MISMO EMPLEADO SALE CON EL MISMO NOMBRE FALSO EN
      *         LOS TRES ARCHIVOS Y LOS IDS SIGUEN CRUZANDO POR LA
      *         REGLA DE copybooks/CRUCEID.cpy. LLAVES, SALARIOS,
      *         IMPORTES Y TOTALES NO SE TOCAN PARA QUE LA NOMINA DE
      *         PRUEBA SEA COMPARABLE CON LA REAL. DEJA EN EL
      *         DIRECTORIO DE PRUEBAS UN MANIFIESTO (Y LO MUESTRA) CON
      *         LO QUE SE COPIO Y ENMASCARO, Y EL CONTEO, TOTAL DE
      *         CONTROL (hash-total-id) E IMPORTE DE ORIGEN CONTRA
      *         DESTINO DE CADA ARCHIVO; SI ALGUNO NO CUADRA TERMINA
      *         CON CODIGO 8.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. refresca-pruebas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT ARCHIVO-LINEAS
       ASSIGN TO DYNAMIC WS-RUTA-TRABAJO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-LIN.

       SELECT ARCHIVO-DESTINO
       ASSIGN TO DYNAMIC WS-RUTA-DESTINO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DES.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-TRABAJO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IDX.

       SELECT NOMINA-MAESTRO
       ASSIGN TO DYNAMIC WS-RUTA-TRABAJO
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IDX.

       SELECT MANIFIESTO
       ASSIGN TO DYNAMIC WS-RUTA-MANIFIESTO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-MAN.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-LINEAS.
       01  LINEA-TRABAJO PIC X(250).

       FD ARCHIVO-DESTINO.
       01  LINEA-DESTINO PIC X(250).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD NOMINA-MAESTRO.
           COPY NOMIDX.

       FD MANIFIESTO.
       01  LINEA-MANIFIESTO PIC X(132).

       WORKING-STORAGE SECTION.
       COPY NOMREG.
       COPY CIFREG.

       01  WS-RUTA-TRABAJO PIC X(200).
       01  WS-FILE-STATUS-LIN PIC X(2).
       01  WS-RUTA-DESTINO PIC X(200).
       01  WS-FILE-STATUS-DES PIC X(2).
       01  WS-FILE-STATUS-IDX PIC X(2).
       01  WS-RUTA-MANIFIESTO PIC X(200).
       01  WS-FILE-STATUS-MAN PIC X(2).
       01  FIN-DE-ENTRADA PIC X.

       01  WS-SELLO PIC X(16).
       01  WS-DIRECTORIO-PRUEBAS PIC X(150).
       01  WS-RUTA-ORIGEN PIC X(200).
       01  WS-COMANDO-COPIA PIC X(450).
       01  WS-LLAVE-HASH PIC X(6).
       01  WS-IX-ARCH PIC 9(2).
       01  WS-ARCHIVOS-COPIADOS PIC 9(2) VALUE ZEROES.
       01  WS-ARCHIVOS-ENMASCARADOS PIC 9(2) VALUE ZEROES.
       01  WS-ARCHIVOS-AUSENTES PIC 9(2) VALUE ZEROES.
       01  WS-ARCHIVOS-DESCUADRADOS PIC 9(2) VALUE ZEROES.

      *    Cifras de control de un archivo: las de ORIGEN se toman
      *    antes de copiar y las de DESTINO releyendo la copia ya
      *    enmascarada; el importe es la suma de salarios del maestro
      *    de nomina o del neto de las lineas "D" de las cifras.
       01  WS-CONTEO-ORIGEN PIC 9(9).
       01  WS-HASH-ORIGEN PIC 9(9).
       01  WS-IMPORTE-ORIGEN PIC S9(11)V99.
       01  WS-CONTEO-DESTINO PIC 9(9).
       01  WS-HASH-DESTINO PIC 9(9).
       01  WS-IMPORTE-DESTINO PIC S9(11)V99.
       01  WS-CONTEO PIC 9(9).
       01  WS-HASH PIC 9(9).
       01  WS-IMPORTE PIC S9(11)V99.
       01  WS-ENMASCARADOS PIC 9(9).
       01  WS-CUADRA PIC X(9).

      *    La lista del juego: nombre en el directorio de pruebas,
      *    variable de ambiente de la ruta de produccion y tratamiento
      *    (E = directorio indexado enmascarado, N = maestro de nomina
      *    enmascarado, C = cifras de la corrida enmascaradas, S =
      *    copia tal cual porque no trae datos personales).
       01  WS-LISTA-ARCHIVOS.
           05 FILLER PIC X(55) VALUE
               "EMPLEADOS.dat         EMPLEADOS_DAT_PATH           E".
           05 FILLER PIC X(55) VALUE
               "NOMINA.dat            RESPALDO_NOMINA_PATH         N".
           05 FILLER PIC X(55) VALUE
               "CIFRAS-NOMINA.dat     REGISTRO_NOMINA_CIFRAS_PATH  C".
           05 FILLER PIC X(55) VALUE
               "PERIODOS-NOMINA.txt   PERIODOS_NOMINA_PATH         S".
           05 FILLER PIC X(55) VALUE
               "TARIFA-ISR.txt        REGISTRO_NOMINA_TARIFA_PATH  S".
           05 FILLER PIC X(55) VALUE
               "CATALOGO-DEPTOS.txt   CATALOGO_DEPTOS_PATH         S".
           05 FILLER PIC X(55) VALUE
               "CATALOGO-PUESTOS.txt  CATALOGO_PUESTOS_PATH        S".
       01  WS-TABLA-ARCHIVOS REDEFINES WS-LISTA-ARCHIVOS.
           05 WS-ARCH-RENGLON OCCURS 7 TIMES.
               10 WS-ARCH-NOMBRE PIC X(22).
               10 WS-ARCH-VARIABLE PIC X(29).
               10 WS-ARCH-TIPO PIC X(1).
               10 FILLER PIC X(3).

      *    Nombres falsos: nombre, sexo (H/M) y primera consonante
      *    interna (posicion 16 de la CURP).
       01  WS-LISTA-NOMBRES.
           05 FILLER PIC X(14) VALUE "JUAN        HN".
           05 FILLER PIC X(14) VALUE "MARIA       MR".
           05 FILLER PIC X(14) VALUE "JOSE        HS".
           05 FILLER PIC X(14) VALUE "GUADALUPE   MD".
           05 FILLER PIC X(14) VALUE "LUIS        HS".
           05 FILLER PIC X(14) VALUE "ROSA        MS".
           05 FILLER PIC X(14) VALUE "CARLOS      HR".
           05 FILLER PIC X(14) VALUE "ANA         MN".
           05 FILLER PIC X(14) VALUE "MIGUEL      HG".
           05 FILLER PIC X(14) VALUE "LAURA       MR".
           05 FILLER PIC X(14) VALUE "PEDRO       HD".
           05 FILLER PIC X(14) VALUE "SOFIA       MF".
           05 FILLER PIC X(14) VALUE "JORGE       HR".
           05 FILLER PIC X(14) VALUE "ELENA       ML".
           05 FILLER PIC X(14) VALUE "RAUL        HL".
           05 FILLER PIC X(14) VALUE "PATRICIA    MT".
           05 FILLER PIC X(14) VALUE "ALBERTO     HL".
           05 FILLER PIC X(14) VALUE "VERONICA    MR".
           05 FILLER PIC X(14) VALUE "FERNANDO    HR".
           05 FILLER PIC X(14) VALUE "CLAUDIA     ML".
       01  WS-TABLA-NOMBRES REDEFINES WS-LISTA-NOMBRES.
           05 WS-NOM-RENGLON OCCURS 20 TIMES.
               10 WS-NOM-NOMBRE PIC X(12).
               10 WS-NOM-SEXO PIC X(1).
               10 WS-NOM-CONSONANTE PIC X(1).

      *    Apellidos falsos: apellido, sus dos letras del RFC (inicial
      *    y primera vocal interna) y primera consonante interna.
       01  WS-LISTA-APELLIDOS.
           05 FILLER PIC X(15) VALUE "GARCIA      GAR".
           05 FILLER PIC X(15) VALUE "LOPEZ       LOP".
           05 FILLER PIC X(15) VALUE "MARTINEZ    MAR".
           05 FILLER PIC X(15) VALUE "HERNANDEZ   HER".
           05 FILLER PIC X(15) VALUE "GONZALEZ    GON".
           05 FILLER PIC X(15) VALUE "PEREZ       PER".
           05 FILLER PIC X(15) VALUE "RODRIGUEZ   ROD".
           05 FILLER PIC X(15) VALUE "SANCHEZ     SAN".
           05 FILLER PIC X(15) VALUE "RAMIREZ     RAM".
           05 FILLER PIC X(15) VALUE "TORRES      TOR".
           05 FILLER PIC X(15) VALUE "FLORES      FOL".
           05 FILLER PIC X(15) VALUE "RIVERA      RIV".
           05 FILLER PIC X(15) VALUE "GOMEZ       GOM".
           05 FILLER PIC X(15) VALUE "DIAZ        DIZ".
           05 FILLER PIC X(15) VALUE "CRUZ        CUR".
           05 FILLER PIC X(15) VALUE "MORALES     MOR".
           05 FILLER PIC X(15) VALUE "REYES       REY".
           05 FILLER PIC X(15) VALUE "JIMENEZ     JIM".
           05 FILLER PIC X(15) VALUE "ORTIZ       OIR".
           05 FILLER PIC X(15) VALUE "CASTILLO    CAS".
       01  WS-TABLA-APELLIDOS REDEFINES WS-LISTA-APELLIDOS.
           05 WS-APE-RENGLON OCCURS 20 TIMES.
               10 WS-APE-APELLIDO PIC X(12).
               10 WS-APE-RFC PIC X(2).
               10 WS-APE-CONSONANTE PIC X(1).

      *    Calles falsas; el numero exterior sale de la secuencia.
       01  WS-LISTA-CALLES.
           05 FILLER PIC X(14) VALUE "HIDALGO".
           05 FILLER PIC X(14) VALUE "MORELOS".
           05 FILLER PIC X(14) VALUE "JUAREZ".
           05 FILLER PIC X(14) VALUE "ALLENDE".
           05 FILLER PIC X(14) VALUE "ZARAGOZA".
           05 FILLER PIC X(14) VALUE "INDEPENDENCIA".
           05 FILLER PIC X(14) VALUE "REFORMA".
           05 FILLER PIC X(14) VALUE "MADERO".
           05 FILLER PIC X(14) VALUE "GUERRERO".
           05 FILLER PIC X(14) VALUE "ALDAMA".
       01  WS-TABLA-CALLES REDEFINES WS-LISTA-CALLES.
           05 WS-CALLE-NOMBRE PIC X(14) OCCURS 10 TIMES.

      *    Secuencia falsa por EMPLEADOS-ID: el renglon en que quedo
      *    el ID es su numero de secuencia. Se llena en el orden de
      *    llave del directorio; un ID del maestro o de las cifras que
      *    no esta en el directorio toma el siguiente numero libre.
       01  WS-TABLA-SECUENCIAS.
           05 WS-SEC-ID PIC X(6) OCCURS 9999 TIMES.
       01  WS-TOTAL-SECUENCIAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-SEC PIC 9(4).
       01  WS-ID-BUSCADO PIC X(6).
       01  WS-SECUENCIA-FALSA PIC 9(5).

      *    Identidad falsa armada para la secuencia en curso.
       01  WS-IX-NOMBRE PIC 9(2).
       01  WS-IX-PATERNO PIC 9(2).
       01  WS-IX-MATERNO PIC 9(2).
       01  WS-IX-CALLE PIC 9(2).
       01  WS-COCIENTE PIC 9(4).
       01  WS-FAL-NOMBRE-COMPLETO PIC X(30).
       01  WS-FAL-APELLIDOS PIC X(35).
       01  WS-FAL-NACIMIENTO PIC X(8).
       01  WS-FAL-ALTA PIC X(8).
       01  WS-FAL-HOMOCLAVE PIC 9(2).
       01  WS-FAL-CONSECUTIVO PIC 9(4).
       01  WS-FAL-NUMERO-6 PIC 9(6).
       01  WS-FAL-CUENTA PIC 9(10).
       01  WS-FAL-EXTERIOR PIC Z(3)9.
       01  WS-FAL-BANCO PIC X(3).

      *    Calculo del verificador: se arma el identificador sin el
      *    ultimo caracter y se prueba cada candidato contra la misma
      *    rutina que valida la captura hasta que lo acepte.
       01  WS-ID-TIPO PIC X(3).
       01  WS-ID-VALOR PIC X(18).
       01  WS-ID-POSICION PIC 9(2).
       01  WS-ID-RESULTADO PIC X.
       01  WS-CANDIDATOS PIC X(11) VALUE "0123456789A".
       01  WS-IX-CAND PIC 9(2).

      *    Campos enmascarados en el directorio, para el manifiesto.
       01  WS-CAMBIOS-NOMBRE PIC 9(6) VALUE ZEROES.
       01  WS-CAMBIOS-RFC PIC 9(6) VALUE ZEROES.
       01  WS-CAMBIOS-CURP PIC 9(6) VALUE ZEROES.
       01  WS-CAMBIOS-NSS PIC 9(6) VALUE ZEROES.
       01  WS-CAMBIOS-CLABE PIC 9(6) VALUE ZEROES.
       01  WS-CAMBIOS-TELEFONO PIC 9(6) VALUE ZEROES.
       01  WS-CAMBIOS-CALLE PIC 9(6) VALUE ZEROES.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(37) VALUE
               "MANIFIESTO DEL REFRESCO DE PRUEBAS - ".
           05 WS-TIT-SELLO PIC X(16).
           05 FILLER PIC X(79) VALUE SPACES.

       01  WS-LINEA-DIRECTORIO.
           05 FILLER PIC X(20) VALUE "DIRECTORIO PRUEBAS: ".
           05 WS-DIR-RUTA PIC X(112).

       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(22) VALUE "ARCHIVO".
           05 FILLER PIC X(12) VALUE "TRATAMIENTO".
           05 FILLER PIC X(20) VALUE "  REG-ORIG  REG-DEST".
           05 FILLER PIC X(20) VALUE " HASH-ORIG HASH-DEST".
           05 FILLER PIC X(33) VALUE
               "  IMPORTE-ORIGEN     IMPORTE-DEST".
           05 FILLER PIC X(10) VALUE "  ENMASCAR".
           05 FILLER PIC X(15) VALUE " CUADRA".

       01  WS-LINEA-DETALLE.
           05 WS-DET-ARCHIVO PIC X(22).
           05 WS-DET-TRATAMIENTO PIC X(12).
           05 WS-DET-REG-ORIGEN PIC Z(9)9.
           05 WS-DET-REG-DESTINO PIC Z(9)9.
           05 WS-DET-HASH-ORIGEN PIC Z(9)9.
           05 WS-DET-HASH-DESTINO PIC Z(9)9.
           05 WS-DET-IMP-ORIGEN PIC -(12)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-IMP-DESTINO PIC -(12)9.99.
           05 WS-DET-ENMASCARADOS PIC Z(9)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-CUADRA PIC X(9).
           05 FILLER PIC X(5) VALUE SPACES.

       01  WS-LINEA-CAMPOS.
           05 FILLER PIC X(29) VALUE
               "CAMPOS ENMASCARADOS (DIR.): ".
           05 FILLER PIC X(7) VALUE "NOMBRE ".
           05 WS-CAM-NOMBRE PIC Z(5)9.
           05 FILLER PIC X(5) VALUE " RFC ".
           05 WS-CAM-RFC PIC Z(5)9.
           05 FILLER PIC X(6) VALUE " CURP ".
           05 WS-CAM-CURP PIC Z(5)9.
           05 FILLER PIC X(5) VALUE " NSS ".
           05 WS-CAM-NSS PIC Z(5)9.
           05 FILLER PIC X(7) VALUE " CLABE ".
           05 WS-CAM-CLABE PIC Z(5)9.
           05 FILLER PIC X(10) VALUE " TELEFONO ".
           05 WS-CAM-TELEFONO PIC Z(5)9.
           05 FILLER PIC X(7) VALUE " CALLE ".
           05 WS-CAM-CALLE PIC Z(5)9.
           05 FILLER PIC X(8) VALUE SPACES.

       01  WS-LINEA-NOTA PIC X(132).

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "refresca-pruebas".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           CALL "fecha-sello" USING WS-SELLO END-CALL.
           ACCEPT WS-DIRECTORIO-PRUEBAS FROM ENVIRONMENT
               "PRUEBAS_DIRECTORIO".
           IF WS-DIRECTORIO-PRUEBAS = SPACES
               DISPLAY "RECHAZADO: falta PRUEBAS_DIRECTORIO; el "
                   "refresco nunca escribe sobre las rutas de "
                   "produccion."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REVISA-DESTINOS
               VARYING WS-IX-ARCH FROM 1 BY 1
               UNTIL WS-IX-ARCH > 7.
           MOVE SPACES TO WS-RUTA-MANIFIESTO.
           STRING FUNCTION TRIM(WS-DIRECTORIO-PRUEBAS)
               "MANIFIESTO-PRUEBAS.txt" DELIMITED BY SIZE
               INTO WS-RUTA-MANIFIESTO
           END-STRING.
           OPEN OUTPUT MANIFIESTO.
           IF WS-FILE-STATUS-MAN NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el manifiesto: "
                   FUNCTION TRIM(WS-RUTA-MANIFIESTO)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SELLO TO WS-TIT-SELLO.
           MOVE WS-LINEA-TITULO TO LINEA-MANIFIESTO.
           PERFORM ESCRIBE-MANIFIESTO.
           MOVE WS-DIRECTORIO-PRUEBAS TO WS-DIR-RUTA.
           MOVE WS-LINEA-DIRECTORIO TO LINEA-MANIFIESTO.
           PERFORM ESCRIBE-MANIFIESTO.
           MOVE WS-LINEA-COLUMNAS TO LINEA-MANIFIESTO.
           PERFORM ESCRIBE-MANIFIESTO.
           PERFORM REFRESCA-UN-ARCHIVO
               VARYING WS-IX-ARCH FROM 1 BY 1
               UNTIL WS-IX-ARCH > 7.
           PERFORM ESCRIBE-CAMPOS-ENMASCARADOS.
           CLOSE MANIFIESTO.
           DISPLAY "Archivos enmascarados: " WS-ARCHIVOS-ENMASCARADOS.
           DISPLAY "Archivos copiados tal cual: " WS-ARCHIVOS-COPIADOS.
           DISPLAY "Archivos ausentes (no entraron): "
               WS-ARCHIVOS-AUSENTES.
           DISPLAY "Manifiesto: " FUNCTION TRIM(WS-RUTA-MANIFIESTO).
           IF WS-ARCHIVOS-DESCUADRADOS > ZEROES
               DISPLAY "RECHAZADO: " WS-ARCHIVOS-DESCUADRADOS
                   " archivo(s) no cuadran entre origen y destino; "
                   "no use el ambiente de pruebas."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "FIN" TO WS-BIT-EVENTO.
           COMPUTE WS-BIT-CONTADOR =
               WS-ARCHIVOS-ENMASCARADOS + WS-ARCHIVOS-COPIADOS.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

      *    Ningun destino puede ser la misma ruta que su origen de
      *    produccion: con PRUEBAS_DIRECTORIO mal puesto el refresco
      *    enmascararia los archivos reales.
           REVISA-DESTINOS.
           PERFORM RESUELVE-RUTA-ORIGEN.
           PERFORM ARMA-RUTA-DESTINO.
           IF FUNCTION TRIM(WS-RUTA-ORIGEN) =
               FUNCTION TRIM(WS-RUTA-DESTINO)
               DISPLAY "RECHAZADO: el destino de "
                   FUNCTION TRIM(WS-ARCH-NOMBRE (WS-IX-ARCH))
                   " es su propio archivo de produccion: "
                   FUNCTION TRIM(WS-RUTA-ORIGEN)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           REFRESCA-UN-ARCHIVO.
           PERFORM RESUELVE-RUTA-ORIGEN.
           PERFORM ARMA-RUTA-DESTINO.
           MOVE ZEROES TO WS-CONTEO-DESTINO WS-HASH-DESTINO
               WS-IMPORTE-DESTINO WS-ENMASCARADOS.
           MOVE WS-RUTA-ORIGEN TO WS-RUTA-TRABAJO.
           PERFORM CUENTA-Y-HASHEA.
           MOVE WS-CONTEO TO WS-CONTEO-ORIGEN.
           MOVE WS-HASH TO WS-HASH-ORIGEN.
           MOVE WS-IMPORTE TO WS-IMPORTE-ORIGEN.
           IF FIN-DE-ENTRADA = "X"
               ADD 1 TO WS-ARCHIVOS-AUSENTES
               DISPLAY "Ausente del refresco: "
                   WS-ARCH-NOMBRE (WS-IX-ARCH)
               MOVE "AUSENTE" TO WS-DET-TRATAMIENTO
               MOVE SPACES TO WS-CUADRA
           ELSE
               EVALUATE WS-ARCH-TIPO (WS-IX-ARCH)
                   WHEN "E"
                       PERFORM COPIA-ARCHIVO
                       PERFORM ENMASCARA-DIRECTORIO
                   WHEN "N"
                       PERFORM COPIA-ARCHIVO
                       PERFORM ENMASCARA-NOMINA
                   WHEN "C"
                       PERFORM ENMASCARA-LINEAS
                   WHEN OTHER
                       PERFORM COPIA-ARCHIVO
               END-EVALUATE
               IF WS-ARCH-TIPO (WS-IX-ARCH) = "S"
                   ADD 1 TO WS-ARCHIVOS-COPIADOS
                   MOVE "COPIADO" TO WS-DET-TRATAMIENTO
               ELSE
                   ADD 1 TO WS-ARCHIVOS-ENMASCARADOS
                   MOVE "ENMASCARADO" TO WS-DET-TRATAMIENTO
               END-IF
               PERFORM VERIFICA-DESTINO
           END-IF.
           MOVE WS-ARCH-NOMBRE (WS-IX-ARCH) TO WS-DET-ARCHIVO.
           MOVE WS-CONTEO-ORIGEN TO WS-DET-REG-ORIGEN.
           MOVE WS-CONTEO-DESTINO TO WS-DET-REG-DESTINO.
           MOVE WS-HASH-ORIGEN TO WS-DET-HASH-ORIGEN.
           MOVE WS-HASH-DESTINO TO WS-DET-HASH-DESTINO.
           MOVE WS-IMPORTE-ORIGEN TO WS-DET-IMP-ORIGEN.
           MOVE WS-IMPORTE-DESTINO TO WS-DET-IMP-DESTINO.
           MOVE WS-ENMASCARADOS TO WS-DET-ENMASCARADOS.
           MOVE WS-CUADRA TO WS-DET-CUADRA.
           MOVE WS-LINEA-DETALLE TO LINEA-MANIFIESTO.
           PERFORM ESCRIBE-MANIFIESTO.

      *    La copia ya escrita se relee con la misma cuenta que el
      *    origen: registros, total de control de las llaves e importe
      *    deben salir identicos aunque los nombres hayan cambiado.
           VERIFICA-DESTINO.
           MOVE WS-RUTA-DESTINO TO WS-RUTA-TRABAJO.
           PERFORM CUENTA-Y-HASHEA.
           MOVE WS-CONTEO TO WS-CONTEO-DESTINO.
           MOVE WS-HASH TO WS-HASH-DESTINO.
           MOVE WS-IMPORTE TO WS-IMPORTE-DESTINO.
           IF WS-CONTEO-DESTINO = WS-CONTEO-ORIGEN
               AND WS-HASH-DESTINO = WS-HASH-ORIGEN
               AND WS-IMPORTE-DESTINO = WS-IMPORTE-ORIGEN
               AND FIN-DE-ENTRADA NOT = "X"
               MOVE "SI" TO WS-CUADRA
           ELSE
               MOVE "NO CUADRA" TO WS-CUADRA
               ADD 1 TO WS-ARCHIVOS-DESCUADRADOS
           END-IF.

           RESUELVE-RUTA-ORIGEN.
           MOVE SPACES TO WS-RUTA-ORIGEN.
           EVALUATE WS-ARCH-VARIABLE (WS-IX-ARCH)
               WHEN "EMPLEADOS_DAT_PATH"
                   ACCEPT WS-RUTA-ORIGEN FROM ENVIRONMENT
                       "EMPLEADOS_DAT_PATH"
               WHEN "RESPALDO_NOMINA_PATH"
                   ACCEPT WS-RUTA-ORIGEN FROM ENVIRONMENT
                       "RESPALDO_NOMINA_PATH"
               WHEN "REGISTRO_NOMINA_CIFRAS_PATH"
                   ACCEPT WS-RUTA-ORIGEN FROM ENVIRONMENT
                       "REGISTRO_NOMINA_CIFRAS_PATH"
               WHEN "PERIODOS_NOMINA_PATH"
                   ACCEPT WS-RUTA-ORIGEN FROM ENVIRONMENT
                       "PERIODOS_NOMINA_PATH"
               WHEN "REGISTRO_NOMINA_TARIFA_PATH"
                   ACCEPT WS-RUTA-ORIGEN FROM ENVIRONMENT
                       "REGISTRO_NOMINA_TARIFA_PATH"
               WHEN "CATALOGO_DEPTOS_PATH"
                   ACCEPT WS-RUTA-ORIGEN FROM ENVIRONMENT
                       "CATALOGO_DEPTOS_PATH"
               WHEN "CATALOGO_PUESTOS_PATH"
                   ACCEPT WS-RUTA-ORIGEN FROM ENVIRONMENT
                       "CATALOGO_PUESTOS_PATH"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-RUTA-ORIGEN = SPACES
               AND WS-ARCH-TIPO (WS-IX-ARCH) = "E"
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ORIGEN
           END-IF.
           IF WS-RUTA-ORIGEN = SPACES
               MOVE WS-ARCH-NOMBRE (WS-IX-ARCH) TO WS-RUTA-ORIGEN
           END-IF.

           ARMA-RUTA-DESTINO.
           MOVE SPACES TO WS-RUTA-DESTINO.
           STRING FUNCTION TRIM(WS-DIRECTORIO-PRUEBAS)
               FUNCTION TRIM(WS-ARCH-NOMBRE (WS-IX-ARCH))
               DELIMITED BY SIZE
               INTO WS-RUTA-DESTINO
           END-STRING.

           COPIA-ARCHIVO.
           MOVE SPACES TO WS-COMANDO-COPIA.
           STRING "cp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUTA-ORIGEN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUTA-DESTINO) DELIMITED BY SIZE
               INTO WS-COMANDO-COPIA
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-COPIA END-CALL.

      *    El conteo y el total de control se toman leyendo el archivo
      *    de WS-RUTA-TRABAJO con su propia organizacion;
      *    FIN-DE-ENTRADA queda en "X" cuando el archivo no existe.
           CUENTA-Y-HASHEA.
           MOVE ZEROES TO WS-CONTEO WS-HASH WS-IMPORTE.
           EVALUATE WS-ARCH-TIPO (WS-IX-ARCH)
               WHEN "E"
                   PERFORM CUENTA-DIRECTORIO
               WHEN "N"
                   PERFORM CUENTA-NOMINA
               WHEN OTHER
                   PERFORM CUENTA-LINEAS
           END-EVALUATE.

           CUENTA-LINEAS.
           OPEN INPUT ARCHIVO-LINEAS.
           IF WS-FILE-STATUS-LIN NOT = "00"
               MOVE "X" TO FIN-DE-ENTRADA
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM CUENTA-UNA-LINEA UNTIL FIN-DE-ENTRADA = "0"
               CLOSE ARCHIVO-LINEAS
           END-IF.

           CUENTA-UNA-LINEA.
           READ ARCHIVO-LINEAS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   ADD 1 TO WS-CONTEO
                   MOVE LINEA-TRABAJO (1:6) TO WS-LLAVE-HASH
                   CALL "hash-total-id"
                       USING WS-LLAVE-HASH WS-HASH
                   END-CALL
                   PERFORM SUMA-IMPORTE-LINEA
           END-READ.

           SUMA-IMPORTE-LINEA.
           IF WS-ARCH-TIPO (WS-IX-ARCH) = "C"
               AND LINEA-TRABAJO (1:1) = "D"
               MOVE LINEA-TRABAJO TO CIFRAS-REGISTRO
               IF CIF-NETO IS NUMERIC
                   ADD CIF-NETO TO WS-IMPORTE
               END-IF
           END-IF.

           CUENTA-DIRECTORIO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS-IDX NOT = "00"
               MOVE "X" TO FIN-DE-ENTRADA
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM CUENTA-UN-DIRECTORIO
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.

           CUENTA-UN-DIRECTORIO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   ADD 1 TO WS-CONTEO
                   MOVE EMPLEADOS-ID TO WS-LLAVE-HASH
                   CALL "hash-total-id"
                       USING WS-LLAVE-HASH WS-HASH
                   END-CALL
           END-READ.

      *    El maestro de nomina es indexado: se cuenta con los mismos
      *    6 bytes de la imagen NOMREG.cpy que cuando era secuencial
      *    y el importe es la suma de salarios.
           CUENTA-NOMINA.
           OPEN INPUT NOMINA-MAESTRO.
           IF WS-FILE-STATUS-IDX NOT = "00"
               MOVE "X" TO FIN-DE-ENTRADA
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM CUENTA-UN-EMPLEADO-NOMINA
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE NOMINA-MAESTRO
           END-IF.

           CUENTA-UN-EMPLEADO-NOMINA.
           READ NOMINA-MAESTRO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   ADD 1 TO WS-CONTEO
                   MOVE NMX-DATOS (1:6) TO WS-LLAVE-HASH
                   CALL "hash-total-id"
                       USING WS-LLAVE-HASH WS-HASH
                   END-CALL
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
                   IF WS-SALARIO-EMP IS NUMERIC
                       ADD WS-SALARIO-EMP TO WS-IMPORTE
                   END-IF
           END-READ.

      *    El directorio se copia completo y la copia se enmascara en
      *    su lugar con REWRITE: la llave no cambia, asi que el
      *    archivo de pruebas conserva el mismo orden y las mismas
      *    llaves que el de produccion.
           ENMASCARA-DIRECTORIO.
           MOVE WS-RUTA-DESTINO TO WS-RUTA-TRABAJO.
           OPEN I-O EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS-IDX NOT = "00"
               DISPLAY "No se pudo abrir la copia del directorio: "
                   FUNCTION TRIM(WS-RUTA-DESTINO)
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM ENMASCARA-UN-EMPLEADO
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.

           ENMASCARA-UN-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE EMPLEADOS-ID TO WS-ID-BUSCADO
                   PERFORM OBTIENE-SECUENCIA
                   PERFORM ARMA-IDENTIDAD-FALSA
                   PERFORM ENMASCARA-CAMPOS-DIRECTORIO
                   REWRITE EMPLEADOS-REGISTRO
                   END-REWRITE
                   ADD 1 TO WS-ENMASCARADOS
           END-READ.

      *    Solo se reemplaza lo que trae valor: un campo en espacios
      *    sigue en espacios para que los casos de "sin CLABE" o "sin
      *    RFC" se puedan probar igual que en produccion. La fecha de
      *    nacimiento, la ciudad, el estado y el codigo postal se
      *    conservan (la edad y las reglas por zona dependen de ellos).
           ENMASCARA-CAMPOS-DIRECTORIO.
           IF EMPLEADOS-NOMBRE NOT = SPACES
               OR EMPLEADOS-APELLIDOS NOT = SPACES
               MOVE WS-NOM-NOMBRE (WS-IX-NOMBRE) TO EMPLEADOS-NOMBRE
               MOVE WS-FAL-APELLIDOS TO EMPLEADOS-APELLIDOS
               ADD 1 TO WS-CAMBIOS-NOMBRE
           END-IF.
           IF EMPLEADOS-RFC NOT = SPACES
               PERFORM ARMA-RFC-FALSO
               MOVE WS-ID-VALOR (1:13) TO EMPLEADOS-RFC
               ADD 1 TO WS-CAMBIOS-RFC
           END-IF.
           IF EMPLEADOS-CURP NOT = SPACES
               PERFORM ARMA-CURP-FALSA
               MOVE WS-ID-VALOR TO EMPLEADOS-CURP
               ADD 1 TO WS-CAMBIOS-CURP
           END-IF.
           IF EMPLEADOS-NSS NOT = SPACES
               PERFORM ARMA-NSS-FALSO
               MOVE WS-ID-VALOR (1:11) TO EMPLEADOS-NSS
               ADD 1 TO WS-CAMBIOS-NSS
           END-IF.
           IF EMPLEADOS-CLABE NOT = SPACES
               PERFORM ARMA-CLABE-FALSA
               MOVE WS-ID-VALOR TO EMPLEADOS-CLABE
               ADD 1 TO WS-CAMBIOS-CLABE
           END-IF.
           IF EMPLEADOS-TELEFONO NOT = SPACES
               MOVE WS-SECUENCIA-FALSA TO WS-FAL-NUMERO-6
               MOVE SPACES TO EMPLEADOS-TELEFONO
               STRING "559" WS-FAL-NUMERO-6 DELIMITED BY SIZE
                   INTO EMPLEADOS-TELEFONO
               END-STRING
               ADD 1 TO WS-CAMBIOS-TELEFONO
           END-IF.
           IF DIR-CALLE NOT = SPACES
               COMPUTE WS-FAL-EXTERIOR =
                   FUNCTION MOD(WS-SECUENCIA-FALSA * 37, 9000) + 10
               MOVE SPACES TO DIR-CALLE
               STRING FUNCTION TRIM(WS-CALLE-NOMBRE (WS-IX-CALLE))
                   " " FUNCTION TRIM(WS-FAL-EXTERIOR)
                   DELIMITED BY SIZE
                   INTO DIR-CALLE
               END-STRING
               ADD 1 TO WS-CAMBIOS-CALLE
           END-IF.

      *    Cifras de la corrida: se leen linea a linea y solo el
      *    nombre cambia; el ID del directorio se reconstruye con
      *    forma-id-directorio (regla de CRUCEID.cpy) para que el
      *    nombre falso sea el mismo que en EMPLEADOS.dat.
           ENMASCARA-LINEAS.
           MOVE WS-RUTA-ORIGEN TO WS-RUTA-TRABAJO.
           OPEN INPUT ARCHIVO-LINEAS.
           OPEN OUTPUT ARCHIVO-DESTINO.
           IF WS-FILE-STATUS-DES NOT = "00"
               DISPLAY "No se pudo crear la copia: "
                   FUNCTION TRIM(WS-RUTA-DESTINO)
               CLOSE ARCHIVO-LINEAS
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM ENMASCARA-UNA-LINEA
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE ARCHIVO-LINEAS
               CLOSE ARCHIVO-DESTINO
           END-IF.

           ENMASCARA-UNA-LINEA.
           READ ARCHIVO-LINEAS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-TRABAJO TO LINEA-DESTINO
                   PERFORM ENMASCARA-CIFRAS
                   WRITE LINEA-DESTINO
           END-READ.

      *    El maestro de nomina indexado se copia completo y se
      *    enmascara en su lugar como el directorio: solo cambia el
      *    nombre (fuera de la llave sitio+numero) y el ID del
      *    directorio se reconstruye con forma-id-directorio para
      *    que el nombre falso sea el mismo que en EMPLEADOS.dat.
           ENMASCARA-NOMINA.
           MOVE WS-RUTA-DESTINO TO WS-RUTA-TRABAJO.
           OPEN I-O NOMINA-MAESTRO.
           IF WS-FILE-STATUS-IDX NOT = "00"
               DISPLAY "No se pudo abrir la copia de la nomina: "
                   FUNCTION TRIM(WS-RUTA-DESTINO)
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM ENMASCARA-MAESTRO
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE NOMINA-MAESTRO
           END-IF.

           ENMASCARA-MAESTRO.
           READ NOMINA-MAESTRO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
                   IF WS-NOMBRE-EMP NOT = SPACES
                       CALL "forma-id-directorio"
                           USING WS-SITIO-EMP WS-NUMERO-EMP
                               WS-ID-BUSCADO
                       END-CALL
                       PERFORM OBTIENE-SECUENCIA
                       PERFORM ARMA-IDENTIDAD-FALSA
                       MOVE WS-FAL-NOMBRE-COMPLETO TO WS-NOMBRE-EMP
                       MOVE WS-REG-EMPLEADOS TO NMX-DATOS
                       REWRITE NOMINA-INDEXADA-REGISTRO
                       END-REWRITE
                       ADD 1 TO WS-ENMASCARADOS
                   END-IF
           END-READ.

           ENMASCARA-CIFRAS.
           IF LINEA-TRABAJO (1:1) = "D"
               MOVE LINEA-TRABAJO TO CIFRAS-REGISTRO
               CALL "forma-id-directorio"
                   USING CIF-SITIO CIF-NUMERO WS-ID-BUSCADO
               END-CALL
               PERFORM OBTIENE-SECUENCIA
               PERFORM ARMA-IDENTIDAD-FALSA
               MOVE WS-FAL-NOMBRE-COMPLETO TO CIF-NOMBRE
               MOVE CIFRAS-REGISTRO TO LINEA-DESTINO
               ADD 1 TO WS-ENMASCARADOS
           END-IF.

           OBTIENE-SECUENCIA.
           MOVE ZEROES TO WS-SECUENCIA-FALSA.
           PERFORM VARYING WS-IX-SEC FROM 1 BY 1
               UNTIL WS-IX-SEC > WS-TOTAL-SECUENCIAS
               OR WS-SECUENCIA-FALSA > ZEROES
               IF WS-SEC-ID (WS-IX-SEC) = WS-ID-BUSCADO
                   MOVE WS-IX-SEC TO WS-SECUENCIA-FALSA
               END-IF
           END-PERFORM.
           IF WS-SECUENCIA-FALSA = ZEROES
               AND WS-TOTAL-SECUENCIAS < 9999
               ADD 1 TO WS-TOTAL-SECUENCIAS
               MOVE WS-ID-BUSCADO TO WS-SEC-ID (WS-TOTAL-SECUENCIAS)
               MOVE WS-TOTAL-SECUENCIAS TO WS-SECUENCIA-FALSA
           END-IF.
           IF WS-SECUENCIA-FALSA = ZEROES
               MOVE 9999 TO WS-SECUENCIA-FALSA
           END-IF.

      *    Nombre, apellidos y calle salen de las tablas con indices
      *    derivados de la secuencia, de modo que la misma secuencia
      *    da siempre la misma persona falsa.
           ARMA-IDENTIDAD-FALSA.
           COMPUTE WS-IX-NOMBRE =
               FUNCTION MOD(WS-SECUENCIA-FALSA - 1, 20) + 1.
           COMPUTE WS-IX-PATERNO =
               FUNCTION MOD(WS-SECUENCIA-FALSA * 7, 20) + 1.
           DIVIDE WS-SECUENCIA-FALSA BY 20 GIVING WS-COCIENTE.
           COMPUTE WS-IX-MATERNO =
               FUNCTION MOD(WS-SECUENCIA-FALSA * 13 + WS-COCIENTE, 20)
               + 1.
           COMPUTE WS-IX-CALLE =
               FUNCTION MOD(WS-SECUENCIA-FALSA * 3, 10) + 1.
           MOVE SPACES TO WS-FAL-APELLIDOS.
           STRING FUNCTION TRIM(WS-APE-APELLIDO (WS-IX-PATERNO))
               " " FUNCTION TRIM(WS-APE-APELLIDO (WS-IX-MATERNO))
               DELIMITED BY SIZE
               INTO WS-FAL-APELLIDOS
           END-STRING.
           MOVE SPACES TO WS-FAL-NOMBRE-COMPLETO.
           STRING FUNCTION TRIM(WS-NOM-NOMBRE (WS-IX-NOMBRE))
               " " FUNCTION TRIM(WS-FAL-APELLIDOS)
               DELIMITED BY SIZE
               INTO WS-FAL-NOMBRE-COMPLETO
           END-STRING.

      *    RFC: letras del nombre falso, fecha de nacimiento real (o
      *    01/01/1990 si no la hay), homoclave de la secuencia y
      *    verificador modulo 11.
           ARMA-RFC-FALSO.
           PERFORM TOMA-NACIMIENTO.
           COMPUTE WS-FAL-HOMOCLAVE =
               FUNCTION MOD(WS-SECUENCIA-FALSA, 100).
           MOVE SPACES TO WS-ID-VALOR.
           STRING WS-APE-RFC (WS-IX-PATERNO)
               WS-APE-APELLIDO (WS-IX-MATERNO) (1:1)
               WS-NOM-NOMBRE (WS-IX-NOMBRE) (1:1)
               WS-FAL-NACIMIENTO (3:6)
               WS-FAL-HOMOCLAVE
               DELIMITED BY SIZE
               INTO WS-ID-VALOR
           END-STRING.
           MOVE "RFC" TO WS-ID-TIPO.
           MOVE 13 TO WS-ID-POSICION.
           PERFORM CALCULA-VERIFICADOR.

      *    CURP: mismas letras y fecha, sexo del nombre falso, entidad
      *    "DF", consonantes internas y caracter de siglo (0 antes de
      *    2000, A despues), mas el digito verificador.
           ARMA-CURP-FALSA.
           PERFORM TOMA-NACIMIENTO.
           MOVE SPACES TO WS-ID-VALOR.
           STRING WS-APE-RFC (WS-IX-PATERNO)
               WS-APE-APELLIDO (WS-IX-MATERNO) (1:1)
               WS-NOM-NOMBRE (WS-IX-NOMBRE) (1:1)
               WS-FAL-NACIMIENTO (3:6)
               WS-NOM-SEXO (WS-IX-NOMBRE)
               "DF"
               WS-APE-CONSONANTE (WS-IX-PATERNO)
               WS-APE-CONSONANTE (WS-IX-MATERNO)
               WS-NOM-CONSONANTE (WS-IX-NOMBRE)
               DELIMITED BY SIZE
               INTO WS-ID-VALOR
           END-STRING.
           IF WS-FAL-NACIMIENTO (1:2) = "19"
               MOVE "0" TO WS-ID-VALOR (17:1)
           ELSE
               MOVE "A" TO WS-ID-VALOR (17:1)
           END-IF.
           MOVE "CUR" TO WS-ID-TIPO.
           MOVE 18 TO WS-ID-POSICION.
           PERFORM CALCULA-VERIFICADOR.

      *    NSS: subdelegacion "01", anio de alta, anio de nacimiento,
      *    consecutivo de la secuencia y digito Luhn.
           ARMA-NSS-FALSO.
           PERFORM TOMA-NACIMIENTO.
           IF EMPLEADOS-FECHA-ALTA IS NUMERIC
               MOVE EMPLEADOS-FECHA-ALTA TO WS-FAL-ALTA
           ELSE
               MOVE "20150101" TO WS-FAL-ALTA
           END-IF.
           COMPUTE WS-FAL-CONSECUTIVO =
               FUNCTION MOD(WS-SECUENCIA-FALSA, 10000).
           MOVE SPACES TO WS-ID-VALOR.
           STRING "01" WS-FAL-ALTA (3:2) WS-FAL-NACIMIENTO (3:2)
               WS-FAL-CONSECUTIVO
               DELIMITED BY SIZE
               INTO WS-ID-VALOR
           END-STRING.
           MOVE "NSS" TO WS-ID-TIPO.
           MOVE 11 TO WS-ID-POSICION.
           PERFORM CALCULA-VERIFICADOR.

      *    CLABE: se conserva el banco (la dispersion agrupa por el),
      *    plaza "180", cuenta "9" mas la secuencia y digito de
      *    control.
           ARMA-CLABE-FALSA.
           IF EMPLEADOS-BANCO IS NUMERIC
               MOVE EMPLEADOS-BANCO TO WS-FAL-BANCO
           ELSE
               IF EMPLEADOS-CLABE (1:3) IS NUMERIC
                   MOVE EMPLEADOS-CLABE (1:3) TO WS-FAL-BANCO
               ELSE
                   MOVE "002" TO WS-FAL-BANCO
               END-IF
           END-IF.
           MOVE WS-SECUENCIA-FALSA TO WS-FAL-CUENTA.
           MOVE SPACES TO WS-ID-VALOR.
           STRING WS-FAL-BANCO "180" "9" WS-FAL-CUENTA
               DELIMITED BY SIZE
               INTO WS-ID-VALOR
           END-STRING.
           MOVE "CLA" TO WS-ID-TIPO.
           MOVE 18 TO WS-ID-POSICION.
           PERFORM CALCULA-VERIFICADOR.

           TOMA-NACIMIENTO.
           IF EMPLEADOS-FECHA-NACIMIENTO IS NUMERIC
               MOVE EMPLEADOS-FECHA-NACIMIENTO TO WS-FAL-NACIMIENTO
           ELSE
               MOVE "19900101" TO WS-FAL-NACIMIENTO
           END-IF.

           CALCULA-VERIFICADOR.
           MOVE "N" TO WS-ID-RESULTADO.
           PERFORM PRUEBA-CANDIDATO
               VARYING WS-IX-CAND FROM 1 BY 1
               UNTIL WS-IX-CAND > 11 OR WS-ID-RESULTADO = "S".

           PRUEBA-CANDIDATO.
           MOVE WS-CANDIDATOS (WS-IX-CAND:1)
               TO WS-ID-VALOR (WS-ID-POSICION:1).
           IF WS-ID-TIPO = "CLA"
               CALL "valida-clabe" USING WS-ID-VALOR WS-ID-RESULTADO
               END-CALL
           ELSE
               CALL "valida-identidad"
                   USING WS-ID-TIPO WS-ID-VALOR WS-ID-RESULTADO
               END-CALL
           END-IF.

           ESCRIBE-CAMPOS-ENMASCARADOS.
           MOVE SPACES TO LINEA-MANIFIESTO.
           PERFORM ESCRIBE-MANIFIESTO.
           MOVE WS-CAMBIOS-NOMBRE TO WS-CAM-NOMBRE.
           MOVE WS-CAMBIOS-RFC TO WS-CAM-RFC.
           MOVE WS-CAMBIOS-CURP TO WS-CAM-CURP.
           MOVE WS-CAMBIOS-NSS TO WS-CAM-NSS.
           MOVE WS-CAMBIOS-CLABE TO WS-CAM-CLABE.
           MOVE WS-CAMBIOS-TELEFONO TO WS-CAM-TELEFONO.
           MOVE WS-CAMBIOS-CALLE TO WS-CAM-CALLE.
           MOVE WS-LINEA-CAMPOS TO LINEA-MANIFIESTO.
           PERFORM ESCRIBE-MANIFIESTO.
           MOVE SPACES TO WS-LINEA-NOTA.
           STRING "NOMINA.dat Y CIFRAS-NOMINA.dat: SOLO EL NOMBRE, "
               "CON EL MISMO NOMBRE FALSO DEL DIRECTORIO."
               DELIMITED BY SIZE
               INTO WS-LINEA-NOTA
           END-STRING.
           MOVE WS-LINEA-NOTA TO LINEA-MANIFIESTO.
           PERFORM ESCRIBE-MANIFIESTO.
           MOVE SPACES TO WS-LINEA-NOTA.
           STRING "SIN CAMBIO: LLAVES, SALARIOS, IMPORTES, TOTALES, "
               "FECHAS, CIUDAD, ESTADO Y CODIGO POSTAL."
               DELIMITED BY SIZE
               INTO WS-LINEA-NOTA
           END-STRING.
           MOVE WS-LINEA-NOTA TO LINEA-MANIFIESTO.
           PERFORM ESCRIBE-MANIFIESTO.

           ESCRIBE-MANIFIESTO.
           WRITE LINEA-MANIFIESTO.
           DISPLAY FUNCTION TRIM(LINEA-MANIFIESTO TRAILING).

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

       END PROGRAM refresca-pruebas.
