      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE DE EQUIDAD SALARIAL POR SEXO PARA EL
      *         CUESTIONARIO ANUAL DE CERTIFICACION EN IGUALDAD: EL
      *         DIRECTORIO NO TRAE SEXO, ASI QUE SE TOMA DE LA
      *         POSICION 11 DE EMPLEADOS-CURP ("H" / "M"), CRUZANDO
      *         CADA ACTIVO DEL MAESTRO DE NOMINA CON SU REGISTRO
      *         (CRUCEID.cpy). COMPARA PROMEDIO, MEDIANA Y RANGO DE
      *         WS-SALARIO-EMP (MENSUAL) POR DEPARTAMENTO Y POR PUESTO
      *         (CATALOGOS busca-depto Y busca-puesto), CON EL CONTEO
      *         DE CADA GRUPO Y LA BRECHA EN PORCENTAJE CONTRA EL
      *         PROMEDIO Y LA MEDIANA DE LOS HOMBRES. UNA CELDA CON
      *         MENOS PERSONAS QUE EQUIDAD_MINIMO (3 POR OMISION) SE
      *         RESERVA: SOLO SE DA EL CONTEO Y NO SE CALCULA BRECHA,
      *         PARA QUE NADIE SEA IDENTIFICABLE. AL FINAL LISTA PARA
      *         REVISION DE RH A LOS INDIVIDUOS ATIPICOS DE CADA
      *         PUESTO: FUERA DEL TABULADOR DEL CATALOGO O A MAS DE
      *         EQUIDAD_DESVIO_PCT (20 POR OMISION) POR CIENTO DEL
      *         PROMEDIO DEL PUESTO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-equidad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT NOMINA-MAESTRO
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT EQUIDAD-ORDEN ASSIGN TO "SORTWK17".

       SELECT REPORTE-EQUIDAD
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD NOMINA-MAESTRO.
           COPY NOMIDX.

      *    Cada persona entra dos veces: una por su departamento
      *    ("D") y otra por su puesto ("P"); dentro del grupo y del
      *    sexo sale ordenada por salario para sacar la mediana.
       SD  EQUIDAD-ORDEN.
       01  SD-REG-EQUIDAD.
           05 SD-TIPO PIC X(1).
           05 SD-GRUPO PIC 9(3).
           05 SD-SEXO PIC X(1).
           05 SD-SALARIO PIC 9(7)V99.

       FD REPORTE-EQUIDAD.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
       COPY NOMREG.
       COPY RPTENC.

       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-NOMINA PIC X(200).
       01  WS-FILE-STATUS-NOM PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ENTRADA PIC X.
       01  FIN-DE-ORDENADOS PIC X.
       01  WS-FECHA-HOY PIC X(8).

       01  WS-MINIMO-X PIC X(4).
       01  WS-MINIMO-CELDA PIC 9(3).
       01  WS-DESVIO-X PIC X(4).
       01  WS-DESVIO-PCT PIC 9(3).

      *    Personas analizadas, para la lista de atipicos.
       01  WS-TABLA-PERSONAS.
           05 WS-PER-RENGLON OCCURS 9999 TIMES.
               10 WS-PER-ID PIC X(6).
               10 WS-PER-NOMBRE PIC X(30).
               10 WS-PER-PUESTO PIC 9(2).
               10 WS-PER-SEXO PIC X(1).
               10 WS-PER-SALARIO PIC 9(7)V99.
       01  WS-TOTAL-PERSONAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-PER PIC 9(4).

      *    Suma y conteo por puesto (codigo + 1) para el promedio del
      *    puesto contra el que se mide a cada individuo.
       01  WS-TABLA-PUESTOS.
           05 WS-PUE-RENGLON OCCURS 100 TIMES.
               10 WS-PUE-CONTEO PIC 9(5).
               10 WS-PUE-SUMA PIC 9(11)V99.
       01  WS-IX-PUE PIC 9(3).
       01  WS-PUESTO-ACTUAL PIC 9(2).
       01  WS-PROMEDIO-PUESTO PIC 9(7)V99.
       01  WS-DESVIO-CALC PIC S9(5)V9.
       01  WS-ATIPICO PIC X.
       01  WS-MOTIVO-ATIPICO PIC X(20).
       01  WS-ENCABEZADO-PUESTO PIC X.

      *    Salarios ordenados del grupo y sexo en curso.
       01  WS-TABLA-SALARIOS.
           05 WS-SAL-ORDENADO OCCURS 9999 TIMES PIC 9(7)V99.
       01  WS-TOTAL-SALARIOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-MEDIO PIC 9(4).

      *    Estadistica del grupo en curso: 1 = hombres, 2 = mujeres.
       01  WS-TABLA-SEXOS.
           05 WS-SEX-RENGLON OCCURS 2 TIMES.
               10 WS-SEX-CONTEO PIC 9(5).
               10 WS-SEX-SUMA PIC 9(11)V99.
               10 WS-SEX-PROMEDIO PIC 9(7)V99.
               10 WS-SEX-MEDIANA PIC 9(7)V99.
               10 WS-SEX-MINIMO PIC 9(7)V99.
               10 WS-SEX-MAXIMO PIC 9(7)V99.
       01  WS-IX-SEX PIC 9.
       01  WS-GRP-TIPO PIC X(1).
       01  WS-GRP-CODIGO PIC 9(3).
       01  WS-GRP-SEXO PIC X(1).
       01  WS-TIPO-ESCRITO PIC X(1) VALUE SPACE.
       01  WS-BRECHA-PROMEDIO PIC S9(3)V9.
       01  WS-BRECHA-MEDIANA PIC S9(3)V9.

       01  WS-NOMBRE-DEPTO-CAT PIC X(20).
       01  WS-RESULTADO-DEPTO PIC X.
       01  WS-CODIGO-PUESTO PIC 9(2).
       01  WS-TITULO-PUESTO PIC X(10).
       01  WS-SAL-MIN-PUESTO PIC 9(7)V99.
       01  WS-SAL-MAX-PUESTO PIC 9(7)V99.
       01  WS-RESULTADO-PUESTO PIC X.

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-DIRECTORIO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-SEXO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-GRUPOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-RESERVADOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-ATIPICOS PIC 9(6) VALUE ZEROES.

       01  WS-TITULO-RPT PIC X(60) VALUE
           "EQUIDAD SALARIAL POR SEXO (SALARIO MENSUAL, ACTIVOS)".
       01  WS-LINEA-GRUPO.
           05 GRP-ETIQUETA PIC X(13).
           05 GRP-CODIGO PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GRP-NOMBRE PIC X(20).
       01  WS-LINEA-SEXO.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SEX-ETIQUETA PIC X(8).
           05 FILLER PIC X(4) VALUE " N: ".
           05 SEX-CONTEO PIC ZZZZ9.
           05 SEX-RESERVA.
               10 FILLER PIC X(12) VALUE "  PROMEDIO: ".
               10 SEX-PROMEDIO PIC Z,ZZZ,ZZ9.99.
               10 FILLER PIC X(11) VALUE "  MEDIANA: ".
               10 SEX-MEDIANA PIC Z,ZZZ,ZZ9.99.
               10 FILLER PIC X(8) VALUE "  RANGO ".
               10 SEX-MINIMO PIC Z,ZZZ,ZZ9.99.
               10 FILLER PIC X(3) VALUE " - ".
               10 SEX-MAXIMO PIC Z,ZZZ,ZZ9.99.
       01  WS-LINEA-BRECHA.
           05 FILLER PIC X(3) VALUE SPACES.
           05 BRE-TEXTO.
               10 FILLER PIC X(26) VALUE
                   "BRECHA CONTRA HOMBRES:  PR".
               10 FILLER PIC X(8) VALUE "OMEDIO: ".
               10 BRE-PROMEDIO PIC -ZZ9.9.
               10 FILLER PIC X(13) VALUE "%   MEDIANA: ".
               10 BRE-MEDIANA PIC -ZZ9.9.
               10 FILLER PIC X(1) VALUE "%".
       01  WS-LINEA-ATIPICO.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ATI-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ATI-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ATI-SEXO PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ATI-SALARIO PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE "  PROM.: ".
           05 ATI-PROMEDIO PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ATI-DESVIO PIC -ZZZ9.9.
           05 FILLER PIC X(3) VALUE "%  ".
           05 ATI-MOTIVO PIC X(20).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-equidad".
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
           IF WS-RUTA-NOMINA = SPACES
               DISPLAY "RECHAZADO: falta REGISTRO_NOMINA_ENTRADA_PATH "
                   "con el maestro de nomina."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NOMINA-MAESTRO.
           IF WS-FILE-STATUS-NOM NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir el maestro de "
                   "nomina: " FUNCTION TRIM(WS-RUTA-NOMINA)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RECHAZADO: no se pudo abrir EMPLEADOS-ARCHIVO."
                   " FILE STATUS: " WS-FILE-STATUS
               CLOSE NOMINA-MAESTRO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-EQUIDAD.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               CLOSE NOMINA-MAESTRO
               CLOSE EMPLEADOS-ARCHIVO
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.
           INITIALIZE WS-TABLA-PUESTOS.

           SORT EQUIDAD-ORDEN
               ON ASCENDING KEY SD-TIPO SD-GRUPO SD-SEXO SD-SALARIO
               INPUT PROCEDURE IS SELECCIONA-ACTIVOS
               OUTPUT PROCEDURE IS IMPRIME-GRUPOS.

           CLOSE NOMINA-MAESTRO.
           CLOSE EMPLEADOS-ARCHIVO.
           PERFORM ESCRIBE-ATIPICOS.
           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-EQUIDAD.
           DISPLAY "Activos del maestro: " WS-TOTAL-LEIDOS.
           DISPLAY "Analizados con sexo de la CURP: "
               WS-TOTAL-PERSONAS.
           DISPLAY "Sin registro en el directorio: "
               WS-TOTAL-SIN-DIRECTORIO.
           DISPLAY "Sin CURP valida para derivar el sexo: "
               WS-TOTAL-SIN-SEXO.
           DISPLAY "Celdas reservadas por pocas personas: "
               WS-TOTAL-RESERVADOS.
           DISPLAY "Individuos atipicos para revision: "
               WS-TOTAL-ATIPICOS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-PERSONAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-NOMINA FROM ENVIRONMENT
               "REGISTRO_NOMINA_ENTRADA_PATH".
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT "EQUIDAD_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-EQUIDAD" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.
           ACCEPT WS-MINIMO-X FROM ENVIRONMENT "EQUIDAD_MINIMO".
           IF WS-MINIMO-X = SPACES
               MOVE 3 TO WS-MINIMO-CELDA
           ELSE
               COMPUTE WS-MINIMO-CELDA = FUNCTION NUMVAL(WS-MINIMO-X)
           END-IF.
           IF WS-MINIMO-CELDA < 1
               MOVE 1 TO WS-MINIMO-CELDA
           END-IF.
           ACCEPT WS-DESVIO-X FROM ENVIRONMENT "EQUIDAD_DESVIO_PCT".
           IF WS-DESVIO-X = SPACES
               MOVE 20 TO WS-DESVIO-PCT
           ELSE
               COMPUTE WS-DESVIO-PCT = FUNCTION NUMVAL(WS-DESVIO-X)
           END-IF.

           ESCRIBE-ENCABEZADO.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TITULO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "Celdas con menos de " DELIMITED BY SIZE
               WS-MINIMO-CELDA DELIMITED BY SIZE
               " personas se reservan; la brecha es (hombres - "
               DELIMITED BY SIZE
               "mujeres) / hombres." DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

           SELECCIONA-ACTIVOS.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM LEE-MAESTRO.
           PERFORM LIBERA-ACTIVO UNTIL FIN-DE-ENTRADA = "0".

           LEE-MAESTRO.
           READ NOMINA-MAESTRO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

      *    El sexo sale de la CURP del directorio; los registros sin
      *    CURP o con otra letra en la posicion 11 se cuentan aparte
      *    y no entran a ninguna celda.
           LIBERA-ACTIVO.
           IF WS-STATUS-EMP = 0
               AND WS-SALARIO-EMP > ZEROES
               ADD 1 TO WS-TOTAL-LEIDOS
               MOVE WS-NUMERO-EMP TO CRUCE-ID-NOMINA
               MOVE WS-SITIO-EMP TO CRUCE-ID-SITIO
               CALL "forma-id-directorio"
                   USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
               END-CALL
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-SIN-DIRECTORIO
                   NOT INVALID KEY
                       PERFORM LIBERA-PERSONA
               END-READ
           END-IF.
           PERFORM LEE-MAESTRO.

           LIBERA-PERSONA.
           IF EMPLEADOS-CURP (11:1) NOT = "H"
               AND EMPLEADOS-CURP (11:1) NOT = "M"
               ADD 1 TO WS-TOTAL-SIN-SEXO
           ELSE
               MOVE EMPLEADOS-CURP (11:1) TO SD-SEXO
               MOVE WS-SALARIO-EMP TO SD-SALARIO
               MOVE "D" TO SD-TIPO
               MOVE WS-DEPTO-EMP TO SD-GRUPO
               RELEASE SD-REG-EQUIDAD
               MOVE "P" TO SD-TIPO
               MOVE WS-PUESTO-EMP TO SD-GRUPO
               RELEASE SD-REG-EQUIDAD
               COMPUTE WS-IX-PUE = WS-PUESTO-EMP + 1
               ADD 1 TO WS-PUE-CONTEO (WS-IX-PUE)
               ADD WS-SALARIO-EMP TO WS-PUE-SUMA (WS-IX-PUE)
               IF WS-TOTAL-PERSONAS < 9999
                   ADD 1 TO WS-TOTAL-PERSONAS
                   MOVE EMPLEADOS-ID TO WS-PER-ID (WS-TOTAL-PERSONAS)
                   MOVE WS-NOMBRE-EMP
                       TO WS-PER-NOMBRE (WS-TOTAL-PERSONAS)
                   MOVE WS-PUESTO-EMP
                       TO WS-PER-PUESTO (WS-TOTAL-PERSONAS)
                   MOVE EMPLEADOS-CURP (11:1)
                       TO WS-PER-SEXO (WS-TOTAL-PERSONAS)
                   MOVE WS-SALARIO-EMP
                       TO WS-PER-SALARIO (WS-TOTAL-PERSONAS)
               END-IF
           END-IF.

      *    Corte de control por grupo (tipo + codigo) y por sexo.
           IMPRIME-GRUPOS.
           MOVE "1" TO FIN-DE-ORDENADOS.
           PERFORM REGRESA-ORDENADO.
           IF FIN-DE-ORDENADOS = "0"
               MOVE "  Sin activos con sexo derivable de la CURP."
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM INICIA-GRUPO
               PERFORM ACUMULA-ORDENADO UNTIL FIN-DE-ORDENADOS = "0"
               PERFORM CIERRA-SEXO
               PERFORM ESCRIBE-GRUPO
           END-IF.

           REGRESA-ORDENADO.
           RETURN EQUIDAD-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-ORDENADOS
           END-RETURN.

           INICIA-GRUPO.
           MOVE SD-TIPO TO WS-GRP-TIPO.
           MOVE SD-GRUPO TO WS-GRP-CODIGO.
           INITIALIZE WS-TABLA-SEXOS.
           PERFORM INICIA-SEXO.

           INICIA-SEXO.
           MOVE SD-SEXO TO WS-GRP-SEXO.
           MOVE ZEROES TO WS-TOTAL-SALARIOS.

           ACUMULA-ORDENADO.
           IF SD-TIPO NOT = WS-GRP-TIPO
               OR SD-GRUPO NOT = WS-GRP-CODIGO
               PERFORM CIERRA-SEXO
               PERFORM ESCRIBE-GRUPO
               PERFORM INICIA-GRUPO
           ELSE
               IF SD-SEXO NOT = WS-GRP-SEXO
                   PERFORM CIERRA-SEXO
                   PERFORM INICIA-SEXO
               END-IF
           END-IF.
           IF WS-TOTAL-SALARIOS < 9999
               ADD 1 TO WS-TOTAL-SALARIOS
               MOVE SD-SALARIO TO WS-SAL-ORDENADO (WS-TOTAL-SALARIOS)
           END-IF.
           PERFORM REGRESA-ORDENADO.

      *    Los salarios llegan ordenados: el minimo es el primero, el
      *    maximo el ultimo y la mediana el de en medio (o el promedio
      *    de los dos de en medio).
           CIERRA-SEXO.
           IF WS-GRP-SEXO = "H"
               MOVE 1 TO WS-IX-SEX
           ELSE
               MOVE 2 TO WS-IX-SEX
           END-IF.
           MOVE WS-TOTAL-SALARIOS TO WS-SEX-CONTEO (WS-IX-SEX).
           MOVE ZEROES TO WS-SEX-SUMA (WS-IX-SEX).
           PERFORM SUMA-SALARIO
               VARYING WS-IX-MEDIO FROM 1 BY 1
               UNTIL WS-IX-MEDIO > WS-TOTAL-SALARIOS.
           COMPUTE WS-SEX-PROMEDIO (WS-IX-SEX) ROUNDED =
               WS-SEX-SUMA (WS-IX-SEX) / WS-TOTAL-SALARIOS.
           MOVE WS-SAL-ORDENADO (1) TO WS-SEX-MINIMO (WS-IX-SEX).
           MOVE WS-SAL-ORDENADO (WS-TOTAL-SALARIOS)
               TO WS-SEX-MAXIMO (WS-IX-SEX).
           IF FUNCTION MOD(WS-TOTAL-SALARIOS, 2) = 1
               COMPUTE WS-IX-MEDIO = (WS-TOTAL-SALARIOS + 1) / 2
               MOVE WS-SAL-ORDENADO (WS-IX-MEDIO)
                   TO WS-SEX-MEDIANA (WS-IX-SEX)
           ELSE
               COMPUTE WS-IX-MEDIO = WS-TOTAL-SALARIOS / 2
               COMPUTE WS-SEX-MEDIANA (WS-IX-SEX) ROUNDED =
                   (WS-SAL-ORDENADO (WS-IX-MEDIO)
                   + WS-SAL-ORDENADO (WS-IX-MEDIO + 1)) / 2
           END-IF.

           SUMA-SALARIO.
           ADD WS-SAL-ORDENADO (WS-IX-MEDIO) TO WS-SEX-SUMA (WS-IX-SEX).

           ESCRIBE-GRUPO.
           ADD 1 TO WS-TOTAL-GRUPOS.
           IF WS-GRP-TIPO NOT = WS-TIPO-ESCRITO
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF WS-GRP-TIPO = "D"
                   MOVE "POR DEPARTAMENTO" TO LINEA-REPORTE
               ELSE
                   MOVE "POR PUESTO" TO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE
               MOVE WS-GRP-TIPO TO WS-TIPO-ESCRITO
           END-IF.
           MOVE WS-GRP-CODIGO TO GRP-CODIGO.
           IF WS-GRP-TIPO = "D"
               MOVE "DEPARTAMENTO " TO GRP-ETIQUETA
               CALL "busca-depto"
                   USING WS-GRP-CODIGO WS-NOMBRE-DEPTO-CAT
                       WS-RESULTADO-DEPTO
               END-CALL
               MOVE WS-NOMBRE-DEPTO-CAT TO GRP-NOMBRE
           ELSE
               MOVE "PUESTO " TO GRP-ETIQUETA
               MOVE WS-GRP-CODIGO TO WS-CODIGO-PUESTO
               CALL "busca-puesto"
                   USING WS-CODIGO-PUESTO WS-TITULO-PUESTO
                       WS-SAL-MIN-PUESTO WS-SAL-MAX-PUESTO
                       WS-RESULTADO-PUESTO
               END-CALL
               MOVE WS-TITULO-PUESTO TO GRP-NOMBRE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-GRUPO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 1 TO WS-IX-SEX.
           MOVE "HOMBRES" TO SEX-ETIQUETA.
           PERFORM ESCRIBE-SEXO.
           MOVE 2 TO WS-IX-SEX.
           MOVE "MUJERES" TO SEX-ETIQUETA.
           PERFORM ESCRIBE-SEXO.
           PERFORM ESCRIBE-BRECHA.

      *    Una celda chica solo muestra su conteo.
           ESCRIBE-SEXO.
           MOVE WS-SEX-CONTEO (WS-IX-SEX) TO SEX-CONTEO.
           IF WS-SEX-CONTEO (WS-IX-SEX) = ZEROES
               MOVE "  sin personas" TO SEX-RESERVA
           ELSE
               IF WS-SEX-CONTEO (WS-IX-SEX) < WS-MINIMO-CELDA
                   MOVE "  reservado (pocas personas)" TO SEX-RESERVA
                   ADD 1 TO WS-TOTAL-RESERVADOS
               ELSE
                   MOVE "  PROMEDIO: " TO SEX-RESERVA (1:12)
                   MOVE WS-SEX-PROMEDIO (WS-IX-SEX) TO SEX-PROMEDIO
                   MOVE "  MEDIANA: " TO SEX-RESERVA (25:11)
                   MOVE WS-SEX-MEDIANA (WS-IX-SEX) TO SEX-MEDIANA
                   MOVE "  RANGO " TO SEX-RESERVA (48:8)
                   MOVE WS-SEX-MINIMO (WS-IX-SEX) TO SEX-MINIMO
                   MOVE " - " TO SEX-RESERVA (68:3)
                   MOVE WS-SEX-MAXIMO (WS-IX-SEX) TO SEX-MAXIMO
               END-IF
           END-IF.
           MOVE WS-LINEA-SEXO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-BRECHA.
           IF WS-SEX-CONTEO (1) < WS-MINIMO-CELDA
               OR WS-SEX-CONTEO (2) < WS-MINIMO-CELDA
               MOVE "BRECHA: no se calcula (celda reservada o vacia)"
                   TO BRE-TEXTO
           ELSE
               MOVE "BRECHA CONTRA HOMBRES:  PROMEDIO: "
                   TO BRE-TEXTO (1:34)
               MOVE "%   MEDIANA: " TO BRE-TEXTO (41:13)
               MOVE "%" TO BRE-TEXTO (60:1)
               COMPUTE WS-BRECHA-PROMEDIO ROUNDED =
                   (WS-SEX-PROMEDIO (1) - WS-SEX-PROMEDIO (2)) * 100
                   / WS-SEX-PROMEDIO (1)
               COMPUTE WS-BRECHA-MEDIANA ROUNDED =
                   (WS-SEX-MEDIANA (1) - WS-SEX-MEDIANA (2)) * 100
                   / WS-SEX-MEDIANA (1)
               MOVE WS-BRECHA-PROMEDIO TO BRE-PROMEDIO
               MOVE WS-BRECHA-MEDIANA TO BRE-MEDIANA
           END-IF.
           MOVE WS-LINEA-BRECHA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    La lista de atipicos es para RH, no para el cuestionario:
      *    va con nombre y no se reserva.
           ESCRIBE-ATIPICOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ATIPICOS POR PUESTO (REVISION INTERNA DE RH)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM REVISA-PUESTO-ATIPICOS
               VARYING WS-IX-PUE FROM 1 BY 1
               UNTIL WS-IX-PUE > 100.
           IF WS-TOTAL-ATIPICOS = ZEROES
               MOVE "  Sin atipicos." TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           REVISA-PUESTO-ATIPICOS.
           IF WS-PUE-CONTEO (WS-IX-PUE) > ZEROES
               COMPUTE WS-PUESTO-ACTUAL = WS-IX-PUE - 1
               COMPUTE WS-PROMEDIO-PUESTO ROUNDED =
                   WS-PUE-SUMA (WS-IX-PUE) / WS-PUE-CONTEO (WS-IX-PUE)
               MOVE WS-PUESTO-ACTUAL TO WS-CODIGO-PUESTO
               CALL "busca-puesto"
                   USING WS-CODIGO-PUESTO WS-TITULO-PUESTO
                       WS-SAL-MIN-PUESTO WS-SAL-MAX-PUESTO
                       WS-RESULTADO-PUESTO
               END-CALL
               MOVE "N" TO WS-ENCABEZADO-PUESTO
               PERFORM REVISA-PERSONA-ATIPICA
                   VARYING WS-IX-PER FROM 1 BY 1
                   UNTIL WS-IX-PER > WS-TOTAL-PERSONAS
           END-IF.

      *    Atipico: fuera del tabulador del catalogo, o (con al menos
      *    dos personas en el puesto) lejos del promedio del puesto.
           REVISA-PERSONA-ATIPICA.
           IF WS-PER-PUESTO (WS-IX-PER) = WS-PUESTO-ACTUAL
               MOVE "N" TO WS-ATIPICO
               MOVE SPACES TO WS-MOTIVO-ATIPICO
               COMPUTE WS-DESVIO-CALC ROUNDED =
                   (WS-PER-SALARIO (WS-IX-PER) - WS-PROMEDIO-PUESTO)
                   * 100 / WS-PROMEDIO-PUESTO
               IF WS-RESULTADO-PUESTO = "S"
                   AND (WS-PER-SALARIO (WS-IX-PER) < WS-SAL-MIN-PUESTO
                   OR WS-PER-SALARIO (WS-IX-PER) > WS-SAL-MAX-PUESTO)
                   MOVE "S" TO WS-ATIPICO
                   MOVE "FUERA DE TABULADOR" TO WS-MOTIVO-ATIPICO
               ELSE
                   IF WS-PUE-CONTEO (WS-IX-PUE) > 1
                       AND (WS-DESVIO-CALC > WS-DESVIO-PCT
                       OR WS-DESVIO-CALC < 0 - WS-DESVIO-PCT)
                       MOVE "S" TO WS-ATIPICO
                       MOVE "LEJOS DEL PROMEDIO" TO WS-MOTIVO-ATIPICO
                   END-IF
               END-IF
               IF WS-ATIPICO = "S"
                   PERFORM ESCRIBE-ATIPICO
               END-IF
           END-IF.

           ESCRIBE-ATIPICO.
           IF WS-ENCABEZADO-PUESTO = "N"
               MOVE SPACES TO LINEA-REPORTE
               STRING "PUESTO " DELIMITED BY SIZE
                   WS-CODIGO-PUESTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TITULO-PUESTO DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
               MOVE "S" TO WS-ENCABEZADO-PUESTO
           END-IF.
           ADD 1 TO WS-TOTAL-ATIPICOS.
           MOVE WS-PER-ID (WS-IX-PER) TO ATI-ID.
           MOVE WS-PER-NOMBRE (WS-IX-PER) TO ATI-NOMBRE.
           MOVE WS-PER-SEXO (WS-IX-PER) TO ATI-SEXO.
           MOVE WS-PER-SALARIO (WS-IX-PER) TO ATI-SALARIO.
           MOVE WS-PROMEDIO-PUESTO TO ATI-PROMEDIO.
           MOVE WS-DESVIO-CALC TO ATI-DESVIO.
           MOVE WS-MOTIVO-ATIPICO TO ATI-MOTIVO.
           MOVE WS-LINEA-ATIPICO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ACTIVOS DEL MAESTRO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-LEIDOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "ANALIZADOS CON SEXO DERIVADO DE LA CURP:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-PERSONAS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "SIN REGISTRO EN EL DIRECTORIO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-SIN-DIRECTORIO TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "SIN CURP VALIDA (FUERA DEL ANALISIS):"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-SIN-SEXO TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "GRUPOS REPORTADOS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-GRUPOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "CELDAS RESERVADAS:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-RESERVADOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "ATIPICOS PARA REVISION:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ATIPICOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.

           ESCRIBE-LINEA-TOTAL.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

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
       END PROGRAM reporte-equidad.
