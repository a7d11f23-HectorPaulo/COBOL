      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: REGRESA EL VALOR DE UN PARAMETRO
      *         LEGAL (UMA, SALARIOS MINIMOS, VSM, TOPES DE EXENCION,
      *         TASAS DEL IMSS) VIGENTE A LA FECHA DEL CALCULO, DE LA
      *         TABLA CENTRAL PARAMETROS-LEGALES.txt (PLGREG.cpy). UN
      *         RECALCULO RETROACTIVO QUE PASA LA FECHA DEL PERIODO
      *         RECIBE EL VALOR QUE REGIA ENTONCES. RESULTADO "S"
      *         ENCONTRADO, "N" LA CLAVE NO TIENE VALOR VIGENTE A ESA
      *         FECHA, "X" NO HAY TABLA; CON "N" O "X" EL PROGRAMA
      *         SIGUE CON SU VALOR PROPIO. CADA CLAVE Y VIGENCIA QUE
      *         USA UN PROGRAMA QUEDA UNA VEZ POR CORRIDA EN
      *         PARAMETROS-USADOS.txt (PUSREG.cpy) PARA
      *         reporte-parametros. LA TABLA SE CARGA EN LA PRIMERA
      *         LLAMADA Y QUEDA EN MEMORIA EL RESTO DE LA CORRIDA.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. busca-parametro-legal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PARAMETROS-LEGALES
       ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PLG.

       SELECT PARAMETROS-USADOS
       ASSIGN TO DYNAMIC WS-RUTA-USADOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS-LEGALES.
       01  LINEA-PARAMETRO PIC X(100).

       FD PARAMETROS-USADOS.
       01  LINEA-USADO PIC X(117).

       WORKING-STORAGE SECTION.
       COPY PLGREG.
       COPY PUSREG.

       01  WS-RUTA-PARAMETROS PIC X(200).
       01  WS-FILE-STATUS-PLG PIC X(2).
       01  WS-RUTA-USADOS PIC X(200).
       01  WS-FILE-STATUS-PUS PIC X(2).
       01  FIN-DE-PARAMETROS PIC X.
      *    "N" sin cargar, "S" cargada, "F" no se pudo abrir (no se
      *    reintenta en cada llamada).
       01  WS-TABLA-CARGADA PIC X VALUE "N".
       01  WS-SELLO-CORRIDA PIC X(16).

       01  WS-TABLA-PARAMETROS.
           05 WS-PLG-RENGLON OCCURS 500 TIMES.
               10 WS-PLG-CLAVE PIC X(12).
               10 WS-PLG-VIGENCIA PIC X(8).
               10 WS-PLG-VALOR PIC 9(7)V9(5).
               10 WS-PLG-FUENTE PIC X(40).
       01  WS-TOTAL-PARAMETROS PIC 9(3) VALUE ZEROES.
       01  WS-IX-PLG PIC 9(3).
       01  WS-PLG-ENCONTRADO PIC 9(3).

      *    Claves ya asentadas en la bitacora de usados en esta
      *    corrida (programa, clave, vigencia y resultado).
       01  WS-TABLA-ASENTADOS.
           05 WS-ASE-RENGLON OCCURS 200 TIMES.
               10 WS-ASE-PROGRAMA PIC X(20).
               10 WS-ASE-CLAVE PIC X(12).
               10 WS-ASE-VIGENCIA PIC X(8).
               10 WS-ASE-RESULTADO PIC X(1).
       01  WS-TOTAL-ASENTADOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-ASE PIC 9(3).
       01  WS-ASE-ENCONTRADO PIC 9(3).
       01  WS-VIGENCIA-USADA PIC X(8).

       LINKAGE SECTION.
       01  LK-PROGRAMA PIC X(20).
       01  LK-CLAVE PIC X(12).
       01  LK-FECHA PIC X(8).
       01  LK-VALOR PIC 9(7)V9(5).
       01  LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-PROGRAMA LK-CLAVE LK-FECHA
           LK-VALOR LK-RESULTADO.
       MAIN-PROCEDURE.
           IF WS-TABLA-CARGADA = "N"
               CALL "fecha-sello" USING WS-SELLO-CORRIDA END-CALL
               PERFORM CARGA-TABLA
           END-IF.
           MOVE ZEROES TO LK-VALOR.
           MOVE ZEROES TO WS-PLG-ENCONTRADO.
           MOVE SPACES TO WS-VIGENCIA-USADA.
           IF WS-TABLA-CARGADA NOT = "S"
               MOVE "X" TO LK-RESULTADO
           ELSE
      *        Gana la vigencia mas reciente que no rebasa la fecha.
               PERFORM VARYING WS-IX-PLG FROM 1 BY 1
                   UNTIL WS-IX-PLG > WS-TOTAL-PARAMETROS
                   IF WS-PLG-CLAVE (WS-IX-PLG) = LK-CLAVE
                       AND WS-PLG-VIGENCIA (WS-IX-PLG) <= LK-FECHA
                       IF WS-PLG-ENCONTRADO = ZEROES
                           MOVE WS-IX-PLG TO WS-PLG-ENCONTRADO
                       ELSE
                           IF WS-PLG-VIGENCIA (WS-IX-PLG) >
                               WS-PLG-VIGENCIA (WS-PLG-ENCONTRADO)
                               MOVE WS-IX-PLG TO WS-PLG-ENCONTRADO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PLG-ENCONTRADO = ZEROES
                   MOVE "N" TO LK-RESULTADO
               ELSE
                   MOVE "S" TO LK-RESULTADO
                   MOVE WS-PLG-VALOR (WS-PLG-ENCONTRADO) TO LK-VALOR
                   MOVE WS-PLG-VIGENCIA (WS-PLG-ENCONTRADO)
                       TO WS-VIGENCIA-USADA
               END-IF
           END-IF.
           PERFORM ASIENTA-USO.
           GOBACK.

           CARGA-TABLA.
           ACCEPT WS-RUTA-PARAMETROS FROM ENVIRONMENT
               "PARAMETROS_LEGALES_PATH".
           IF WS-RUTA-PARAMETROS = SPACES
               MOVE "PARAMETROS-LEGALES.txt" TO WS-RUTA-PARAMETROS
           END-IF.
           ACCEPT WS-RUTA-USADOS FROM ENVIRONMENT
               "PARAMETROS_USADOS_PATH".
           IF WS-RUTA-USADOS = SPACES
               MOVE "PARAMETROS-USADOS.txt" TO WS-RUTA-USADOS
           END-IF.
           OPEN INPUT PARAMETROS-LEGALES.
           IF WS-FILE-STATUS-PLG NOT = "00"
               MOVE "F" TO WS-TABLA-CARGADA
               DISPLAY "Aviso: no se pudo abrir la tabla de parametros "
                   "legales (" FUNCTION TRIM(WS-RUTA-PARAMETROS)
                   "); se usan los valores propios del programa."
           ELSE
               MOVE "1" TO FIN-DE-PARAMETROS
               PERFORM LEE-LINEA-PARAMETRO
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-PARAMETROS = "0"
               CLOSE PARAMETROS-LEGALES
               MOVE "S" TO WS-TABLA-CARGADA
           END-IF.

           LEE-LINEA-PARAMETRO.
           READ PARAMETROS-LEGALES
               AT END
                   MOVE "0" TO FIN-DE-PARAMETROS
           END-READ.

           AGREGA-A-TABLA.
           IF LINEA-PARAMETRO NOT = SPACES
               AND WS-TOTAL-PARAMETROS < 500
               MOVE LINEA-PARAMETRO TO PARAMETRO-LEGAL-REGISTRO
               ADD 1 TO WS-TOTAL-PARAMETROS
               MOVE PLG-CLAVE TO WS-PLG-CLAVE (WS-TOTAL-PARAMETROS)
               MOVE PLG-VIGENCIA
                   TO WS-PLG-VIGENCIA (WS-TOTAL-PARAMETROS)
               MOVE PLG-VALOR TO WS-PLG-VALOR (WS-TOTAL-PARAMETROS)
               MOVE PLG-FUENTE TO WS-PLG-FUENTE (WS-TOTAL-PARAMETROS)
           END-IF.
           PERFORM LEE-LINEA-PARAMETRO.

      *    Una linea por programa, clave, vigencia y resultado en la
      *    corrida; las consultas repetidas (una por empleado) no
      *    vuelven a escribir.
           ASIENTA-USO.
           MOVE ZEROES TO WS-ASE-ENCONTRADO.
           PERFORM VARYING WS-IX-ASE FROM 1 BY 1
               UNTIL WS-IX-ASE > WS-TOTAL-ASENTADOS
               OR WS-ASE-ENCONTRADO > ZEROES
               IF WS-ASE-PROGRAMA (WS-IX-ASE) = LK-PROGRAMA
                   AND WS-ASE-CLAVE (WS-IX-ASE) = LK-CLAVE
                   AND WS-ASE-VIGENCIA (WS-IX-ASE) = WS-VIGENCIA-USADA
                   AND WS-ASE-RESULTADO (WS-IX-ASE) = LK-RESULTADO
                   MOVE WS-IX-ASE TO WS-ASE-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ASE-ENCONTRADO = ZEROES
               AND WS-TOTAL-ASENTADOS < 200
               ADD 1 TO WS-TOTAL-ASENTADOS
               MOVE LK-PROGRAMA TO WS-ASE-PROGRAMA (WS-TOTAL-ASENTADOS)
               MOVE LK-CLAVE TO WS-ASE-CLAVE (WS-TOTAL-ASENTADOS)
               MOVE WS-VIGENCIA-USADA
                   TO WS-ASE-VIGENCIA (WS-TOTAL-ASENTADOS)
               MOVE LK-RESULTADO
                   TO WS-ASE-RESULTADO (WS-TOTAL-ASENTADOS)
               PERFORM ESCRIBE-USO
           END-IF.

           ESCRIBE-USO.
           OPEN EXTEND PARAMETROS-USADOS.
           IF WS-FILE-STATUS-PUS NOT = "00"
               OPEN OUTPUT PARAMETROS-USADOS
           END-IF.
           IF WS-FILE-STATUS-PUS = "00"
               MOVE SPACES TO PARAMETRO-USADO-REGISTRO
               MOVE WS-SELLO-CORRIDA TO PUS-SELLO
               MOVE LK-PROGRAMA TO PUS-PROGRAMA
               MOVE LK-CLAVE TO PUS-CLAVE
               MOVE LK-FECHA TO PUS-FECHA-CALCULO
               MOVE WS-VIGENCIA-USADA TO PUS-VIGENCIA
               MOVE LK-VALOR TO PUS-VALOR
               MOVE LK-RESULTADO TO PUS-RESULTADO
               IF WS-PLG-ENCONTRADO > ZEROES
                   MOVE WS-PLG-FUENTE (WS-PLG-ENCONTRADO) TO PUS-FUENTE
               END-IF
               MOVE PARAMETRO-USADO-REGISTRO TO LINEA-USADO
               WRITE LINEA-USADO
               CLOSE PARAMETROS-USADOS
           END-IF.
       END PROGRAM busca-parametro-legal.
