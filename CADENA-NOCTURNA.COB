      *         quincena. El paso que no toca hoy queda "CALEND" en
      *         el control (distinto de un FALLO) y al final se
      *         imprime el plan esperado de manana.
      *
      *         El paso que corre el calculo de registro-nomina (su
      *         comando llama a registro-nomina sin ser reversa) solo
      *         corre si el periodo tiene firma de prenomina en
      *         FIRMAS-PRENOMINA.txt (firma-prenomina); sin firma
      *         queda "SINFIR", cuenta como falla y se reintenta con
      *         CADENA_REINICIO=S ya firmado.
      *
      *         Un paso FALLO o SINFIR levanta una alerta critica
      *         (levanta-alerta) a la guardia de operacion, con el
      *         sello de arranque de la cadena.
      *
      *         Un paso cuyo comando empieza con "POR-SITIO " corre
      *         el resto del comando una vez por cada sitio del
      *         maestro de nomina (REGISTRO_NOMINA_ENTRADA_PATH), las
      *         particiones a la vez con REGISTRO_NOMINA_SITIO, y
      *         espera a que todas terminen. Cada particion deja su
      *         bitacora en paso-XX.log y su codigo en paso-XX.rc; el
      *         paso queda OK solo si todas terminaron en cero, y si
      *         no, FALLO con una alerta que nombra los sitios caidos
      *         (la union del siguiente paso no correria).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PER.

      *    Firmas de prenomina (FPNREG.cpy): el calculo de un periodo
      *    no corre sin la firma del operador de nomina.
       SELECT FIRMAS-PRENOMINA
       ASSIGN TO DYNAMIC WS-RUTA-FIRMAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FPN.

      *    Maestro de nomina (NOMIDX.cpy): de el salen los sitios de
      *    un paso POR-SITIO.
       SELECT MAESTRO-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-MAESTRO
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-MAE.

      *    Codigo de salida que deja cada particion de un paso
      *    POR-SITIO.
       SELECT CODIGO-SITIO
       ASSIGN TO DYNAMIC WS-RUTA-CODIGO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-COD.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-CORRIDA.
       FD PERIODOS-NOMINA.
       01  LINEA-PERIODO PIC X(40).

       FD FIRMAS-PRENOMINA.
       01  LINEA-FIRMA PIC X(125).

       FD MAESTRO-NOMINA.
           COPY NOMIDX.

       FD CODIGO-SITIO.
       01  LINEA-CODIGO PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-PLAN PIC X(200).
       01  WS-RUTA-CONTROL PIC X(200).
       COPY PERREG.
       01  WS-TABLA-FINES-PERIODO.
           05 WS-FIN-PERIODO OCCURS 500 TIMES PIC X(8).
       01  WS-TABLA-IDS-PERIODO.
           05 WS-ID-PERIODO OCCURS 500 TIMES PIC X(6).
       01  WS-TOTAL-FINES PIC 9(3) VALUE ZEROES.
       01  WS-IX-FIN PIC 9(3).
       01  WS-FRECUENCIA-X PIC X(10).
               10 WS-PASO-FIN PIC X(16).
      *        PEND = no ha corrido, OK, FALLO, NOEJEC = no se
      *        ejecuto porque su antecesor fallo, CALEND = el
      *        calendario dice que hoy no le toca, SINFIR = el
      *        calculo de nomina no corrio porque su periodo no tiene
      *        firma de prenomina.
               10 WS-PASO-RESULTADO PIC X(6).
       01  WS-TOTAL-PASOS PIC 9(2) VALUE ZEROES.
       01  WS-IX-PASO PIC 9(2).
       01  WS-IX-CONTROL PIC 9(2).
       01  WS-PASO-ACTUAL PIC 9(2).
       01  WS-ANTECESOR-FALLO PIC X VALUE "N".
       01  WS-COMANDO-EJECUTA PIC X(4000).
       01  WS-CODIGO-PASO PIC S9(4) VALUE ZEROES.
       01  WS-HUBO-FALLA PIC X VALUE "N".
       01  WS-SELLO PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CTL-RESULTADO PIC X(6).

       01  WS-RUTA-FIRMAS PIC X(200).
       01  WS-FILE-STATUS-FPN PIC X(2).
       01  FIN-DE-FIRMAS PIC X.
       COPY FPNREG.
      *    Revision del comando del paso para el candado de firma: se
      *    busca en mayusculas la llamada a registro-nomina, la
      *    reversa, la frecuencia semanal y un periodo explicito.
       01  WS-COMANDO-MAYUS PIC X(200).
       01  WS-CMD-ANTES PIC X(200).
       01  WS-CMD-DESPUES PIC X(200).
       01  WS-CUENTA-NOMINA PIC 9(3).
       01  WS-CUENTA-REVERSA PIC 9(3).
       01  WS-CUENTA-SEMANAL PIC 9(3).
       01  WS-CUENTA-PERIODO PIC 9(3).
       01  WS-PERIODO-PASO PIC X(6).
       01  WS-FIN-ELEGIDO PIC X(8).
       01  WS-FRECUENCIA-PASO PIC X(1).
       01  WS-FRECUENCIA-ENV PIC X(1).
       01  WS-PASO-FIRMADO PIC X.

      *    Alerta de operacion (levanta-alerta): severidad C/M/A,
      *    programa, mensaje, sello de esta corrida y folio asignado.
       01  WS-ALE-SEVERIDAD PIC X(1).
       01  WS-ALE-PROGRAMA PIC X(20) VALUE "cadena-nocturna".
       01  WS-ALE-MENSAJE PIC X(80).
       01  WS-ALE-SELLO-CORRIDA PIC X(16).
       01  WS-ALE-FOLIO PIC 9(8).
       01  WS-CODIGO-EDITADO PIC -ZZZ9.

      *    Paso POR-SITIO: sitios del maestro (sufijo "00" para el
      *    sitio en blanco), comando de cada particion y codigo con
      *    que termino.
       01  WS-RUTA-MAESTRO PIC X(200).
       01  WS-FILE-STATUS-MAE PIC X(2).
       01  FIN-DEL-MAESTRO PIC X.
       01  WS-RUTA-CODIGO PIC X(200).
       01  WS-FILE-STATUS-COD PIC X(2).
       01  WS-PASO-POR-SITIO PIC X VALUE "N".
       01  WS-COMANDO-SITIO PIC X(200).
       01  WS-BASE-SITIO PIC X(40).
       01  WS-LARGO-COMANDO PIC 9(4).
       01  WS-TABLA-SITIOS-CAD.
           05 WS-SITIO-SUFIJO OCCURS 99 TIMES PIC X(2).
       01  WS-TOTAL-SITIOS-CAD PIC 9(2) VALUE ZEROES.
       01  WS-IX-SITIO PIC 9(2).
       01  WS-SITIO-ANTERIOR PIC X(2).
       01  WS-CODIGO-SITIO-X PIC X(10).
       01  WS-SITIOS-FALLIDOS PIC 9(2).
       01  WS-LISTA-FALLIDOS PIC X(60).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "fecha-sello" USING WS-ALE-SELLO-CORRIDA END-CALL.
           PERFORM RESUELVE-PARAMETROS.
           PERFORM TOMA-CANDADO-CADENA.
           PERFORM VERIFICA-DIA-HABIL.
           IF WS-RUTA-CONTROL = SPACES
               MOVE "CADENA-CONTROL.txt" TO WS-RUTA-CONTROL
           END-IF.
           ACCEPT WS-RUTA-FIRMAS FROM ENVIRONMENT
               "FIRMAS_PRENOMINA_PATH".
           IF WS-RUTA-FIRMAS = SPACES
               MOVE "FIRMAS-PRENOMINA.txt" TO WS-RUTA-FIRMAS
           END-IF.
           ACCEPT WS-MODO-REINICIO FROM ENVIRONMENT "CADENA_REINICIO".
           MOVE FUNCTION UPPER-CASE(WS-MODO-REINICIO)
               TO WS-MODO-REINICIO.
                           WS-PASO-NOMBRE (WS-PASO-ACTUAL)
                           " NO se ejecuta: su antecesor fallo."
                   ELSE
                       PERFORM VERIFICA-FIRMA-PRENOMINA
                       IF WS-PASO-FIRMADO = "N"
                           MOVE "SINFIR"
                               TO WS-PASO-RESULTADO (WS-PASO-ACTUAL)
                           MOVE "S" TO WS-ANTECESOR-FALLO
                           MOVE "S" TO WS-HUBO-FALLA
                           PERFORM REESCRIBE-CONTROL
                           MOVE SPACES TO WS-ALE-MENSAJE
                           STRING "Paso "
                               FUNCTION TRIM
                                   (WS-PASO-NOMBRE (WS-PASO-ACTUAL))
                               " detenido: prenomina sin firma."
                               DELIMITED BY SIZE INTO WS-ALE-MENSAJE
                           END-STRING
                           MOVE "C" TO WS-ALE-SEVERIDAD
                           PERFORM LEVANTA-ALERTA
                       ELSE
                           PERFORM CORRE-COMANDO-PASO
                       END-IF
                   END-IF
               END-IF
           END-IF.
               AND WS-TOTAL-FINES < 500
               ADD 1 TO WS-TOTAL-FINES
               MOVE PER-FIN TO WS-FIN-PERIODO (WS-TOTAL-FINES)
               MOVE PER-ID TO WS-ID-PERIODO (WS-TOTAL-FINES)
           END-IF.
           PERFORM LEE-LINEA-PERIODO.

      *    Candado de firma de prenomina. Solo aplica al paso cuyo
      *    comando llama a registro-nomina y no es reversa. El
      *    periodo sale del REGISTRO_NOMINA_PERIODO= del comando, o
      *    del ambiente de la cadena, o del ultimo periodo del
      *    control que termina hoy o antes (asi un reinicio en la
      *    manana sigue viendo el periodo de anoche; semanal SEAASS
      *    si el comando o el ambiente traen NOMINA_FRECUENCIA=S).
      *    Sin periodo que verificar el paso tampoco corre.
           VERIFICA-FIRMA-PRENOMINA.
           MOVE "S" TO WS-PASO-FIRMADO.
           MOVE FUNCTION UPPER-CASE(WS-PASO-COMANDO (WS-PASO-ACTUAL))
               TO WS-COMANDO-MAYUS.
           MOVE ZEROES TO WS-CUENTA-NOMINA WS-CUENTA-REVERSA
               WS-CUENTA-SEMANAL WS-CUENTA-PERIODO.
           INSPECT WS-COMANDO-MAYUS TALLYING
               WS-CUENTA-NOMINA FOR ALL "REGISTRO-NOMINA"
               WS-CUENTA-REVERSA FOR ALL "REGISTRO_NOMINA_REVERSA=S"
               WS-CUENTA-SEMANAL FOR ALL "NOMINA_FRECUENCIA=S"
               WS-CUENTA-PERIODO FOR ALL "REGISTRO_NOMINA_PERIODO=".
           IF WS-CUENTA-NOMINA > ZEROES
               AND WS-CUENTA-REVERSA = ZEROES
               PERFORM RESUELVE-PERIODO-PASO
               IF WS-PERIODO-PASO = SPACES
                   MOVE "N" TO WS-PASO-FIRMADO
                   DISPLAY "Paso " WS-PASO-NOMBRE (WS-PASO-ACTUAL)
                       " NO se ejecuta: no hay periodo de nomina "
                       "terminado para verificar su firma de "
                       "prenomina."
               ELSE
                   PERFORM BUSCA-FIRMA-PERIODO
                   IF WS-PASO-FIRMADO = "N"
                       DISPLAY "Paso "
                           WS-PASO-NOMBRE (WS-PASO-ACTUAL)
                           " NO se ejecuta: el periodo "
                           WS-PERIODO-PASO " no tiene firma de "
                           "prenomina (firma-prenomina)."
                   ELSE
                       DISPLAY "Prenomina del periodo "
                           WS-PERIODO-PASO " firmada por "
                           FPN-USUARIO "."
                   END-IF
               END-IF
           END-IF.

           RESUELVE-PERIODO-PASO.
           MOVE SPACES TO WS-PERIODO-PASO.
           IF WS-CUENTA-PERIODO > ZEROES
               MOVE SPACES TO WS-CMD-ANTES WS-CMD-DESPUES
               UNSTRING WS-COMANDO-MAYUS
                   DELIMITED BY "REGISTRO_NOMINA_PERIODO="
                   INTO WS-CMD-ANTES WS-CMD-DESPUES
               END-UNSTRING
               MOVE WS-CMD-DESPUES (1:6) TO WS-PERIODO-PASO
           END-IF.
           IF WS-PERIODO-PASO = SPACES
               ACCEPT WS-PERIODO-PASO FROM ENVIRONMENT
                   "REGISTRO_NOMINA_PERIODO"
           END-IF.
           IF WS-PERIODO-PASO = SPACES
               MOVE "Q" TO WS-FRECUENCIA-PASO
               ACCEPT WS-FRECUENCIA-ENV FROM ENVIRONMENT
                   "NOMINA_FRECUENCIA"
               IF WS-CUENTA-SEMANAL > ZEROES
                   OR WS-FRECUENCIA-ENV = "S" OR "s"
                   MOVE "S" TO WS-FRECUENCIA-PASO
               END-IF
               MOVE SPACES TO WS-FIN-ELEGIDO
               PERFORM BUSCA-PERIODO-TERMINADO
                   VARYING WS-IX-FIN FROM 1 BY 1
                   UNTIL WS-IX-FIN > WS-TOTAL-FINES
           END-IF.

           BUSCA-PERIODO-TERMINADO.
           IF WS-FIN-PERIODO (WS-IX-FIN) <= WS-FECHA-HOY-CAD
               AND WS-FIN-PERIODO (WS-IX-FIN) > WS-FIN-ELEGIDO
               IF (WS-FRECUENCIA-PASO = "S"
                   AND WS-ID-PERIODO (WS-IX-FIN) (1:2) = "SE")
                   OR (WS-FRECUENCIA-PASO = "Q"
                   AND WS-ID-PERIODO (WS-IX-FIN) (1:2) NOT = "SE")
                   MOVE WS-ID-PERIODO (WS-IX-FIN) TO WS-PERIODO-PASO
                   MOVE WS-FIN-PERIODO (WS-IX-FIN) TO WS-FIN-ELEGIDO
               END-IF
           END-IF.

           BUSCA-FIRMA-PERIODO.
           MOVE "N" TO WS-PASO-FIRMADO.
           OPEN INPUT FIRMAS-PRENOMINA.
           IF WS-FILE-STATUS-FPN = "00"
               MOVE "1" TO FIN-DE-FIRMAS
               PERFORM LEE-LINEA-FIRMA
               PERFORM EVALUA-LINEA-FIRMA
                   UNTIL FIN-DE-FIRMAS = "0"
                   OR WS-PASO-FIRMADO = "S"
               CLOSE FIRMAS-PRENOMINA
           END-IF.

           LEE-LINEA-FIRMA.
           READ FIRMAS-PRENOMINA
               AT END
                   MOVE "0" TO FIN-DE-FIRMAS
               NOT AT END
                   MOVE LINEA-FIRMA TO FIRMA-PRENOMINA-REGISTRO
           END-READ.

           EVALUA-LINEA-FIRMA.
           IF FPN-PERIODO = WS-PERIODO-PASO
               MOVE "S" TO WS-PASO-FIRMADO
           ELSE
               PERFORM LEE-LINEA-FIRMA
           END-IF.

      *    Al cierre de la corrida se imprime que correria manana,
      *    para que el operador sepa desde hoy si la noche que viene
      *    trae quincena, cierre de mes o corrida anual.
           PERFORM REESCRIBE-CONTROL.
           DISPLAY "Ejecutando paso "
               WS-PASO-NOMBRE (WS-PASO-ACTUAL) "...".
           MOVE "N" TO WS-PASO-POR-SITIO.
           IF WS-PASO-COMANDO (WS-PASO-ACTUAL) (1:10) = "POR-SITIO "
               MOVE "S" TO WS-PASO-POR-SITIO
               PERFORM ARMA-COMANDO-SITIOS
           ELSE
               MOVE WS-PASO-COMANDO (WS-PASO-ACTUAL)
                   TO WS-COMANDO-EJECUTA
           END-IF.
           IF WS-PASO-POR-SITIO = "S" AND WS-TOTAL-SITIOS-CAD = ZEROES
               MOVE 8 TO WS-CODIGO-PASO
           ELSE
               CALL "SYSTEM" USING WS-COMANDO-EJECUTA END-CALL
               MOVE RETURN-CODE TO WS-CODIGO-PASO
               IF WS-PASO-POR-SITIO = "S"
                   PERFORM REVISA-CODIGOS-SITIOS
               END-IF
           END-IF.
           CALL "fecha-sello" USING WS-SELLO END-CALL.
           MOVE WS-SELLO TO WS-PASO-FIN (WS-PASO-ACTUAL).
           IF WS-CODIGO-PASO = ZEROES
               MOVE "S" TO WS-HUBO-FALLA
               DISPLAY "Paso " WS-PASO-NOMBRE (WS-PASO-ACTUAL)
                   " FALLO con codigo " WS-CODIGO-PASO "."
               MOVE WS-CODIGO-PASO TO WS-CODIGO-EDITADO
               MOVE SPACES TO WS-ALE-MENSAJE
               IF WS-PASO-POR-SITIO = "S"
                   AND WS-LISTA-FALLIDOS NOT = SPACES
                   STRING "Paso "
                       FUNCTION TRIM(WS-PASO-NOMBRE (WS-PASO-ACTUAL))
                       " FALLO en sitios: "
                       FUNCTION TRIM(WS-LISTA-FALLIDOS)
                       DELIMITED BY SIZE INTO WS-ALE-MENSAJE
                   END-STRING
               ELSE
                   STRING "Paso "
                       FUNCTION TRIM(WS-PASO-NOMBRE (WS-PASO-ACTUAL))
                       " FALLO con codigo "
                       FUNCTION TRIM(WS-CODIGO-EDITADO)
                       "; la cadena se detiene."
                       DELIMITED BY SIZE INTO WS-ALE-MENSAJE
                   END-STRING
               END-IF
               MOVE "C" TO WS-ALE-SEVERIDAD
               PERFORM LEVANTA-ALERTA
           END-IF.
           PERFORM REESCRIBE-CONTROL.

      *    Arma un solo comando de shell que lanza en segundo plano
      *    una particion por sitio y espera a todas (wait). Antes de
      *    lanzar se deja "99" en el .rc de cada sitio para que una
      *    particion que ni siquiera arranco no cuente como buena.
           ARMA-COMANDO-SITIOS.
           MOVE WS-PASO-COMANDO (WS-PASO-ACTUAL) (11:190)
               TO WS-COMANDO-SITIO.
           MOVE SPACES TO WS-BASE-SITIO.
           STRING FUNCTION TRIM(WS-PASO-NOMBRE (WS-PASO-ACTUAL))
               DELIMITED BY SIZE INTO WS-BASE-SITIO
           END-STRING.
           PERFORM CARGA-SITIOS-MAESTRO.
           MOVE SPACES TO WS-COMANDO-EJECUTA.
           MOVE 1 TO WS-LARGO-COMANDO.
           PERFORM AGREGA-COMANDO-SITIO
               VARYING WS-IX-SITIO FROM 1 BY 1
               UNTIL WS-IX-SITIO > WS-TOTAL-SITIOS-CAD.
           STRING "wait" DELIMITED BY SIZE
               INTO WS-COMANDO-EJECUTA
               WITH POINTER WS-LARGO-COMANDO
           END-STRING.
           DISPLAY "Paso " WS-PASO-NOMBRE (WS-PASO-ACTUAL)
               " lanza " WS-TOTAL-SITIOS-CAD
               " particiones por sitio.".

           AGREGA-COMANDO-SITIO.
           PERFORM ARMA-RUTA-CODIGO.
           OPEN OUTPUT CODIGO-SITIO.
           IF WS-FILE-STATUS-COD = "00"
               MOVE "99" TO LINEA-CODIGO
               WRITE LINEA-CODIGO
               CLOSE CODIGO-SITIO
           END-IF.
           STRING "(REGISTRO_NOMINA_SITIO="
               WS-SITIO-SUFIJO (WS-IX-SITIO) " "
               FUNCTION TRIM(WS-COMANDO-SITIO) " > "
               FUNCTION TRIM(WS-BASE-SITIO) "-"
               WS-SITIO-SUFIJO (WS-IX-SITIO) ".log 2>&1; echo $? > "
               FUNCTION TRIM(WS-RUTA-CODIGO) ") & "
               DELIMITED BY SIZE INTO WS-COMANDO-EJECUTA
               WITH POINTER WS-LARGO-COMANDO
           END-STRING.

           ARMA-RUTA-CODIGO.
           MOVE SPACES TO WS-RUTA-CODIGO.
           STRING FUNCTION TRIM(WS-BASE-SITIO) "-"
               WS-SITIO-SUFIJO (WS-IX-SITIO) ".rc"
               DELIMITED BY SIZE INTO WS-RUTA-CODIGO
           END-STRING.

      *    Los sitios salen del maestro en el orden de su llave
      *    primaria (sitio y numero), asi que vienen agrupados.
           CARGA-SITIOS-MAESTRO.
           MOVE ZEROES TO WS-TOTAL-SITIOS-CAD.
           ACCEPT WS-RUTA-MAESTRO FROM ENVIRONMENT
               "REGISTRO_NOMINA_ENTRADA_PATH".
           IF WS-RUTA-MAESTRO = SPACES
               DISPLAY "Paso " WS-PASO-NOMBRE (WS-PASO-ACTUAL)
                   ": falta el maestro de nomina en "
                   "REGISTRO_NOMINA_ENTRADA_PATH."
           ELSE
               OPEN INPUT MAESTRO-NOMINA
               IF WS-FILE-STATUS-MAE NOT = "00"
                   DISPLAY "No se pudo abrir el maestro de nomina: "
                       WS-RUTA-MAESTRO " FILE STATUS: "
                       WS-FILE-STATUS-MAE
               ELSE
                   MOVE LOW-VALUES TO WS-SITIO-ANTERIOR
                   MOVE "1" TO FIN-DEL-MAESTRO
                   PERFORM AGREGA-SITIO-MAESTRO
                       UNTIL FIN-DEL-MAESTRO = "0"
                   CLOSE MAESTRO-NOMINA
               END-IF
           END-IF.
           IF WS-TOTAL-SITIOS-CAD = ZEROES
               DISPLAY "Paso " WS-PASO-NOMBRE (WS-PASO-ACTUAL)
                   ": no hay sitios que lanzar."
           END-IF.

           AGREGA-SITIO-MAESTRO.
           READ MAESTRO-NOMINA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DEL-MAESTRO
               NOT AT END
                   IF NMX-SITIO NOT = WS-SITIO-ANTERIOR
                       AND WS-TOTAL-SITIOS-CAD < 99
                       ADD 1 TO WS-TOTAL-SITIOS-CAD
                       IF NMX-SITIO = SPACES
                           MOVE "00" TO
                               WS-SITIO-SUFIJO (WS-TOTAL-SITIOS-CAD)
                       ELSE
                           MOVE NMX-SITIO TO
                               WS-SITIO-SUFIJO (WS-TOTAL-SITIOS-CAD)
                       END-IF
                   END-IF
                   MOVE NMX-SITIO TO WS-SITIO-ANTERIOR
           END-READ.

      *    El paso solo queda bien si todas las particiones dejaron
      *    cero en su .rc; los sitios que no se anotan en la lista
      *    para la alerta.
           REVISA-CODIGOS-SITIOS.
           MOVE ZEROES TO WS-SITIOS-FALLIDOS.
           MOVE SPACES TO WS-LISTA-FALLIDOS.
           MOVE 1 TO WS-LARGO-COMANDO.
           PERFORM REVISA-CODIGO-SITIO
               VARYING WS-IX-SITIO FROM 1 BY 1
               UNTIL WS-IX-SITIO > WS-TOTAL-SITIOS-CAD.
           IF WS-SITIOS-FALLIDOS > ZEROES
               MOVE 8 TO WS-CODIGO-PASO
           ELSE
               MOVE ZEROES TO WS-CODIGO-PASO
           END-IF.

           REVISA-CODIGO-SITIO.
           PERFORM ARMA-RUTA-CODIGO.
           MOVE SPACES TO WS-CODIGO-SITIO-X.
           OPEN INPUT CODIGO-SITIO.
           IF WS-FILE-STATUS-COD = "00"
               READ CODIGO-SITIO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINEA-CODIGO TO WS-CODIGO-SITIO-X
               END-READ
               CLOSE CODIGO-SITIO
           END-IF.
           IF WS-CODIGO-SITIO-X = "0"
               DISPLAY "  Sitio " WS-SITIO-SUFIJO (WS-IX-SITIO)
                   " termino bien."
           ELSE
               ADD 1 TO WS-SITIOS-FALLIDOS
               DISPLAY "  Sitio " WS-SITIO-SUFIJO (WS-IX-SITIO)
                   " FALLO (codigo "
                   FUNCTION TRIM(WS-CODIGO-SITIO-X) "); ver "
                   FUNCTION TRIM(WS-BASE-SITIO) "-"
                   WS-SITIO-SUFIJO (WS-IX-SITIO) ".log"
               STRING WS-SITIO-SUFIJO (WS-IX-SITIO) " "
                   DELIMITED BY SIZE INTO WS-LISTA-FALLIDOS
                   WITH POINTER WS-LARGO-COMANDO
               END-STRING
           END-IF.

           LEVANTA-ALERTA.
           MOVE ZEROES TO WS-ALE-FOLIO.
           CALL "levanta-alerta"
               USING WS-ALE-SEVERIDAD WS-ALE-PROGRAMA WS-ALE-MENSAJE
                   WS-ALE-SELLO-CORRIDA WS-ALE-FOLIO
           END-CALL.

           REESCRIBE-CONTROL.
           OPEN OUTPUT CADENA-CONTROL.
           IF WS-FILE-STATUS-CON NOT = "00"
