      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REGISTRO DE ACCIONES DISCIPLINARIAS (DISCIPLINA.txt,
      *         DISREG.cpy) EN LUGAR DE LOS ARCHIVOS DE WORD: LISTAR LA
      *         HISTORIA DE UN EMPLEADO, REGISTRAR UNA AMONESTACION, UN
      *         ACTA ADMINISTRATIVA (CON SUS DOS TESTIGOS) O UNA
      *         SUSPENSION SIN GOCE (DE 1 A 8 DIAS), RESOLVER UN ACTA
      *         ABIERTA CON SU SANCION Y ANULAR UNA CAPTURA ERRONEA.
      *         LA EMPRESA TIENE UN MES DESDE QUE CONOCE LA FALTA PARA
      *         SANCIONAR: FUERA DE ESE PLAZO NO SE APLICA SANCION Y EL
      *         ACTA QUEDA PRESCRITA. LOS DIAS DE SUSPENSION LOS MARCA
      *         kardex-asistencia Y SE DESCUENTAN COMO FALTAS. ROLES M Y
      *         S DE inicia-sesion; EL ARCHIVO SE REESCRIBE COMPLETO EN
      *         CADA MOVIMIENTO, COMO mantiene-equipo.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantiene-disciplina.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT DISCIPLINA
       ASSIGN TO DYNAMIC WS-RUTA-DISCIPLINA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DIS.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISCIPLINA.
       01  LINEA-DISCIPLINA PIC X(189).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       WORKING-STORAGE SECTION.
       COPY DISREG.

       01  WS-RUTA-DISCIPLINA PIC X(200).
       01  WS-FILE-STATUS-DIS PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  FIN-DE-DISCIPLINA PIC X.
       01  WS-OPCION-DIS PIC X.

       01  WS-TABLA-DISCIPLINA.
           05 WS-DIS-LINEA OCCURS 9999 TIMES PIC X(189).
       01  WS-TOTAL-DISCIPLINA PIC 9(4) VALUE ZEROES.
       01  WS-IX-DIS PIC 9(4).
       01  WS-DIS-ENCONTRADO PIC 9(4).
       01  WS-ULTIMO-FOLIO PIC 9(6) VALUE ZEROES.
       01  WS-RENGLON-X PIC X(5).
       01  WS-RENGLON PIC 9(4).
       01  WS-REGISTROS-MOSTRADOS PIC 9(4).

       01  WS-ID-CAPTURADO PIC X(6).
       01  WS-ID-VALIDO PIC X.
       01  WS-CAPTURA-OK PIC X.
       01  WS-TIPO-CAPTURADO PIC X(1).
       01  WS-SANCION-CAPTURADA PIC X(1).
       01  WS-FECHA-CAPTURADA PIC X(8).
       01  WS-DIAS-X PIC X(3).
       01  WS-DIAS-SUSPENSION PIC 9(2).
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-HOY-NUM PIC 9(8).
       01  WS-DIA-ENTERO PIC 9(7).

      *    Plazo para sancionar: el mismo dia del mes siguiente a la
      *    fecha de conocimiento (el ultimo dia de ese mes si no lo
      *    tiene).
       01  WS-CONOCE-NUM PIC 9(8).
       01  WS-CONOCE-PARTES REDEFINES WS-CONOCE-NUM.
           05 WS-CONOCE-ANIO PIC 9(4).
           05 WS-CONOCE-MES PIC 9(2).
           05 WS-CONOCE-DIA PIC 9(2).
       01  WS-LIMITE-NUM PIC 9(8).
       01  WS-LIMITE-PARTES REDEFINES WS-LIMITE-NUM.
           05 WS-LIMITE-ANIO PIC 9(4).
           05 WS-LIMITE-MES PIC 9(2).
           05 WS-LIMITE-DIA PIC 9(2).
       01  WS-FIN-MES-NUM PIC 9(8).
       01  WS-FIN-MES-PARTES REDEFINES WS-FIN-MES-NUM.
           05 WS-FIN-MES-ANIO PIC 9(4).
           05 WS-FIN-MES-MES PIC 9(2).
           05 WS-FIN-MES-DIA PIC 9(2).

       01  WS-TIPO-TEXTO PIC X(12).
       01  WS-SANCION-TEXTO PIC X(11).
       01  WS-STATUS-TEXTO PIC X(9).
       01  WS-TOTAL-MOVIMIENTOS PIC 9(5) VALUE ZEROES.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "mantiene-disciplina".
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
               DISPLAY "Su rol no permite registrar acciones "
                   "disciplinarias."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-DISCIPLINA.
           MOVE SPACES TO WS-OPCION-DIS.
           PERFORM MENU-DISCIPLINA UNTIL WS-OPCION-DIS = "0".
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-MOVIMIENTOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.
           ACCEPT WS-RUTA-DISCIPLINA FROM ENVIRONMENT "DISCIPLINA_PATH".
           IF WS-RUTA-DISCIPLINA = SPACES
               MOVE "DISCIPLINA.txt" TO WS-RUTA-DISCIPLINA
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.

           CARGA-DISCIPLINA.
           OPEN INPUT DISCIPLINA.
           IF WS-FILE-STATUS-DIS NOT = "00"
               DISPLAY "Registro disciplinario nuevo; se creara al "
                   "guardar."
           ELSE
               MOVE "1" TO FIN-DE-DISCIPLINA
               PERFORM LEE-LINEA-DISCIPLINA
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-DISCIPLINA = "0"
               CLOSE DISCIPLINA
           END-IF.

           LEE-LINEA-DISCIPLINA.
           READ DISCIPLINA
               AT END
                   MOVE "0" TO FIN-DE-DISCIPLINA
           END-READ.

           AGREGA-A-TABLA.
           IF LINEA-DISCIPLINA NOT = SPACES
               AND WS-TOTAL-DISCIPLINA < 9999
               ADD 1 TO WS-TOTAL-DISCIPLINA
               MOVE LINEA-DISCIPLINA
                   TO WS-DIS-LINEA (WS-TOTAL-DISCIPLINA)
               MOVE LINEA-DISCIPLINA TO DISCIPLINA-REGISTRO
               IF DIS-FOLIO IS NUMERIC
                   AND DIS-FOLIO > WS-ULTIMO-FOLIO
                   MOVE DIS-FOLIO TO WS-ULTIMO-FOLIO
               END-IF
           END-IF.
           PERFORM LEE-LINEA-DISCIPLINA.

           MENU-DISCIPLINA.
           DISPLAY "--------------------------------------------".
           DISPLAY "  ACCIONES DISCIPLINARIAS".
           DISPLAY "  1. Historia disciplinaria de un empleado".
           DISPLAY "  2. Registrar amonestacion, acta o suspension".
           DISPLAY "  3. Resolver un acta abierta".
           DISPLAY "  4. Anular una captura erronea".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-DIS.
           EVALUATE WS-OPCION-DIS
               WHEN "1"
                   PERFORM CAPTURA-ID
                   PERFORM LISTA-HISTORIA
               WHEN "2"
                   PERFORM REGISTRA-ACCION
               WHEN "3"
                   PERFORM RESUELVE-ACTA
               WHEN "4"
                   PERFORM ANULA-REGISTRO
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
      *    para resolver o anular.
           LISTA-HISTORIA.
           MOVE ZEROES TO WS-REGISTROS-MOSTRADOS.
           PERFORM MUESTRA-REGISTRO
               VARYING WS-IX-DIS FROM 1 BY 1
               UNTIL WS-IX-DIS > WS-TOTAL-DISCIPLINA.
           IF WS-REGISTROS-MOSTRADOS = ZEROES
               DISPLAY "Ese empleado no tiene antecedentes "
                   "disciplinarios."
           END-IF.

           MUESTRA-REGISTRO.
           MOVE WS-DIS-LINEA (WS-IX-DIS) TO DISCIPLINA-REGISTRO.
           IF DIS-EMPLEADO-ID = WS-ID-CAPTURADO
               ADD 1 TO WS-REGISTROS-MOSTRADOS
               PERFORM DESCRIBE-REGISTRO
               DISPLAY WS-IX-DIS ") Folio " DIS-FOLIO " "
                   WS-TIPO-TEXTO " hechos " DIS-FECHA-HECHOS
                   " conocidos " DIS-FECHA-CONOCIMIENTO " "
                   WS-STATUS-TEXTO
               DISPLAY "       " DIS-DESCRIPCION
               IF DIS-TESTIGO-1 NOT = SPACES
                   DISPLAY "       Testigos: "
                       FUNCTION TRIM(DIS-TESTIGO-1)
                       " / " FUNCTION TRIM(DIS-TESTIGO-2)
               END-IF
               IF DIS-STATUS = "R"
                   IF DIS-SANCION = "S"
                       DISPLAY "       Sancion: " WS-SANCION-TEXTO " "
                           DIS-DIAS-SUSPENSION " dia(s) desde "
                           DIS-INICIO-SUSPENSION
                           ", resuelta " DIS-FECHA-RESOLUCION
                   ELSE
                       DISPLAY "       Sancion: " WS-SANCION-TEXTO
                           ", resuelta " DIS-FECHA-RESOLUCION
                   END-IF
               END-IF
           END-IF.

           DESCRIBE-REGISTRO.
           EVALUATE DIS-TIPO
               WHEN "A"
                   MOVE "AMONESTACION" TO WS-TIPO-TEXTO
               WHEN "C"
                   MOVE "ACTA ADMVA." TO WS-TIPO-TEXTO
               WHEN OTHER
                   MOVE "SUSPENSION" TO WS-TIPO-TEXTO
           END-EVALUATE.
           EVALUATE DIS-SANCION
               WHEN "A"
                   MOVE "AMONESTADO" TO WS-SANCION-TEXTO
               WHEN "S"
                   MOVE "SUSPENDIDO" TO WS-SANCION-TEXTO
               WHEN "R"
                   MOVE "RESCISION" TO WS-SANCION-TEXTO
               WHEN "N"
                   MOVE "SIN SANCION" TO WS-SANCION-TEXTO
               WHEN OTHER
                   MOVE SPACES TO WS-SANCION-TEXTO
           END-EVALUATE.
           EVALUATE DIS-STATUS
               WHEN "A"
                   MOVE "ABIERTA" TO WS-STATUS-TEXTO
               WHEN "R"
                   MOVE "RESUELTA" TO WS-STATUS-TEXTO
               WHEN "P"
                   MOVE "PRESCRITA" TO WS-STATUS-TEXTO
               WHEN OTHER
                   MOVE "ANULADA" TO WS-STATUS-TEXTO
           END-EVALUATE.

      *    Alta de una accion: la amonestacion y la suspension quedan
      *    resueltas al capturarse; el acta queda abierta hasta que se
      *    resuelva, o prescrita si se levanta fuera de plazo.
           REGISTRA-ACCION.
           PERFORM CAPTURA-ID.
           PERFORM VALIDA-EMPLEADO.
           IF WS-ID-VALIDO = "S"
               MOVE SPACES TO DISCIPLINA-REGISTRO
               MOVE WS-ID-CAPTURADO TO DIS-EMPLEADO-ID
               PERFORM CAPTURA-DATOS-ACCION
               IF WS-CAPTURA-OK = "S"
                   IF WS-TOTAL-DISCIPLINA >= 9999
                       DISPLAY "El registro disciplinario esta lleno."
                   ELSE
                       ADD 1 TO WS-ULTIMO-FOLIO
                       MOVE WS-ULTIMO-FOLIO TO DIS-FOLIO
                       MOVE WS-SESION-USUARIO TO DIS-USUARIO
                       ADD 1 TO WS-TOTAL-DISCIPLINA
                       MOVE DISCIPLINA-REGISTRO
                           TO WS-DIS-LINEA (WS-TOTAL-DISCIPLINA)
                       PERFORM REESCRIBE-DISCIPLINA
                       ADD 1 TO WS-TOTAL-MOVIMIENTOS
                       PERFORM DESCRIBE-REGISTRO
                       DISPLAY "Registrado con folio " DIS-FOLIO " ("
                           FUNCTION TRIM(WS-STATUS-TEXTO) ")."
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
                       IF EMPLEADOS-STATUS = "T"
                           DISPLAY "El empleado ya esta terminado."
                       ELSE
                           MOVE "S" TO WS-ID-VALIDO
                       END-IF
               END-READ
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.

           CAPTURA-DATOS-ACCION.
           MOVE "N" TO WS-CAPTURA-OK.
           DISPLAY "Tipo (A=amonestacion, C=acta administrativa, "
               "S=suspension sin goce): ".
           MOVE SPACES TO WS-TIPO-CAPTURADO.
           ACCEPT WS-TIPO-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-CAPTURADO) TO DIS-TIPO.
           IF DIS-TIPO NOT = "A" AND DIS-TIPO NOT = "C"
               AND DIS-TIPO NOT = "S"
               DISPLAY "Tipo no valido."
           ELSE
               DISPLAY "Fecha de los hechos (AAAAMMDD): "
               PERFORM CAPTURA-FECHA
               MOVE WS-FECHA-CAPTURADA TO DIS-FECHA-HECHOS
               DISPLAY "Fecha en que la empresa conocio la falta "
                   "(AAAAMMDD, vacio = hoy): "
               PERFORM CAPTURA-FECHA
               IF WS-FECHA-CAPTURADA = SPACES
                   MOVE WS-FECHA-HOY TO WS-FECHA-CAPTURADA
               END-IF
               MOVE WS-FECHA-CAPTURADA TO DIS-FECHA-CONOCIMIENTO
               IF DIS-FECHA-HECHOS NOT NUMERIC
                   OR DIS-FECHA-CONOCIMIENTO NOT NUMERIC
                   OR DIS-FECHA-HECHOS > DIS-FECHA-CONOCIMIENTO
                   OR DIS-FECHA-CONOCIMIENTO > WS-FECHA-HOY
                   DISPLAY "Fechas no validas: los hechos van antes "
                       "de conocerlos y ninguna despues de hoy."
               ELSE
                   PERFORM CAPTURA-TEXTOS
               END-IF
           END-IF.

           CAPTURA-TEXTOS.
           DISPLAY "Descripcion de los hechos: ".
           ACCEPT DIS-DESCRIPCION.
           DISPLAY "Testigo 1: ".
           ACCEPT DIS-TESTIGO-1.
           DISPLAY "Testigo 2: ".
           ACCEPT DIS-TESTIGO-2.
           MOVE DIS-FECHA-CONOCIMIENTO TO WS-CONOCE-NUM.
           PERFORM CALCULA-LIMITE.
           IF DIS-DESCRIPCION = SPACES
               DISPLAY "La descripcion es obligatoria."
           ELSE
               IF DIS-TIPO = "C"
                   AND (DIS-TESTIGO-1 = SPACES
                       OR DIS-TESTIGO-2 = SPACES)
                   DISPLAY "El acta administrativa lleva dos testigos."
               ELSE
                   IF WS-LIMITE-NUM < WS-FECHA-HOY-NUM
                       PERFORM REGISTRA-FUERA-DE-PLAZO
                   ELSE
                       PERFORM REGISTRA-EN-PLAZO
                   END-IF
               END-IF
           END-IF.

           REGISTRA-FUERA-DE-PLAZO.
           IF DIS-TIPO = "C"
               DISPLAY "El plazo para sancionar vencio el "
                   WS-LIMITE-NUM "; el acta queda como prescrita."
               MOVE "P" TO DIS-STATUS
               MOVE WS-FECHA-HOY TO DIS-FECHA-RESOLUCION
               MOVE ZEROES TO DIS-DIAS-SUSPENSION
               MOVE "S" TO WS-CAPTURA-OK
           ELSE
               DISPLAY "El plazo para sancionar vencio el "
                   WS-LIMITE-NUM "; la sancion ya no procede."
           END-IF.

           REGISTRA-EN-PLAZO.
           MOVE ZEROES TO DIS-DIAS-SUSPENSION.
           EVALUATE DIS-TIPO
               WHEN "C"
                   MOVE "A" TO DIS-STATUS
                   MOVE SPACES TO DIS-SANCION
                   MOVE "S" TO WS-CAPTURA-OK
                   DISPLAY "El acta debe resolverse a mas tardar el "
                       WS-LIMITE-NUM "."
               WHEN "A"
                   MOVE "R" TO DIS-STATUS
                   MOVE "A" TO DIS-SANCION
                   MOVE WS-FECHA-HOY TO DIS-FECHA-RESOLUCION
                   MOVE "S" TO WS-CAPTURA-OK
               WHEN OTHER
                   PERFORM CAPTURA-SUSPENSION
                   IF WS-CAPTURA-OK = "S"
                       MOVE "R" TO DIS-STATUS
                       MOVE "S" TO DIS-SANCION
                       MOVE WS-FECHA-HOY TO DIS-FECHA-RESOLUCION
                   END-IF
           END-EVALUATE.

      *    Suspension sin goce: de uno a ocho dias, empezando en o
      *    despues de la fecha en que se conocio la falta.
           CAPTURA-SUSPENSION.
           MOVE "N" TO WS-CAPTURA-OK.
           DISPLAY "Dias de suspension (1 a 8): ".
           MOVE SPACES TO WS-DIAS-X.
           ACCEPT WS-DIAS-X.
           COMPUTE WS-DIAS-SUSPENSION = FUNCTION NUMVAL(WS-DIAS-X).
           DISPLAY "Primer dia de la suspension (AAAAMMDD): ".
           PERFORM CAPTURA-FECHA.
           IF WS-DIAS-SUSPENSION = ZEROES OR WS-DIAS-SUSPENSION > 8
               DISPLAY "La suspension va de 1 a 8 dias."
           ELSE
               IF WS-FECHA-CAPTURADA NOT NUMERIC
                   OR WS-FECHA-CAPTURADA < DIS-FECHA-CONOCIMIENTO
                   DISPLAY "Primer dia de suspension no valido."
               ELSE
                   MOVE WS-DIAS-SUSPENSION TO DIS-DIAS-SUSPENSION
                   MOVE WS-FECHA-CAPTURADA TO DIS-INICIO-SUSPENSION
                   MOVE "S" TO WS-CAPTURA-OK
               END-IF
           END-IF.

      *    Una fecha que no existe en el calendario se regresa en
      *    blanco para que la validacion la rechace.
           CAPTURA-FECHA.
           MOVE SPACES TO WS-FECHA-CAPTURADA.
           ACCEPT WS-FECHA-CAPTURADA.
           IF WS-FECHA-CAPTURADA IS NUMERIC
               COMPUTE WS-DIA-ENTERO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-CAPTURADA))
               IF WS-DIA-ENTERO = ZEROES
                   MOVE "X" TO WS-FECHA-CAPTURADA
               END-IF
           END-IF.

           CALCULA-LIMITE.
           MOVE WS-CONOCE-NUM TO WS-LIMITE-NUM.
           IF WS-CONOCE-MES = 12
               ADD 1 TO WS-LIMITE-ANIO
               MOVE 1 TO WS-LIMITE-MES
           ELSE
               ADD 1 TO WS-LIMITE-MES
           END-IF.
           MOVE WS-LIMITE-NUM TO WS-FIN-MES-NUM.
           MOVE 1 TO WS-FIN-MES-DIA.
           IF WS-FIN-MES-MES = 12
               ADD 1 TO WS-FIN-MES-ANIO
               MOVE 1 TO WS-FIN-MES-MES
           ELSE
               ADD 1 TO WS-FIN-MES-MES
           END-IF.
           COMPUTE WS-FIN-MES-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FIN-MES-NUM) - 1).
           IF WS-LIMITE-DIA > WS-FIN-MES-DIA
               MOVE WS-FIN-MES-DIA TO WS-LIMITE-DIA
           END-IF.

      *    Pide el renglon de un registro del empleado; deja su indice
      *    en WS-DIS-ENCONTRADO y el registro cargado.
           ESCOGE-REGISTRO.
           MOVE ZEROES TO WS-DIS-ENCONTRADO.
           PERFORM CAPTURA-ID.
           PERFORM LISTA-HISTORIA.
           IF WS-REGISTROS-MOSTRADOS > ZEROES
               DISPLAY "Renglon: "
               MOVE SPACES TO WS-RENGLON-X
               ACCEPT WS-RENGLON-X
               COMPUTE WS-RENGLON = FUNCTION NUMVAL(WS-RENGLON-X)
               IF WS-RENGLON = ZEROES
                   OR WS-RENGLON > WS-TOTAL-DISCIPLINA
                   DISPLAY "Renglon no valido."
               ELSE
                   MOVE WS-DIS-LINEA (WS-RENGLON)
                       TO DISCIPLINA-REGISTRO
                   IF DIS-EMPLEADO-ID NOT = WS-ID-CAPTURADO
                       DISPLAY "Ese renglon no es del empleado."
                   ELSE
                       MOVE WS-RENGLON TO WS-DIS-ENCONTRADO
                   END-IF
               END-IF
           END-IF.

           RESUELVE-ACTA.
           PERFORM ESCOGE-REGISTRO.
           IF WS-DIS-ENCONTRADO > ZEROES
               IF DIS-STATUS NOT = "A"
                   DISPLAY "Solo se resuelven actas abiertas."
               ELSE
                   MOVE DIS-FECHA-CONOCIMIENTO TO WS-CONOCE-NUM
                   PERFORM CALCULA-LIMITE
                   IF WS-LIMITE-NUM < WS-FECHA-HOY-NUM
                       DISPLAY "El plazo para sancionar vencio el "
                           WS-LIMITE-NUM "; el acta queda prescrita."
                       MOVE "P" TO DIS-STATUS
                       PERFORM GUARDA-RESOLUCION
                   ELSE
                       PERFORM CAPTURA-SANCION
                       IF WS-CAPTURA-OK = "S"
                           MOVE "R" TO DIS-STATUS
                           PERFORM GUARDA-RESOLUCION
                       END-IF
                   END-IF
               END-IF
           END-IF.

           CAPTURA-SANCION.
           MOVE "N" TO WS-CAPTURA-OK.
           DISPLAY "Sancion (A=amonestacion, S=suspension, "
               "R=rescision, N=sin sancion): ".
           MOVE SPACES TO WS-SANCION-CAPTURADA.
           ACCEPT WS-SANCION-CAPTURADA.
           MOVE FUNCTION UPPER-CASE(WS-SANCION-CAPTURADA)
               TO WS-SANCION-CAPTURADA.
           EVALUATE WS-SANCION-CAPTURADA
               WHEN "S"
                   PERFORM CAPTURA-SUSPENSION
               WHEN "A"
               WHEN "R"
               WHEN "N"
                   MOVE ZEROES TO DIS-DIAS-SUSPENSION
                   MOVE SPACES TO DIS-INICIO-SUSPENSION
                   MOVE "S" TO WS-CAPTURA-OK
               WHEN OTHER
                   DISPLAY "Sancion no valida."
           END-EVALUATE.
           IF WS-CAPTURA-OK = "S"
               MOVE WS-SANCION-CAPTURADA TO DIS-SANCION
               IF DIS-SANCION = "R"
                   DISPLAY "Recuerde tramitar la baja y el aviso de "
                       "rescision por separado."
               END-IF
           END-IF.

           GUARDA-RESOLUCION.
           MOVE WS-FECHA-HOY TO DIS-FECHA-RESOLUCION.
           MOVE WS-SESION-USUARIO TO DIS-USUARIO.
           MOVE DISCIPLINA-REGISTRO TO WS-DIS-LINEA (WS-DIS-ENCONTRADO).
           PERFORM REESCRIBE-DISCIPLINA.
           ADD 1 TO WS-TOTAL-MOVIMIENTOS.
           DISPLAY "Folio " DIS-FOLIO " actualizado.".

           ANULA-REGISTRO.
           PERFORM ESCOGE-REGISTRO.
           IF WS-DIS-ENCONTRADO > ZEROES
               IF DIS-STATUS = "N"
                   DISPLAY "Ese registro ya estaba anulado."
               ELSE
                   MOVE "N" TO DIS-STATUS
                   PERFORM GUARDA-RESOLUCION
               END-IF
           END-IF.

           REESCRIBE-DISCIPLINA.
           OPEN OUTPUT DISCIPLINA.
           IF WS-FILE-STATUS-DIS NOT = "00"
               DISPLAY "No se pudo reescribir el registro "
                   "disciplinario: " FUNCTION TRIM(WS-RUTA-DISCIPLINA)
           ELSE
               PERFORM ESCRIBE-LINEA-DISCIPLINA
                   VARYING WS-IX-DIS FROM 1 BY 1
                   UNTIL WS-IX-DIS > WS-TOTAL-DISCIPLINA
               CLOSE DISCIPLINA
           END-IF.

           ESCRIBE-LINEA-DISCIPLINA.
           MOVE WS-DIS-LINEA (WS-IX-DIS) TO LINEA-DISCIPLINA.
           WRITE LINEA-DISCIPLINA.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM mantiene-disciplina.
