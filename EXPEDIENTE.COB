      * Purpose:EXPEDIENTE COMPLETO DE UN EMPLEADO EN UN SOLO
      *         DOCUMENTO PAGINADO: EL REGISTRO DEL DIRECTORIO, EL
      *         REGISTRO DE NOMINA CRUZADO POR CRUCEID.cpy, LOS
      *         ULTIMOS MOVIMIENTOS DE LA AUDITORIA, SU HISTORIA
      *         DISCIPLINARIA (DISREG.cpy) Y SU PRESENCIA EN
      *         EL ARCHIVO MUERTO, TODO BAJO EL ENCABEZADO COMPARTIDO
      *         DE LA CASA, PARA JUNTAS DE RH Y REQUERIMIENTOS
      *         LEGALES SIN ABRIR CUATRO PROGRAMAS.

       SELECT NOMINA-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS RANDOM
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT EMPLEADOS-AUDITORIA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FIR.

       SELECT DISCIPLINA
       ASSIGN TO DYNAMIC WS-RUTA-DISCIPLINA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DIS.

       SELECT INDICE-AUDITORIA
       ASSIGN TO DYNAMIC WS-RUTA-INDICE
       ORGANIZATION IS LINE SEQUENTIAL
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD NOMINA-ENTRADA.
           COPY NOMIDX.

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       FD EMPLEADOS-HISTORICO.
       01  LINEA-HISTORICO PIC X(218).
       FD ACUSES-RECIBO.
       01  LINEA-ACUSE PIC X(34).

       FD DISCIPLINA.
       01  LINEA-DISCIPLINA PIC X(189).

       FD INDICE-AUDITORIA.
       01  LINEA-INDICE PIC X(90).

       01  WS-FILE-STATUS-AUDIT PIC X(2).
       01  WS-FILE-STATUS-HIST PIC X(2).
       01  WS-FILE-STATUS-DOC PIC X(2).
       01  FIN-DE-AUDITORIA PIC X.
       01  FIN-DEL-HISTORICO PIC X.
       01  WS-ID-SOLICITADO PIC X(6).
       01  FIN-DE-ACUSES PIC X.
       01  WS-ACUSES-LISTADOS PIC 9(3) VALUE ZEROES.
       COPY FIRREG.
       01  WS-RUTA-DISCIPLINA PIC X(200).
       01  WS-FILE-STATUS-DIS PIC X(2).
       01  FIN-DE-DISCIPLINA PIC X.
       01  WS-ACCIONES-LISTADAS PIC 9(3) VALUE ZEROES.
       01  WS-DIS-TIPO-DESC PIC X(12).
       01  WS-DIS-SITUACION-DESC PIC X(24).
       COPY DISREG.
       01  WS-EXPEDIENTE-COMPLETO PIC X.
       01  WS-USUARIO-SESION PIC X(20).
       01  WS-ROL-SESION PIC X(1).
           PERFORM SECCION-NOMINA.
           PERFORM SECCION-CAPACITACION.
           PERFORM SECCION-ACUSES.
           PERFORM SECCION-DISCIPLINA.
           PERFORM SECCION-AUDITORIA.
           PERFORM SECCION-ARCHIVO-MUERTO.
           CLOSE DOCUMENTO-EXPEDIENTE.
           IF WS-RUTA-ACUSES = SPACES
               MOVE "ACUSES-RECIBO.txt" TO WS-RUTA-ACUSES
           END-IF.
           ACCEPT WS-RUTA-DISCIPLINA FROM ENVIRONMENT
               "DISCIPLINA_PATH".
           IF WS-RUTA-DISCIPLINA = SPACES
               MOVE "DISCIPLINA.txt" TO WS-RUTA-DISCIPLINA
           END-IF.
           ACCEPT WS-RUTA-DOCUMENTO FROM ENVIRONMENT
               "EXPEDIENTE_SALIDA_PATH".
           IF WS-RUTA-DOCUMENTO = SPACES
           END-STRING.
           PERFORM ESCRIBE-LINEA.

      *    El registro de nomina se lee por su llave, armada con la
      *    regla de CRUCEID.cpy (sitio/numero del ID).
           SECCION-NOMINA.
           MOVE "--- NOMINA ---" TO WS-LINEA-ARMADA.
           PERFORM ESCRIBE-LINEA.
                   TO WS-LINEA-ARMADA
               PERFORM ESCRIBE-LINEA
           ELSE
               MOVE CRUCE-ID-SITIO TO NMX-SITIO
               MOVE CRUCE-ID-NOMINA TO NMX-NUMERO
               READ NOMINA-ENTRADA
                   KEY IS NMX-LLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NMX-DATOS TO WS-REG-EMPLEADOS
                       PERFORM ESCRIBE-DATOS-NOMINA
               END-READ
               CLOSE NOMINA-ENTRADA
               IF WS-NOMINA-HALLADA NOT = "S"
                   MOVE "Sin contraparte en el maestro de nomina."
               END-IF
           END-IF.

           ESCRIBE-DATOS-NOMINA.
           MOVE "S" TO WS-NOMINA-HALLADA.
           MOVE WS-SALARIO-EMP TO WS-SALARIO-EDITADO.
           MOVE SPACES TO WS-LINEA-ARMADA.
           STRING "Numero: " DELIMITED BY SIZE
               WS-NUMERO-EMP DELIMITED BY SIZE
               "  Depto: " DELIMITED BY SIZE
               WS-DEPTO-EMP DELIMITED BY SIZE
               "  Puesto: " DELIMITED BY SIZE
               WS-PUESTO-EMP DELIMITED BY SIZE
               "  Salario: " DELIMITED BY SIZE
               WS-SALARIO-EDITADO DELIMITED BY SIZE
               INTO WS-LINEA-ARMADA
           END-STRING.
           PERFORM ESCRIBE-LINEA.

      *    Capacitacion del dossier: todas las certificaciones del
      *    empleado (incluidas las del ID anterior si hubo
           END-IF.
           PERFORM LEE-ACUSE.

      *    Historia disciplinaria: amonestaciones, actas y
      *    suspensiones con su resolucion, para que la decision de
      *    una rescision se tome viendo los antecedentes completos.
      *    Las anuladas por captura erronea se listan marcadas.
           SECCION-DISCIPLINA.
           MOVE "--- HISTORIA DISCIPLINARIA ---" TO WS-LINEA-ARMADA.
           PERFORM ESCRIBE-LINEA.
           MOVE ZEROES TO WS-ACCIONES-LISTADAS.
           OPEN INPUT DISCIPLINA.
           IF WS-FILE-STATUS-DIS NOT = "00"
               MOVE "Sin registro disciplinario." TO WS-LINEA-ARMADA
               PERFORM ESCRIBE-LINEA
           ELSE
               MOVE "1" TO FIN-DE-DISCIPLINA
               PERFORM LEE-DISCIPLINA
               PERFORM LISTA-DISCIPLINA
                   UNTIL FIN-DE-DISCIPLINA = "0"
               CLOSE DISCIPLINA
               IF WS-ACCIONES-LISTADAS = ZEROES
                   MOVE "Sin antecedentes disciplinarios."
                       TO WS-LINEA-ARMADA
                   PERFORM ESCRIBE-LINEA
               END-IF
           END-IF.

           LEE-DISCIPLINA.
           READ DISCIPLINA
               AT END
                   MOVE "0" TO FIN-DE-DISCIPLINA
               NOT AT END
                   MOVE LINEA-DISCIPLINA TO DISCIPLINA-REGISTRO
           END-READ.

           LISTA-DISCIPLINA.
           IF LINEA-DISCIPLINA NOT = SPACES
               AND (DIS-EMPLEADO-ID = WS-ID-SOLICITADO
               OR (WS-ID-ANTERIOR-EXP NOT = SPACES
               AND DIS-EMPLEADO-ID = WS-ID-ANTERIOR-EXP))
               ADD 1 TO WS-ACCIONES-LISTADAS
               PERFORM DESCRIBE-DISCIPLINA
               MOVE SPACES TO WS-LINEA-ARMADA
               STRING "Folio " DIS-FOLIO " " WS-DIS-TIPO-DESC
                   " hechos " DIS-FECHA-HECHOS
                   " conocido " DIS-FECHA-CONOCIMIENTO
                   " " WS-DIS-SITUACION-DESC
                   DELIMITED BY SIZE
                   INTO WS-LINEA-ARMADA
               END-STRING
               PERFORM ESCRIBE-LINEA
               IF DIS-SANCION = "S"
                   MOVE SPACES TO WS-LINEA-ARMADA
                   STRING "   Suspension de " DIS-DIAS-SUSPENSION
                       " dia(s) a partir del " DIS-INICIO-SUSPENSION
                       DELIMITED BY SIZE
                       INTO WS-LINEA-ARMADA
                   END-STRING
                   PERFORM ESCRIBE-LINEA
               END-IF
               MOVE SPACES TO WS-LINEA-ARMADA
               STRING "   " DIS-DESCRIPCION
                   DELIMITED BY SIZE
                   INTO WS-LINEA-ARMADA
               END-STRING
               PERFORM ESCRIBE-LINEA
               IF DIS-TESTIGO-1 NOT = SPACES
                   MOVE SPACES TO WS-LINEA-ARMADA
                   STRING "   Testigos: "
                       FUNCTION TRIM(DIS-TESTIGO-1)
                       " / " FUNCTION TRIM(DIS-TESTIGO-2)
                       DELIMITED BY SIZE
                       INTO WS-LINEA-ARMADA
                   END-STRING
                   PERFORM ESCRIBE-LINEA
               END-IF
           END-IF.
           PERFORM LEE-DISCIPLINA.

           DESCRIBE-DISCIPLINA.
           EVALUATE DIS-TIPO
               WHEN "A"
                   MOVE "AMONESTACION" TO WS-DIS-TIPO-DESC
               WHEN "C"
                   MOVE "ACTA ADMVA." TO WS-DIS-TIPO-DESC
               WHEN "S"
                   MOVE "SUSPENSION" TO WS-DIS-TIPO-DESC
               WHEN OTHER
                   MOVE DIS-TIPO TO WS-DIS-TIPO-DESC
           END-EVALUATE.
           EVALUATE DIS-STATUS
               WHEN "A"
                   MOVE "ABIERTA" TO WS-DIS-SITUACION-DESC
               WHEN "P"
                   MOVE "PRESCRITA SIN SANCION" TO WS-DIS-SITUACION-DESC
               WHEN "N"
                   MOVE "ANULADA" TO WS-DIS-SITUACION-DESC
               WHEN OTHER
                   EVALUATE DIS-SANCION
                       WHEN "A"
                           MOVE "SANCION: AMONESTACION"
                               TO WS-DIS-SITUACION-DESC
                       WHEN "S"
                           MOVE "SANCION: SUSPENSION"
                               TO WS-DIS-SITUACION-DESC
                       WHEN "R"
                           MOVE "SANCION: RESCISION"
                               TO WS-DIS-SITUACION-DESC
                       WHEN OTHER
                           MOVE "RESUELTA SIN SANCION"
                               TO WS-DIS-SITUACION-DESC
                   END-EVALUATE
           END-EVALUATE.

      *    La auditoria mensualmente rolada vive en generaciones; el
      *    indice (rola-auditoria) dice en cuales aparece el
      *    empleado y solo esas se abren, mas el log vivo del mes,
