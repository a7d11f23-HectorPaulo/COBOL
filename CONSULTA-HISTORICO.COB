      *         EMPLEADOS-ARCHIVO COMO RECONTRATACION: STATUS ACTIVO,
      *         FECHA DE ALTA DE HOY Y, SI EL ID YA FUE REASIGNADO, UN
      *         ID NUEVO DE LA SERIE DE asigna-id. CADA RESTAURACION
      *         QUEDA EN LA AUDITORIA COMO ALTA. CADA ARCHIVADO SE
      *         MUESTRA CON SUS ANTECEDENTES DISCIPLINARIOS (DISREG.cpy)
      *         Y LA RESTAURACION LOS ADVIERTE ANTES DE CONFIRMAR.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT DISCIPLINA
       ASSIGN TO DYNAMIC WS-RUTA-DISCIPLINA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DIS.

       SELECT EMPLEADOS-AUDITORIA
       ASSIGN TO DYNAMIC WS-RUTA-AUDITORIA
       ORGANIZATION IS LINE SEQUENTIAL
           05 EMP-VIVO-ID PIC X(6).
           05 EMP-VIVO-RESTO PIC X(212).

       FD DISCIPLINA.
       01  LINEA-DISCIPLINA PIC X(189).

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-HISTORICO PIC X(200).
       01  WS-PREFIJO-ASIGNA PIC X(2).
       01  WS-ID-PROPUESTO PIC X(6).
       01  WS-RESULTADO-ASIGNA PIC X.
       01  WS-RUTA-DISCIPLINA PIC X(200).
       01  WS-FILE-STATUS-DIS PIC X(2).
       01  FIN-DE-DISCIPLINA PIC X.
       01  WS-ANTECEDENTES PIC 9(3).
       01  WS-RESCISIONES PIC 9(3).
       01  WS-ANTECEDENTES-RESTAURA PIC 9(3).
       01  WS-RESCISIONES-RESTAURA PIC 9(3).
       COPY DISREG.

       01  PRESENTACION.
           05 TEXTO-ID PIC X(3) VALUE "ID:".
           IF WS-RUTA-AUDITORIA = SPACES
               MOVE "EMPLEADOS-AUDITORIA.log" TO WS-RUTA-AUDITORIA
           END-IF.
           ACCEPT WS-RUTA-DISCIPLINA FROM ENVIRONMENT "DISCIPLINA_PATH".
           IF WS-RUTA-DISCIPLINA = SPACES
               MOVE "DISCIPLINA.txt" TO WS-RUTA-DISCIPLINA
           END-IF.
           ACCEPT WS-USUARIO-AUDIT FROM ENVIRONMENT "USER".
           IF WS-USUARIO-AUDIT = SPACES
               MOVE "DESCONOCIDO" TO WS-USUARIO-AUDIT
                   AND EMPLEADOS-APELLIDOS = WS-APELLIDO-BUSCADO)
               PERFORM MUESTRA-CAMPOS
               MOVE EMPLEADOS-REGISTRO TO WS-REGISTRO-RESTAURA
               MOVE WS-ANTECEDENTES TO WS-ANTECEDENTES-RESTAURA
               MOVE WS-RESCISIONES TO WS-RESCISIONES-RESTAURA
               MOVE "S" TO WS-REGISTRO-HALLADO
           END-IF.
           PERFORM LEE-ARCHIVADO.
           END-CALL.
           MOVE WS-STATUS-DESCRIPCION TO MUESTRA-STATUS.
           DISPLAY PRESENTACION.
           PERFORM MUESTRA-ANTECEDENTES.
           ADD 1 TO WS-TOTAL-MOSTRADOS.

      *    Antecedentes disciplinarios del archivado (las capturas
      *    anuladas no cuentan), para dar referencias y para decidir
      *    una recontratacion sabiendo como salio.
           MUESTRA-ANTECEDENTES.
           MOVE ZEROES TO WS-ANTECEDENTES WS-RESCISIONES.
           OPEN INPUT DISCIPLINA.
           IF WS-FILE-STATUS-DIS = "00"
               MOVE "1" TO FIN-DE-DISCIPLINA
               PERFORM LEE-DISCIPLINA
               PERFORM EVALUA-ANTECEDENTE
                   UNTIL FIN-DE-DISCIPLINA = "0"
               CLOSE DISCIPLINA
           END-IF.
           IF WS-ANTECEDENTES = ZEROES
               DISPLAY "   Sin antecedentes disciplinarios."
           END-IF.

           LEE-DISCIPLINA.
           READ DISCIPLINA
               AT END
                   MOVE "0" TO FIN-DE-DISCIPLINA
               NOT AT END
                   MOVE LINEA-DISCIPLINA TO DISCIPLINA-REGISTRO
           END-READ.

           EVALUA-ANTECEDENTE.
           IF LINEA-DISCIPLINA NOT = SPACES
               AND DIS-EMPLEADO-ID = EMPLEADOS-ID
               AND DIS-STATUS NOT = "N"
               ADD 1 TO WS-ANTECEDENTES
               IF DIS-SANCION = "R"
                   ADD 1 TO WS-RESCISIONES
               END-IF
               DISPLAY "   Antecedente folio " DIS-FOLIO
                   " tipo " DIS-TIPO " del " DIS-FECHA-HECHOS
                   " status " DIS-STATUS " sancion " DIS-SANCION
                   ": " FUNCTION TRIM(DIS-DESCRIPCION)
           END-IF.
           PERFORM LEE-DISCIPLINA.

      *    La restauracion toma el ultimo registro hallado por ID,
      *    lo regresa al directorio como recontratacion (activo, alta
      *    de hoy, sin baja) y si el ID original ya fue reasignado le
           IF WS-REGISTRO-HALLADO NOT = "S"
               DISPLAY "No hay archivados con ese ID."
           ELSE
               IF WS-ANTECEDENTES-RESTAURA > ZEROES
                   DISPLAY "ATENCION: tiene " WS-ANTECEDENTES-RESTAURA
                       " antecedente(s) disciplinario(s), "
                       WS-RESCISIONES-RESTAURA
                       " con rescision. Reviselos antes de confirmar."
               END-IF
               DISPLAY "Confirme la restauracion S/N: "
               ACCEPT WS-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
               MOVE EMP-VIVO-ID TO AUD-ID
               MOVE SPACES TO AUD-ANTES
               MOVE EMPLEADOS-REGISTRO-VIVO TO AUD-DESPUES
               CALL "encadena-auditoria" USING WS-LINEA-AUDITORIA-DET
               END-CALL
               MOVE WS-LINEA-AUDITORIA-DET TO LINEA-AUDITORIA
               WRITE LINEA-AUDITORIA
               CLOSE EMPLEADOS-AUDITORIA
