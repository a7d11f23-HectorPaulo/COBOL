      *         T=TRABAJADO (CHECADAS DEL RELOJ), V=VACACION
      *         (MOVIMIENTOS DE captura-vacaciones), I=INCAPACIDAD
      *         (INC-FECHA-INICIO MAS INC-DIAS), D=DESCANSO (DOMINGO O
      *         FESTIVO DEL CALENDARIO), S=SUSPENSION SIN GOCE
      *         (SANCIONES RESUELTAS DE DISCIPLINA.txt, DISREG.cpy),
      *         P=PERMISO CON GOCE, L=LICENCIA SIN GOCE (PERMISOS.txt,
      *         PMSREG.cpy) O
      *         F=FALTA SIN JUSTIFICAR, EN VEZ DE RECONSTRUIR EL MES
      *         DESDE CUATRO LUGARES Y LA MEMORIA. EL REPORTE SALE
      *         AGRUPADO POR DEPARTAMENTO Y ADEMAS SE ESCRIBE FALTAS.txt
      *         (numero,dias) QUE registro-nomina DESCUENTA
      *         EXPLICITAMENTE; LOS DIAS S VAN SUMADOS A LAS FALTAS
      *         PORQUE TAMPOCO SE PAGAN. LOS DIAS L NO VAN A FALTAS:
      *         registro-nomina LOS DESCUENTA DESDE PERMISOS.txt, COMO
      *         LAS INCAPACIDADES.
      *
      *         Mes del kardex en KARDEX_MES (AAAAMM). CON
      *         KARDEX_SEMANA_INICIO (AAAAMMDD) EL KARDEX ES DE LA
      *         SEMANA DE SIETE DIAS QUE ARRANCA ESE DIA PARA LA
      *         NOMINA SEMANAL: LAS FALTAS VAN A FALTAS-SEMANAL.txt Y
      *         LOS DIAS TRABAJADOS (T, V, P Y DESCANSOS DE LEY MENOS EL
      *         SEPTIMO) A DIAS-TRABAJADOS.txt (numero,dias), CON LOS
      *         QUE registro-nomina PAGA EL SEPTIMO DIA PROPORCIONAL.
      *         EN LOS DIAS DE UNA PERMUTA APROBADA (PERMUTAS-TURNO.txt,
      *         PMTREG.cpy) LOS DESCANSOS DEL EMPLEADO SON LOS DEL TURNO
      *         PERMUTADO SEGUN LOS DIAS LABORABLES DEL CATALOGO DE
      *         TURNOS; LOS FESTIVOS SIGUEN SIENDO DESCANSO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-INC.

       SELECT DISCIPLINA
       ASSIGN TO DYNAMIC WS-RUTA-DISCIPLINA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DIS.

       SELECT PERMISOS
       ASSIGN TO DYNAMIC WS-RUTA-PERMISOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PMS.

       SELECT CALENDARIO-FESTIVOS
       ASSIGN TO DYNAMIC WS-RUTA-CALENDARIO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAL.

      *    Permutas de turno aprobadas y catalogo de turnos (de el
      *    salen los dias laborables del turno permutado).
       SELECT PERMUTAS-TURNO
       ASSIGN TO DYNAMIC WS-RUTA-PERMUTAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PMT.

       SELECT CATALOGO-TURNOS
       ASSIGN TO DYNAMIC WS-RUTA-CATALOGO-TUR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CTU.

       SELECT KARDEX-RPT
       ASSIGN TO DYNAMIC WS-RUTA-KARDEX
       ORGANIZATION IS LINE SEQUENTIAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FAL.

       SELECT DIAS-TRABAJADOS
       ASSIGN TO DYNAMIC WS-RUTA-DIAS-TRAB
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DTR.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
       FD INCAPACIDADES.
           COPY INCREG.

       FD DISCIPLINA.
       01  LINEA-DISCIPLINA PIC X(189).

       FD PERMISOS.
       01  LINEA-PERMISO PIC X(104).

       FD CALENDARIO-FESTIVOS.
       01  LINEA-CALENDARIO PIC X(50).

       FD PERMUTAS-TURNO.
       01  LINEA-PERMUTA PIC X(141).

       FD CATALOGO-TURNOS.
       01  LINEA-CATALOGO-TUR PIC X(60).

       FD KARDEX-RPT.
       01  LINEA-KARDEX PIC X(100).

       FD FALTAS-MES.
       01  LINEA-FALTAS PIC X(20).

       FD DIAS-TRABAJADOS.
       01  LINEA-DIAS-TRAB PIC X(20).

       WORKING-STORAGE SECTION.
       COPY DISREG.
       COPY PMSREG.
       COPY PMTREG.
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-RUTA-CHECADAS PIC X(200).
       01  WS-RUTA-MOVIMIENTOS PIC X(200).
       01  WS-FILE-STATUS-CAL PIC X(2).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-FILE-STATUS-FAL PIC X(2).
       01  WS-RUTA-DIAS-TRAB PIC X(200).
       01  WS-FILE-STATUS-DTR PIC X(2).
       01  WS-RUTA-DISCIPLINA PIC X(200).
       01  WS-FILE-STATUS-DIS PIC X(2).
       01  WS-DIAS-PENDIENTES PIC 9(2).
       01  WS-RUTA-PERMISOS PIC X(200).
       01  WS-FILE-STATUS-PMS PIC X(2).
       01  WS-CODIGO-PERMISO PIC X.
       01  WS-RUTA-PERMUTAS PIC X(200).
       01  WS-FILE-STATUS-PMT PIC X(2).
       01  WS-RUTA-CATALOGO-TUR PIC X(200).
       01  WS-FILE-STATUS-CTU PIC X(2).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  WS-DIA-SEMANA PIC 9(1).
       01  WS-IX-DIA PIC 9(2).
       01  WS-DIA-CALC PIC 9(2).
       01  WS-SEMANA-X PIC X(8).
       01  WS-SEMANA-INICIO PIC 9(8).
       01  WS-KARDEX-SEMANAL PIC X VALUE "N".
       01  WS-CONTADOR-D PIC 9(2).
       01  WS-DIAS-PAGADOS PIC S9(2).

       01  WS-TABLA-KARDEX.
           05 WS-KAR-RENGLON OCCURS 2000 TIMES.
               10 WS-KAR-NUMERO PIC 9(5).
               10 WS-KAR-ID PIC X(6).
               10 WS-KAR-NOMBRE PIC X(25).
               10 WS-KAR-DEPTO PIC 9(3).
               10 WS-KAR-DIAS PIC X(31).
       01  WS-IX-KAR-2 PIC 9(4).
       01  WS-KAR-ENCONTRADO PIC 9(4).
       01  WS-PLANTILLA-DIAS PIC X(31).
       01  WS-FESTIVOS-MES PIC X(31).

      *    Dias laborables por clave de turno (clave,descripcion,
      *    entrada,salida,dias,tolerancia del catalogo) y letra del
      *    dia de la semana: MOD(dia entero, 7) + 1 sobre DLMXJVS.
       01  WS-TABLA-DIAS-TURNO.
           05 WS-KTU-RENGLON OCCURS 50 TIMES.
               10 WS-KTU-CLAVE PIC X(3).
               10 WS-KTU-DIAS PIC X(7).
       01  WS-TOTAL-KTU PIC 9(2) VALUE ZEROES.
       01  WS-IX-KTU PIC 9(2).
       01  WS-CLAVE-TUR-X PIC X(4).
       01  WS-DESCRIPCION-TUR-X PIC X(20).
       01  WS-HORA-TUR-X PIC X(4).
       01  WS-LETRAS-SEMANA PIC X(7) VALUE "DLMXJVS".
       01  WS-LETRA-DIA PIC X.
       01  WS-CUENTA-LETRA PIC 9(2).
       01  WS-TURNO-PERMUTADO PIC X(3).
       01  WS-DIAS-TURNO PIC X(7).
       01  WS-TOTAL-PERMUTAS-KAR PIC 9(4) VALUE ZEROES.

       01  WS-NUMERO-X PIC X(6).
       01  WS-FECHA-X PIC X(10).
       01  WS-CONTADOR-V PIC 9(2).
       01  WS-CONTADOR-I PIC 9(2).
       01  WS-CONTADOR-F PIC 9(2).
       01  WS-CONTADOR-S PIC 9(2).
       01  WS-CONTADOR-P PIC 9(2).
       01  WS-CONTADOR-L PIC 9(2).
       01  WS-FALTAS-DESCUENTO PIC 9(2).
       01  WS-TOTAL-CON-FALTAS PIC 9(4) VALUE ZEROES.
       01  WS-HAY-MAS-DEPTOS PIC X.
       01  WS-DEPTO-MENOR PIC 9(3).
           05 FILLER PIC X(31) VALUE
               "KARDEX DE ASISTENCIA DEL MES  ".
           05 TIT-MES PIC 9(6).
       01  WS-LINEA-TITULO-SEM.
           05 FILLER PIC X(38) VALUE
               "KARDEX DE ASISTENCIA DE LA SEMANA DEL ".
           05 TIT-SEMANA PIC 9(8).
       01  WS-LINEA-DEPTO-KAR.
           05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           05 KAR-DEPTO PIC 9(3).
           05 KAR-CUENTA-I PIC Z9.
           05 FILLER PIC X(3) VALUE " F:".
           05 KAR-CUENTA-F PIC Z9.
           05 FILLER PIC X(3) VALUE " S:".
           05 KAR-CUENTA-S PIC Z9.
           05 FILLER PIC X(3) VALUE " P:".
           05 KAR-CUENTA-P PIC Z9.
           05 FILLER PIC X(3) VALUE " L:".
           05 KAR-CUENTA-L PIC Z9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "kardex-asistencia".
       01  WS-BIT-EVENTO PIC X(6).
           PERFORM ARMA-PLANTILLA-DESCANSOS.
           PERFORM CARGA-EMPLEADOS-ACTIVOS.
           PERFORM MARCA-DIAS-TRABAJADOS.
           PERFORM MARCA-PERMUTAS.
           PERFORM MARCA-INCAPACIDADES.
           PERFORM MARCA-VACACIONES.
           PERFORM MARCA-PERMISOS.
           PERFORM MARCA-SUSPENSIONES.
           PERFORM ESCRIBE-KARDEX.
           PERFORM ESCRIBE-FALTAS.
           IF WS-KARDEX-SEMANAL = "S"
               PERFORM ESCRIBE-DIAS-TRABAJADOS
           END-IF.
           DISPLAY "Tarjetas en el kardex: " WS-TOTAL-KARDEX.
           DISPLAY "Empleados con faltas: " WS-TOTAL-CON-FALTAS.
           DISPLAY "Permutas de turno aplicadas: "
               WS-TOTAL-PERMUTAS-KAR.
           DISPLAY "Kardex en: " WS-RUTA-KARDEX.
           DISPLAY "Archivo de faltas en: " WS-RUTA-FALTAS.
           IF WS-KARDEX-SEMANAL = "S"
               DISPLAY "Dias trabajados en: " WS-RUTA-DIAS-TRAB
           END-IF.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-KARDEX TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-SEMANA-X FROM ENVIRONMENT "KARDEX_SEMANA_INICIO".
           IF WS-SEMANA-X IS NUMERIC
               MOVE WS-SEMANA-X TO WS-SEMANA-INICIO
               MOVE "S" TO WS-KARDEX-SEMANAL
               MOVE WS-SEMANA-X (1:6) TO WS-MES-X
           ELSE
               ACCEPT WS-MES-X FROM ENVIRONMENT "KARDEX_MES"
           END-IF.
           IF WS-MES-X IS NUMERIC
               MOVE WS-MES-X TO WS-MES-KARDEX
           ELSE
           IF WS-RUTA-INCAPACIDADES = SPACES
               MOVE "INCAPACIDADES.dat" TO WS-RUTA-INCAPACIDADES
           END-IF.
           ACCEPT WS-RUTA-DISCIPLINA FROM ENVIRONMENT "DISCIPLINA_PATH".
           IF WS-RUTA-DISCIPLINA = SPACES
               MOVE "DISCIPLINA.txt" TO WS-RUTA-DISCIPLINA
           END-IF.
           ACCEPT WS-RUTA-PERMISOS FROM ENVIRONMENT "PERMISOS_PATH".
           IF WS-RUTA-PERMISOS = SPACES
               MOVE "PERMISOS.txt" TO WS-RUTA-PERMISOS
           END-IF.
           ACCEPT WS-RUTA-CALENDARIO FROM ENVIRONMENT
               "CALENDARIO_FESTIVOS_PATH".
           IF WS-RUTA-CALENDARIO = SPACES
               MOVE "CALENDARIO-FESTIVOS.txt" TO WS-RUTA-CALENDARIO
           END-IF.
           ACCEPT WS-RUTA-PERMUTAS FROM ENVIRONMENT
               "PERMUTAS_TURNO_PATH".
           IF WS-RUTA-PERMUTAS = SPACES
               MOVE "PERMUTAS-TURNO.txt" TO WS-RUTA-PERMUTAS
           END-IF.
           ACCEPT WS-RUTA-CATALOGO-TUR FROM ENVIRONMENT
               "CATALOGO_TURNOS_PATH".
           IF WS-RUTA-CATALOGO-TUR = SPACES
               MOVE "CATALOGO-TURNOS.txt" TO WS-RUTA-CATALOGO-TUR
           END-IF.
           ACCEPT WS-RUTA-KARDEX FROM ENVIRONMENT "KARDEX_RPT_PATH".
           IF WS-RUTA-KARDEX = SPACES
               IF WS-KARDEX-SEMANAL = "S"
                   MOVE "KARDEX-SEMANAL" TO WS-GEN-BASE-NOMBRE
               ELSE
                   MOVE "KARDEX-ASISTENCIA" TO WS-GEN-BASE-NOMBRE
               END-IF
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
           END-IF.
           ACCEPT WS-RUTA-FALTAS FROM ENVIRONMENT "FALTAS_MES_PATH".
           IF WS-RUTA-FALTAS = SPACES
               IF WS-KARDEX-SEMANAL = "S"
                   MOVE "FALTAS-SEMANAL.txt" TO WS-RUTA-FALTAS
               ELSE
                   MOVE "FALTAS.txt" TO WS-RUTA-FALTAS
               END-IF
           END-IF.
           ACCEPT WS-RUTA-DIAS-TRAB FROM ENVIRONMENT
               "DIAS_TRABAJADOS_PATH".
           IF WS-RUTA-DIAS-TRAB = SPACES
               MOVE "DIAS-TRABAJADOS.txt" TO WS-RUTA-DIAS-TRAB
           END-IF.

           CALCULA-LIMITES-MES.
                   (WS-MES-SIGUIENTE * 100 + 1) - 1.
           COMPUTE WS-DIAS-DEL-MES =
               WS-FIN-MES-ENTERO - WS-INI-MES-ENTERO + 1.
      *    En el kardex semanal la "tarjeta" son los siete dias desde
      *    el inicio de semana; las marcas se ubican por dia entero
      *    desde el inicio, igual que en el mensual.
           IF WS-KARDEX-SEMANAL = "S"
               COMPUTE WS-INI-MES-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-SEMANA-INICIO)
               COMPUTE WS-FIN-MES-ENTERO = WS-INI-MES-ENTERO + 6
               MOVE 7 TO WS-DIAS-DEL-MES
           END-IF.

      *    La plantilla inicial del mes: F en los dias laborables y D
      *    en los domingos y los festivos del calendario; las marcas
      *    T, I y V se pintan encima despues.
           ARMA-PLANTILLA-DESCANSOS.
           MOVE ALL "F" TO WS-PLANTILLA-DIAS.
           MOVE SPACES TO WS-FESTIVOS-MES.
           PERFORM MARCA-DOMINGO-PLANTILLA
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > WS-DIAS-DEL-MES.
               END-UNSTRING
               IF WS-FECHA-X (1:8) IS NUMERIC
                   MOVE WS-FECHA-X (1:8) TO WS-FECHA-LEIDA
                   PERFORM UBICA-DIA-LEIDO
                   IF WS-DIA-CALC > ZEROES
                       MOVE "D"
                           TO WS-PLANTILLA-DIAS (WS-DIA-CALC:1)
                       MOVE "S" TO WS-FESTIVOS-MES (WS-DIA-CALC:1)
                   END-IF
               END-IF
           END-IF.
                   MOVE EMPLEADOS-ID-SECUENCIA
                       TO WS-KAR-NUMERO (WS-TOTAL-KARDEX)
               END-IF
               MOVE EMPLEADOS-ID TO WS-KAR-ID (WS-TOTAL-KARDEX)
               MOVE EMPLEADOS-NOMBRE
                   TO WS-KAR-NOMBRE (WS-TOTAL-KARDEX)
               IF EMPLEADOS-DEPTO IS NUMERIC
               END-UNSTRING
               IF WS-FECHA-X (1:8) IS NUMERIC
                   MOVE WS-FECHA-X (1:8) TO WS-FECHA-LEIDA
                   PERFORM UBICA-DIA-LEIDO
                   IF WS-DIA-CALC > ZEROES
                       COMPUTE WS-NUMERO-LEIDO =
                           FUNCTION NUMVAL(WS-NUMERO-X)
                       PERFORM BUSCA-EMPLEADO-KARDEX
                       IF WS-KAR-ENCONTRADO > ZEROES
                           MOVE "T" TO WS-KAR-DIAS
           END-IF.
           PERFORM LEE-LINEA-CHECADA.

      *    Posicion del dia leido dentro de la tarjeta (1 a 31, o 1
      *    a 7 en la semanal); cero si cae fuera del kardex. Una
      *    fecha imposible da dia entero cero y tambien queda fuera.
           UBICA-DIA-LEIDO.
           MOVE ZEROES TO WS-DIA-CALC.
           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-LEIDA).
           IF WS-DIA-ENTERO >= WS-INI-MES-ENTERO
               AND WS-DIA-ENTERO <= WS-FIN-MES-ENTERO
               COMPUTE WS-DIA-CALC =
                   WS-DIA-ENTERO - WS-INI-MES-ENTERO + 1
           END-IF.

           BUSCA-EMPLEADO-KARDEX.
           MOVE ZEROES TO WS-KAR-ENCONTRADO.
           PERFORM VARYING WS-IX-KAR FROM 1 BY 1
               END-IF
           END-PERFORM.

      *    Permuta aprobada: en sus dias A trabaja el turno de B y B
      *    el de A, asi que el descanso se toma de los dias
      *    laborables del turno permutado en lugar del domingo. Un
      *    dia F fuera de esos dias pasa a D y un domingo que el turno
      *    trabaja pasa a F (si no es festivo); el T del reloj no se
      *    toca. El turno del directorio no cambia.
           MARCA-PERMUTAS.
           OPEN INPUT PERMUTAS-TURNO.
           IF WS-FILE-STATUS-PMT NOT = "00"
               CONTINUE
           ELSE
               PERFORM CARGA-DIAS-TURNO
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-PERMUTA
               PERFORM MARCA-UNA-PERMUTA
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE PERMUTAS-TURNO
           END-IF.

           CARGA-DIAS-TURNO.
           OPEN INPUT CATALOGO-TURNOS.
           IF WS-FILE-STATUS-CTU NOT = "00"
               DISPLAY "Aviso: sin catalogo de turnos; las permutas "
                   "no cambian los descansos del kardex."
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-LINEA-CATALOGO-TUR
               PERFORM AGREGA-DIAS-TURNO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE CATALOGO-TURNOS
           END-IF.

           LEE-LINEA-CATALOGO-TUR.
           READ CATALOGO-TURNOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-DIAS-TURNO.
           IF LINEA-CATALOGO-TUR NOT = SPACES
               AND WS-TOTAL-KTU < 50
               ADD 1 TO WS-TOTAL-KTU
               MOVE SPACES TO WS-CLAVE-TUR-X WS-DESCRIPCION-TUR-X
                   WS-KTU-DIAS (WS-TOTAL-KTU)
               UNSTRING LINEA-CATALOGO-TUR DELIMITED BY ","
                   INTO WS-CLAVE-TUR-X WS-DESCRIPCION-TUR-X
                       WS-HORA-TUR-X WS-HORA-TUR-X
                       WS-KTU-DIAS (WS-TOTAL-KTU)
               END-UNSTRING
               MOVE WS-CLAVE-TUR-X (1:3) TO WS-KTU-CLAVE (WS-TOTAL-KTU)
           END-IF.
           PERFORM LEE-LINEA-CATALOGO-TUR.

           LEE-PERMUTA.
           READ PERMUTAS-TURNO
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-PERMUTA TO PERMUTA-REGISTRO
           END-READ.

           MARCA-UNA-PERMUTA.
           IF PMT-STATUS = "A"
               AND PMT-FECHA-INICIO IS NUMERIC
               AND PMT-FECHA-FIN IS NUMERIC
               COMPUTE WS-INI-RANGO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(PMT-FECHA-INICIO))
               COMPUTE WS-FIN-RANGO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(PMT-FECHA-FIN))
               IF WS-INI-RANGO <= WS-FIN-MES-ENTERO
                   AND WS-FIN-RANGO >= WS-INI-MES-ENTERO
                   ADD 1 TO WS-TOTAL-PERMUTAS-KAR
                   MOVE PMT-NUMERO-A TO WS-NUMERO-LEIDO
                   MOVE PMT-TURNO-B TO WS-TURNO-PERMUTADO
                   PERFORM APLICA-PERMUTA-EMPLEADO
                   MOVE PMT-NUMERO-B TO WS-NUMERO-LEIDO
                   MOVE PMT-TURNO-A TO WS-TURNO-PERMUTADO
                   PERFORM APLICA-PERMUTA-EMPLEADO
               END-IF
           END-IF.
           PERFORM LEE-PERMUTA.

           APLICA-PERMUTA-EMPLEADO.
           MOVE SPACES TO WS-DIAS-TURNO.
           PERFORM VARYING WS-IX-KTU FROM 1 BY 1
               UNTIL WS-IX-KTU > WS-TOTAL-KTU
               OR WS-DIAS-TURNO NOT = SPACES
               IF WS-KTU-CLAVE (WS-IX-KTU) = WS-TURNO-PERMUTADO
                   MOVE WS-KTU-DIAS (WS-IX-KTU) TO WS-DIAS-TURNO
               END-IF
           END-PERFORM.
           IF WS-DIAS-TURNO NOT = SPACES
               PERFORM BUSCA-EMPLEADO-KARDEX
               IF WS-KAR-ENCONTRADO > ZEROES
                   PERFORM MARCA-RANGO-PERMUTA
               END-IF
           END-IF.

           MARCA-RANGO-PERMUTA.
           PERFORM VARYING WS-IX-RANGO FROM WS-INI-RANGO BY 1
               UNTIL WS-IX-RANGO > WS-FIN-RANGO
               IF WS-IX-RANGO >= WS-INI-MES-ENTERO
                   AND WS-IX-RANGO <= WS-FIN-MES-ENTERO
                   COMPUTE WS-DIA-CALC =
                       WS-IX-RANGO - WS-INI-MES-ENTERO + 1
                   COMPUTE WS-DIA-SEMANA =
                       FUNCTION MOD(WS-IX-RANGO, 7)
                   MOVE WS-LETRAS-SEMANA (WS-DIA-SEMANA + 1:1)
                       TO WS-LETRA-DIA
                   MOVE ZEROES TO WS-CUENTA-LETRA
                   INSPECT WS-DIAS-TURNO TALLYING WS-CUENTA-LETRA
                       FOR ALL WS-LETRA-DIA
                   IF WS-KAR-DIAS (WS-KAR-ENCONTRADO)
                       (WS-DIA-CALC:1) = "F"
                       AND WS-CUENTA-LETRA = ZEROES
                       MOVE "D" TO WS-KAR-DIAS
                           (WS-KAR-ENCONTRADO) (WS-DIA-CALC:1)
                   END-IF
                   IF WS-KAR-DIAS (WS-KAR-ENCONTRADO)
                       (WS-DIA-CALC:1) = "D"
                       AND WS-CUENTA-LETRA > ZEROES
                       AND WS-FESTIVOS-MES (WS-DIA-CALC:1) = SPACE
                       MOVE "F" TO WS-KAR-DIAS
                           (WS-KAR-ENCONTRADO) (WS-DIA-CALC:1)
                   END-IF
               END-IF
           END-PERFORM.

           MARCA-INCAPACIDADES.
           OPEN INPUT INCAPACIDADES.
           IF WS-FILE-STATUS-INC NOT = "00"
               END-IF
           END-PERFORM.

      *    Permisos autorizados: el permiso con goce (P) solo cubre
      *    los dias que serian falta; la licencia sin goce (L) corre
      *    en dias naturales y cubre tambien los descansos, como la
      *    incapacidad. Ninguno pisa un dia trabajado, de incapacidad
      *    o de vacacion.
           MARCA-PERMISOS.
           OPEN INPUT PERMISOS.
           IF WS-FILE-STATUS-PMS NOT = "00"
               CONTINUE
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-PERMISO
               PERFORM MARCA-UN-PERMISO
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE PERMISOS
           END-IF.

           LEE-PERMISO.
           READ PERMISOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-PERMISO TO PERMISO-REGISTRO
           END-READ.

           MARCA-UN-PERMISO.
           IF LINEA-PERMISO NOT = SPACES
               AND PMS-STATUS = "A"
               AND PMS-FECHA-INICIO IS NUMERIC
               AND PMS-FECHA-FIN IS NUMERIC
               MOVE ZEROES TO WS-KAR-ENCONTRADO
               PERFORM VARYING WS-IX-KAR FROM 1 BY 1
                   UNTIL WS-IX-KAR > WS-TOTAL-KARDEX
                   OR WS-KAR-ENCONTRADO > ZEROES
                   IF WS-KAR-ID (WS-IX-KAR) = PMS-EMPLEADO-ID
                       MOVE WS-IX-KAR TO WS-KAR-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-KAR-ENCONTRADO > ZEROES
                   IF PMS-GOCE = "S"
                       MOVE "P" TO WS-CODIGO-PERMISO
                   ELSE
                       MOVE "L" TO WS-CODIGO-PERMISO
                   END-IF
                   COMPUTE WS-INI-RANGO =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(PMS-FECHA-INICIO))
                   COMPUTE WS-FIN-RANGO =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(PMS-FECHA-FIN))
                   PERFORM MARCA-RANGO-PERMISO
               END-IF
           END-IF.
           PERFORM LEE-PERMISO.

           MARCA-RANGO-PERMISO.
           PERFORM VARYING WS-IX-RANGO FROM WS-INI-RANGO BY 1
               UNTIL WS-IX-RANGO > WS-FIN-RANGO
               IF WS-IX-RANGO >= WS-INI-MES-ENTERO
                   AND WS-IX-RANGO <= WS-FIN-MES-ENTERO
                   COMPUTE WS-DIA-CALC =
                       WS-IX-RANGO - WS-INI-MES-ENTERO + 1
                   IF WS-KAR-DIAS (WS-KAR-ENCONTRADO)
                       (WS-DIA-CALC:1) = "F"
                       OR (WS-CODIGO-PERMISO = "L"
                       AND WS-KAR-DIAS (WS-KAR-ENCONTRADO)
                           (WS-DIA-CALC:1) = "D")
                       MOVE WS-CODIGO-PERMISO TO WS-KAR-DIAS
                           (WS-KAR-ENCONTRADO) (WS-DIA-CALC:1)
                   END-IF
               END-IF
           END-PERFORM.

      *    Suspensiones sin goce de las sanciones resueltas: los dias
      *    se cuentan desde el primer dia de la suspension saltando
      *    los descansos (D en la tarjeta; fuera del kardex, los
      *    domingos) y solo se pinta S donde habria falta: un dia
      *    trabajado, de incapacidad o de vacacion se respeta.
           MARCA-SUSPENSIONES.
           OPEN INPUT DISCIPLINA.
           IF WS-FILE-STATUS-DIS NOT = "00"
               CONTINUE
           ELSE
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-DISCIPLINA
               PERFORM MARCA-UNA-SUSPENSION
                   UNTIL FIN-DE-ENTRADA = "0"
               CLOSE DISCIPLINA
           END-IF.

           LEE-DISCIPLINA.
           READ DISCIPLINA
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   MOVE LINEA-DISCIPLINA TO DISCIPLINA-REGISTRO
           END-READ.

           MARCA-UNA-SUSPENSION.
           IF LINEA-DISCIPLINA NOT = SPACES
               AND DIS-STATUS = "R"
               AND DIS-SANCION = "S"
               AND DIS-DIAS-SUSPENSION IS NUMERIC
               AND DIS-DIAS-SUSPENSION > ZEROES
               AND DIS-INICIO-SUSPENSION IS NUMERIC
               MOVE ZEROES TO WS-KAR-ENCONTRADO
               PERFORM VARYING WS-IX-KAR FROM 1 BY 1
                   UNTIL WS-IX-KAR > WS-TOTAL-KARDEX
                   OR WS-KAR-ENCONTRADO > ZEROES
                   IF WS-KAR-ID (WS-IX-KAR) = DIS-EMPLEADO-ID
                       MOVE WS-IX-KAR TO WS-KAR-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-KAR-ENCONTRADO > ZEROES
                   COMPUTE WS-IX-RANGO = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(DIS-INICIO-SUSPENSION))
                   MOVE DIS-DIAS-SUSPENSION TO WS-DIAS-PENDIENTES
                   IF WS-IX-RANGO > ZEROES
                       PERFORM MARCA-DIA-SUSPENSION
                           UNTIL WS-DIAS-PENDIENTES = ZEROES
                           OR WS-IX-RANGO > WS-FIN-MES-ENTERO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-DISCIPLINA.

           MARCA-DIA-SUSPENSION.
           IF WS-IX-RANGO >= WS-INI-MES-ENTERO
               COMPUTE WS-DIA-CALC =
                   WS-IX-RANGO - WS-INI-MES-ENTERO + 1
               EVALUATE WS-KAR-DIAS (WS-KAR-ENCONTRADO)
                   (WS-DIA-CALC:1)
                   WHEN "D"
                   WHEN " "
                       CONTINUE
                   WHEN "F"
                       MOVE "S" TO WS-KAR-DIAS
                           (WS-KAR-ENCONTRADO) (WS-DIA-CALC:1)
                       SUBTRACT 1 FROM WS-DIAS-PENDIENTES
                   WHEN OTHER
                       SUBTRACT 1 FROM WS-DIAS-PENDIENTES
               END-EVALUATE
           ELSE
               IF FUNCTION MOD(WS-IX-RANGO, 7) NOT = ZEROES
                   SUBTRACT 1 FROM WS-DIAS-PENDIENTES
               END-IF
           END-IF.
           ADD 1 TO WS-IX-RANGO.

      *    El reporte sale por departamento: se imprime el menor
      *    departamento aun no impreso con todas sus tarjetas, hasta
      *    agotarlos, para agrupar sin un paso de SORT.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-KARDEX-SEMANAL = "S"
               MOVE WS-SEMANA-INICIO TO TIT-SEMANA
               MOVE WS-LINEA-TITULO-SEM TO LINEA-KARDEX
           ELSE
               MOVE WS-MES-KARDEX TO TIT-MES
               MOVE WS-LINEA-TITULO-KAR TO LINEA-KARDEX
           END-IF.
           WRITE LINEA-KARDEX.
           MOVE "S" TO WS-HAY-MAS-DEPTOS.
           PERFORM IMPRIME-SIGUIENTE-DEPTO

           ESCRIBE-TARJETA.
           MOVE ZEROES TO WS-CONTADOR-T WS-CONTADOR-V WS-CONTADOR-I
               WS-CONTADOR-F WS-CONTADOR-D WS-CONTADOR-S
               WS-CONTADOR-P WS-CONTADOR-L.
           PERFORM CUENTA-DIA
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > WS-DIAS-DEL-MES.
           MOVE WS-CONTADOR-V TO KAR-CUENTA-V.
           MOVE WS-CONTADOR-I TO KAR-CUENTA-I.
           MOVE WS-CONTADOR-F TO KAR-CUENTA-F.
           MOVE WS-CONTADOR-S TO KAR-CUENTA-S.
           MOVE WS-CONTADOR-P TO KAR-CUENTA-P.
           MOVE WS-CONTADOR-L TO KAR-CUENTA-L.
           MOVE WS-LINEA-DETALLE-KAR TO LINEA-KARDEX.
           WRITE LINEA-KARDEX.

           CUENTA-DIA.
           EVALUATE WS-KAR-DIAS (WS-IX-KAR-2) (WS-IX-DIA:1)
               WHEN "D"
                   ADD 1 TO WS-CONTADOR-D
               WHEN "T"
                   ADD 1 TO WS-CONTADOR-T
               WHEN "V"
                   ADD 1 TO WS-CONTADOR-I
               WHEN "F"
                   ADD 1 TO WS-CONTADOR-F
               WHEN "S"
                   ADD 1 TO WS-CONTADOR-S
               WHEN "P"
                   ADD 1 TO WS-CONTADOR-P
               WHEN "L"
                   ADD 1 TO WS-CONTADOR-L
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           ESCRIBE-FALTAS-EMPLEADO.
           MOVE ZEROES TO WS-CONTADOR-T WS-CONTADOR-V WS-CONTADOR-I
               WS-CONTADOR-F WS-CONTADOR-D WS-CONTADOR-S
               WS-CONTADOR-P WS-CONTADOR-L.
           PERFORM CUENTA-DIA
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > WS-DIAS-DEL-MES.
           COMPUTE WS-FALTAS-DESCUENTO =
               WS-CONTADOR-F + WS-CONTADOR-S.
           IF WS-FALTAS-DESCUENTO > ZEROES
               ADD 1 TO WS-TOTAL-CON-FALTAS
               MOVE SPACES TO LINEA-FALTAS
               STRING WS-KAR-NUMERO (WS-IX-KAR-2) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FALTAS-DESCUENTO DELIMITED BY SIZE
                   INTO LINEA-FALTAS
               END-STRING
               WRITE LINEA-FALTAS
           END-IF.

      *    Dias que cuentan para el septimo: los trabajados, las
      *    vacaciones y los festivos de descanso obligatorio; el
      *    descanso semanal mismo (un D) no se cuenta. Faltas,
      *    incapacidades y dias previos al alta no suman.
           ESCRIBE-DIAS-TRABAJADOS.
           OPEN OUTPUT DIAS-TRABAJADOS.
           IF WS-FILE-STATUS-DTR NOT = "00"
               DISPLAY "No se pudo crear el archivo de dias "
                   "trabajados: " WS-RUTA-DIAS-TRAB
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-DIAS-EMPLEADO
               VARYING WS-IX-KAR-2 FROM 1 BY 1
               UNTIL WS-IX-KAR-2 > WS-TOTAL-KARDEX.
           CLOSE DIAS-TRABAJADOS.

           ESCRIBE-DIAS-EMPLEADO.
           MOVE ZEROES TO WS-CONTADOR-T WS-CONTADOR-V WS-CONTADOR-I
               WS-CONTADOR-F WS-CONTADOR-D WS-CONTADOR-S
               WS-CONTADOR-P WS-CONTADOR-L.
           PERFORM CUENTA-DIA
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > WS-DIAS-DEL-MES.
           COMPUTE WS-DIAS-PAGADOS =
               WS-CONTADOR-T + WS-CONTADOR-V + WS-CONTADOR-P
               + WS-CONTADOR-D - 1.
           IF WS-DIAS-PAGADOS < ZEROES
               MOVE ZEROES TO WS-DIAS-PAGADOS
           END-IF.
           IF WS-DIAS-PAGADOS > 6
               MOVE 6 TO WS-DIAS-PAGADOS
           END-IF.
           MOVE WS-DIAS-PAGADOS TO WS-CONTADOR-D.
           MOVE SPACES TO LINEA-DIAS-TRAB.
           STRING WS-KAR-NUMERO (WS-IX-KAR-2) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CONTADOR-D DELIMITED BY SIZE
               INTO LINEA-DIAS-TRAB
           END-STRING.
           WRITE LINEA-DIAS-TRAB.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
