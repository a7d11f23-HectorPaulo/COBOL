      *         PARA QUE EL IMPORTE SALGA EXACTO SIN CAMBIAR EL
      *         LAYOUT. LOS RETARDOS Y LAS CHECADAS SIN PAREJA QUEDAN
      *         EN EL LISTADO DE EXCEPCIONES PARA QUE LOS SUPERVISORES
      *         CORRIJAN EL RELOJ, NO LA NOMINA. SOLO SE PAGA LA EXTRA
      *         QUE EL JEFE DIRECTO AUTORIZO PARA ESE EMPLEADO Y DIA EN
      *         AUTORIZACIONES-EXTRA.txt (HEXREG.cpy, autoriza-extra);
      *         LO DEMAS QUEDA EN EXTRA-RETENIDA.txt PENDIENTE DE
      *         APROBAR O RECHAZAR (CONSERVANDO LO YA DECIDIDO DE
      *         CORRIDAS ANTERIORES) Y LO RATIFICADO SE PAGA AL VOLVER
      *         A CORRER EL PERIODO. EL DETALLE POR DIA DE LA EXTRA
      *         TRABAJADA, PAGADA Y RETENIDA QUEDA EN EXTRA-DIARIA.txt
      *         PARA EL REPORTE DE LIMITES DE LEY. EN LOS DIAS DE UNA
      *         PERMUTA APROBADA (PERMUTAS-TURNO.txt, PMTREG.cpy) EL
      *         RETARDO SE MIDE CONTRA EL TURNO PERMUTADO, SIN TOCAR EL
      *         TURNO ASIGNADO DEL DIRECTORIO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAL.

      *    Control de horas extra (HEXREG.cpy): autorizaciones del
      *    jefe, extra retenida pendiente de decision y detalle
      *    diario de la corrida.
       SELECT AUTORIZACIONES-EXTRA
       ASSIGN TO DYNAMIC WS-RUTA-AUTORIZACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-AUT.

       SELECT EXTRA-RETENIDA
       ASSIGN TO DYNAMIC WS-RUTA-RETENIDA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RET.

       SELECT EXTRA-DIARIA
       ASSIGN TO DYNAMIC WS-RUTA-EXTRA-DIARIA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-EXD.

      *    Permutas de turno (PMTREG.cpy): solo las aprobadas cambian
      *    el turno del dia.
       SELECT PERMUTAS-TURNO
       ASSIGN TO DYNAMIC WS-RUTA-PERMUTAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PMT.

       DATA DIVISION.
       FILE SECTION.
       FD CHECADAS-CRUDAS.
       FD CALENDARIO-FESTIVOS.
       01  LINEA-CALENDARIO PIC X(50).

       FD AUTORIZACIONES-EXTRA.
       01  LINEA-AUTORIZACION PIC X(73).

       FD EXTRA-RETENIDA.
       01  LINEA-RETENIDA PIC X(36).

       FD EXTRA-DIARIA.
       01  LINEA-EXTRA-DIARIA PIC X(25).

       FD PERMUTAS-TURNO.
       01  LINEA-PERMUTA PIC X(141).

       WORKING-STORAGE SECTION.
           COPY HEXREG.
           COPY PMTREG.

       01  WS-RUTA-CHECADAS PIC X(200).
       01  WS-RUTA-HORAS PIC X(200).
       01  WS-RUTA-EXCEPCIONES PIC X(200).
       01  WS-TURNO-ENTRADA-NUM PIC 9(4).
       01  WS-TURNO-TOLERANCIA-CAT PIC 9(3).
       01  WS-RESULTADO-TURNO PIC X.
       01  WS-TURNO-DEL-DIA PIC X(3).

      *    Turno permutado por numero y rango de fechas: de cada
      *    permuta aprobada salen dos renglones, A con el turno de B
      *    y B con el de A.
       01  WS-RUTA-PERMUTAS PIC X(200).
       01  WS-FILE-STATUS-PMT PIC X(2).
       01  FIN-DE-PERMUTAS PIC X.
       01  WS-TABLA-PERMUTAS.
           05 WS-PPE-RENGLON OCCURS 2000 TIMES.
               10 WS-PPE-NUMERO PIC 9(5).
               10 WS-PPE-INICIO PIC 9(8).
               10 WS-PPE-FIN PIC 9(8).
               10 WS-PPE-TURNO PIC X(3).
       01  WS-TOTAL-PERMUTAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-PPE PIC 9(4).

       01  WS-HORAS-NORMALES PIC 9(3)V99.
       01  WS-HORAS-EXTRA-REAL PIC 9(3)V99.
       01  WS-DOMINGO-EDIT PIC ZZ9.99.
       01  WS-FESTIVO-EDIT PIC ZZ9.99.

      *    Minutos de extra autorizados por numero y dia (la suma de
      *    sus autorizaciones vigentes); cada par de checadas del dia
      *    va consumiendo lo disponible.
       01  WS-RUTA-AUTORIZACIONES PIC X(200).
       01  WS-FILE-STATUS-AUT PIC X(2).
       01  FIN-DE-AUTORIZACIONES PIC X.
       01  WS-TABLA-AUTORIZADAS.
           05 WS-AUT-RENGLON OCCURS 9999 TIMES.
               10 WS-AUT-NUMERO PIC 9(5).
               10 WS-AUT-FECHA PIC 9(8).
               10 WS-AUT-MIN-DISPONIBLES PIC 9(4).
       01  WS-TOTAL-AUTORIZADAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-AUT PIC 9(4).
       01  WS-AUT-ENCONTRADO PIC 9(4).
       01  WS-MIN-AUTORIZADOS PIC 9(4).
       01  WS-MIN-EXTRA-TRABAJADA PIC 9(6).
       01  WS-MIN-EXTRA-RETENIDA PIC 9(6).

      *    Extra por numero y dia de esta corrida.
       01  WS-RUTA-EXTRA-DIARIA PIC X(200).
       01  WS-FILE-STATUS-EXD PIC X(2).
       01  WS-TABLA-DIAS-EXTRA.
           05 WS-DEX-RENGLON OCCURS 10000 TIMES.
               10 WS-DEX-NUMERO PIC 9(5).
               10 WS-DEX-FECHA PIC 9(8).
               10 WS-DEX-MIN-TRABAJADOS PIC 9(4).
               10 WS-DEX-MIN-PAGADOS PIC 9(4).
               10 WS-DEX-MIN-RETENIDOS PIC 9(4).
       01  WS-TOTAL-DIAS-EXTRA PIC 9(5) VALUE ZEROES.
       01  WS-IX-DEX PIC 9(5).
       01  WS-DEX-ENCONTRADO PIC 9(5).

      *    Extra retenida de corridas anteriores y de esta: la
      *    pendiente se actualiza, la ya decidida no se toca.
       01  WS-RUTA-RETENIDA PIC X(200).
       01  WS-FILE-STATUS-RET PIC X(2).
       01  FIN-DE-RETENIDAS PIC X.
       01  WS-TABLA-RETENIDAS.
           05 WS-RTN-LINEA OCCURS 9999 TIMES PIC X(36).
       01  WS-TOTAL-RETENIDAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-RTN PIC 9(4).
       01  WS-RTN-ENCONTRADO PIC 9(4).
       01  WS-TOTAL-DIAS-RETENIDOS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-MIN-RETENIDOS PIC 9(7) VALUE ZEROES.

       01  WS-TOTAL-PARES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-SIN-PAREJA PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-RETARDOS PIC 9(6) VALUE ZEROES.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-TURNOS-ASIGNADOS.
           PERFORM CARGA-PERMUTAS-APROBADAS.
           PERFORM CARGA-CALENDARIO-FESTIVOS.
           PERFORM CARGA-AUTORIZACIONES.
           PERFORM CARGA-CHECADAS.
           PERFORM ABRE-SALIDAS.
           PERFORM EMPAREJA-CHECADAS.
           PERFORM ESCRIBE-ARCHIVO-HORAS.
           CLOSE HORAS-SALIDA.
           CLOSE EXCEPCIONES-CHECADAS.
           PERFORM ESCRIBE-EXTRA-DIARIA.
           PERFORM ACTUALIZA-RETENIDAS.
           DISPLAY "Checadas leidas: " WS-TOTAL-CHECADAS.
           DISPLAY "Pares completos: " WS-TOTAL-PARES.
           DISPLAY "Checadas sin pareja: " WS-TOTAL-SIN-PAREJA.
           DISPLAY "Retardos detectados: " WS-TOTAL-RETARDOS.
           DISPLAY "Renglones de horas generados: "
               WS-TOTAL-RENGLONES-HOR.
           DISPLAY "Dias con extra retenida sin autorizar: "
               WS-TOTAL-DIAS-RETENIDOS.
           DISPLAY "Minutos de extra retenidos: "
               WS-TOTAL-MIN-RETENIDOS.
           DISPLAY "Archivo de horas: " WS-RUTA-HORAS.
           DISPLAY "Excepciones en: " WS-RUTA-EXCEPCIONES.
           MOVE "FIN" TO WS-BIT-EVENTO.
               (WS-ENTRADA-ESPERADA / 100) * 60 +
               FUNCTION MOD(WS-ENTRADA-ESPERADA, 100) +
               WS-TOLERANCIA-MIN.
           ACCEPT WS-RUTA-AUTORIZACIONES FROM ENVIRONMENT
               "AUTORIZACIONES_EXTRA_PATH".
           IF WS-RUTA-AUTORIZACIONES = SPACES
               MOVE "AUTORIZACIONES-EXTRA.txt"
                   TO WS-RUTA-AUTORIZACIONES
           END-IF.
           ACCEPT WS-RUTA-RETENIDA FROM ENVIRONMENT
               "EXTRA_RETENIDA_PATH".
           IF WS-RUTA-RETENIDA = SPACES
               MOVE "EXTRA-RETENIDA.txt" TO WS-RUTA-RETENIDA
           END-IF.
           ACCEPT WS-RUTA-EXTRA-DIARIA FROM ENVIRONMENT
               "EXTRA_DIARIA_PATH".
           IF WS-RUTA-EXTRA-DIARIA = SPACES
               MOVE "EXTRA-DIARIA.txt" TO WS-RUTA-EXTRA-DIARIA
           END-IF.

      *    El directorio aporta el turno asignado de cada numero de
      *    nomina (regla de CRUCEID.cpy: ID numerico = los 5 digitos
           END-IF.
           PERFORM LEE-EMPLEADO-DIRECTORIO.

           CARGA-PERMUTAS-APROBADAS.
           ACCEPT WS-RUTA-PERMUTAS FROM ENVIRONMENT
               "PERMUTAS_TURNO_PATH".
           IF WS-RUTA-PERMUTAS = SPACES
               MOVE "PERMUTAS-TURNO.txt" TO WS-RUTA-PERMUTAS
           END-IF.
           OPEN INPUT PERMUTAS-TURNO.
           IF WS-FILE-STATUS-PMT = "00"
               MOVE "1" TO FIN-DE-PERMUTAS
               PERFORM LEE-LINEA-PERMUTA
               PERFORM AGREGA-PERMUTA-APROBADA
                   UNTIL FIN-DE-PERMUTAS = "0"
               CLOSE PERMUTAS-TURNO
           END-IF.

           LEE-LINEA-PERMUTA.
           READ PERMUTAS-TURNO
               AT END
                   MOVE "0" TO FIN-DE-PERMUTAS
               NOT AT END
                   MOVE LINEA-PERMUTA TO PERMUTA-REGISTRO
           END-READ.

           AGREGA-PERMUTA-APROBADA.
           IF PMT-STATUS = "A"
               AND PMT-FECHA-INICIO IS NUMERIC
               AND PMT-FECHA-FIN IS NUMERIC
               AND WS-TOTAL-PERMUTAS < 1999
               ADD 1 TO WS-TOTAL-PERMUTAS
               MOVE PMT-NUMERO-A TO WS-PPE-NUMERO (WS-TOTAL-PERMUTAS)
               MOVE PMT-TURNO-B TO WS-PPE-TURNO (WS-TOTAL-PERMUTAS)
               MOVE PMT-FECHA-INICIO
                   TO WS-PPE-INICIO (WS-TOTAL-PERMUTAS)
               MOVE PMT-FECHA-FIN TO WS-PPE-FIN (WS-TOTAL-PERMUTAS)
               ADD 1 TO WS-TOTAL-PERMUTAS
               MOVE PMT-NUMERO-B TO WS-PPE-NUMERO (WS-TOTAL-PERMUTAS)
               MOVE PMT-TURNO-A TO WS-PPE-TURNO (WS-TOTAL-PERMUTAS)
               MOVE PMT-FECHA-INICIO
                   TO WS-PPE-INICIO (WS-TOTAL-PERMUTAS)
               MOVE PMT-FECHA-FIN TO WS-PPE-FIN (WS-TOTAL-PERMUTAS)
           END-IF.
           PERFORM LEE-LINEA-PERMUTA.

      *    El limite de retardo del empleado: la entrada y tolerancia
      *    de su turno del catalogo (el permutado si el dia cae en
      *    una permuta aprobada); sin turno o sin catalogo, el limite
      *    por omision de ambiente.
           RESUELVE-LIMITE-EMPLEADO.
           MOVE WS-LIMITE-RETARDO TO WS-LIMITE-EMPLEADO.
           MOVE SPACES TO WS-TURNO-DEL-DIA.
           MOVE ZEROES TO WS-TUE-ENCONTRADO.
           PERFORM VARYING WS-IX-TUE FROM 1 BY 1
               UNTIL WS-IX-TUE > WS-TOTAL-TURNOS-EMP
               END-IF
           END-PERFORM.
           IF WS-TUE-ENCONTRADO > ZEROES
               MOVE WS-TUE-TURNO (WS-TUE-ENCONTRADO)
                   TO WS-TURNO-DEL-DIA
           END-IF.
           PERFORM VARYING WS-IX-PPE FROM 1 BY 1
               UNTIL WS-IX-PPE > WS-TOTAL-PERMUTAS
               IF WS-PPE-NUMERO (WS-IX-PPE) =
                   WS-CHE-NUMERO (WS-IX-CHE)
                   AND WS-PPE-INICIO (WS-IX-PPE) <=
                       WS-CHE-FECHA (WS-IX-CHE)
                   AND WS-PPE-FIN (WS-IX-PPE) >=
                       WS-CHE-FECHA (WS-IX-CHE)
                   MOVE WS-PPE-TURNO (WS-IX-PPE) TO WS-TURNO-DEL-DIA
               END-IF
           END-PERFORM.
           IF WS-TURNO-DEL-DIA NOT = SPACES
               CALL "busca-turno"
                   USING WS-TURNO-DEL-DIA
                       WS-TURNO-ENTRADA-CAT WS-TURNO-SALIDA-CAT
                       WS-TURNO-TOLERANCIA-CAT WS-RESULTADO-TURNO
               END-CALL
           END-IF.
           PERFORM LEE-LINEA-CALENDARIO.

      *    Sin archivo de autorizaciones no hay extra que pagar:
      *    toda la del periodo queda retenida para decision.
           CARGA-AUTORIZACIONES.
           OPEN INPUT AUTORIZACIONES-EXTRA.
           IF WS-FILE-STATUS-AUT NOT = "00"
               DISPLAY "Aviso: sin autorizaciones de horas extra ("
                   FUNCTION TRIM(WS-RUTA-AUTORIZACIONES) "); toda la "
                   "extra queda retenida."
           ELSE
               MOVE "1" TO FIN-DE-AUTORIZACIONES
               PERFORM LEE-AUTORIZACION
               PERFORM AGREGA-AUTORIZACION
                   UNTIL FIN-DE-AUTORIZACIONES = "0"
               CLOSE AUTORIZACIONES-EXTRA
           END-IF.

           LEE-AUTORIZACION.
           READ AUTORIZACIONES-EXTRA
               AT END
                   MOVE "0" TO FIN-DE-AUTORIZACIONES
               NOT AT END
                   MOVE LINEA-AUTORIZACION
                       TO AUTORIZACION-EXTRA-REGISTRO
           END-READ.

           AGREGA-AUTORIZACION.
           IF LINEA-AUTORIZACION NOT = SPACES
               AND HEX-STATUS = "A"
               AND HEX-NUMERO IS NUMERIC
               AND HEX-FECHA IS NUMERIC
               COMPUTE WS-MIN-AUTORIZADOS ROUNDED = HEX-HORAS * 60
               MOVE ZEROES TO WS-AUT-ENCONTRADO
               PERFORM VARYING WS-IX-AUT FROM 1 BY 1
                   UNTIL WS-IX-AUT > WS-TOTAL-AUTORIZADAS
                   OR WS-AUT-ENCONTRADO > ZEROES
                   IF WS-AUT-NUMERO (WS-IX-AUT) = HEX-NUMERO
                       AND WS-AUT-FECHA (WS-IX-AUT) = HEX-FECHA
                       MOVE WS-IX-AUT TO WS-AUT-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-AUT-ENCONTRADO > ZEROES
                   ADD WS-MIN-AUTORIZADOS
                       TO WS-AUT-MIN-DISPONIBLES (WS-AUT-ENCONTRADO)
               ELSE
                   IF WS-TOTAL-AUTORIZADAS < 9999
                       ADD 1 TO WS-TOTAL-AUTORIZADAS
                       MOVE HEX-NUMERO
                           TO WS-AUT-NUMERO (WS-TOTAL-AUTORIZADAS)
                       MOVE HEX-FECHA
                           TO WS-AUT-FECHA (WS-TOTAL-AUTORIZADAS)
                       MOVE WS-MIN-AUTORIZADOS TO
                           WS-AUT-MIN-DISPONIBLES (WS-TOTAL-AUTORIZADAS)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-AUTORIZACION.

           CARGA-CHECADAS.
           OPEN INPUT CHECADAS-CRUDAS.
           IF WS-FILE-STATUS-CHE NOT = "00"
               END-IF
           END-PERFORM.

      *    Hasta 480 minutos del dia son normales; el resto es extra
      *    y solo se paga lo autorizado.
      *    El retardo se marca pero las horas se pagan como checadas.
           ACUMULA-PAR.
           ADD 1 TO WS-TOTAL-PARES.
               MOVE WS-MIN-TRABAJADOS TO WS-MIN-NORMALES-DIA
               MOVE ZEROES TO WS-MIN-EXTRA-DIA
           END-IF.
           IF WS-MIN-EXTRA-DIA > ZEROES
               PERFORM APLICA-AUTORIZACION
           END-IF.
           PERFORM MARCA-DOMINGO-FESTIVO.
           PERFORM ACUMULA-EMPLEADO.
           PERFORM RESUELVE-LIMITE-EMPLEADO.
               MOVE WS-MIN-TRABAJADOS TO WS-MIN-FESTIVO-DIA
           END-IF.

      *    De la extra del par solo se paga lo que queda disponible
      *    de la autorizacion del empleado para ese dia; el resto se
      *    retiene.
           APLICA-AUTORIZACION.
           MOVE WS-MIN-EXTRA-DIA TO WS-MIN-EXTRA-TRABAJADA.
           MOVE ZEROES TO WS-AUT-ENCONTRADO.
           PERFORM VARYING WS-IX-AUT FROM 1 BY 1
               UNTIL WS-IX-AUT > WS-TOTAL-AUTORIZADAS
               OR WS-AUT-ENCONTRADO > ZEROES
               IF WS-AUT-NUMERO (WS-IX-AUT) =
                   WS-CHE-NUMERO (WS-IX-CHE)
                   AND WS-AUT-FECHA (WS-IX-AUT) =
                       WS-CHE-FECHA (WS-IX-CHE)
                   MOVE WS-IX-AUT TO WS-AUT-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-AUT-ENCONTRADO = ZEROES
               MOVE ZEROES TO WS-MIN-EXTRA-DIA
           ELSE
               IF WS-MIN-EXTRA-TRABAJADA >
                   WS-AUT-MIN-DISPONIBLES (WS-AUT-ENCONTRADO)
                   MOVE WS-AUT-MIN-DISPONIBLES (WS-AUT-ENCONTRADO)
                       TO WS-MIN-EXTRA-DIA
               END-IF
               SUBTRACT WS-MIN-EXTRA-DIA
                   FROM WS-AUT-MIN-DISPONIBLES (WS-AUT-ENCONTRADO)
           END-IF.
           COMPUTE WS-MIN-EXTRA-RETENIDA =
               WS-MIN-EXTRA-TRABAJADA - WS-MIN-EXTRA-DIA.
           PERFORM ACUMULA-DIA-EXTRA.

           ACUMULA-DIA-EXTRA.
           MOVE ZEROES TO WS-DEX-ENCONTRADO.
           PERFORM VARYING WS-IX-DEX FROM 1 BY 1
               UNTIL WS-IX-DEX > WS-TOTAL-DIAS-EXTRA
               OR WS-DEX-ENCONTRADO > ZEROES
               IF WS-DEX-NUMERO (WS-IX-DEX) =
                   WS-CHE-NUMERO (WS-IX-CHE)
                   AND WS-DEX-FECHA (WS-IX-DEX) =
                       WS-CHE-FECHA (WS-IX-CHE)
                   MOVE WS-IX-DEX TO WS-DEX-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-DEX-ENCONTRADO = ZEROES
               AND WS-TOTAL-DIAS-EXTRA < 10000
               ADD 1 TO WS-TOTAL-DIAS-EXTRA
               MOVE WS-TOTAL-DIAS-EXTRA TO WS-DEX-ENCONTRADO
               MOVE WS-CHE-NUMERO (WS-IX-CHE)
                   TO WS-DEX-NUMERO (WS-DEX-ENCONTRADO)
               MOVE WS-CHE-FECHA (WS-IX-CHE)
                   TO WS-DEX-FECHA (WS-DEX-ENCONTRADO)
               MOVE ZEROES TO WS-DEX-MIN-TRABAJADOS (WS-DEX-ENCONTRADO)
                   WS-DEX-MIN-PAGADOS (WS-DEX-ENCONTRADO)
                   WS-DEX-MIN-RETENIDOS (WS-DEX-ENCONTRADO)
           END-IF.
           IF WS-DEX-ENCONTRADO > ZEROES
               ADD WS-MIN-EXTRA-TRABAJADA
                   TO WS-DEX-MIN-TRABAJADOS (WS-DEX-ENCONTRADO)
               ADD WS-MIN-EXTRA-DIA
                   TO WS-DEX-MIN-PAGADOS (WS-DEX-ENCONTRADO)
               ADD WS-MIN-EXTRA-RETENIDA
                   TO WS-DEX-MIN-RETENIDOS (WS-DEX-ENCONTRADO)
           END-IF.

           ACUMULA-EMPLEADO.
           MOVE ZEROES TO WS-EMP-ENCONTRADO.
           PERFORM VARYING WS-IX-EMP FROM 1 BY 1
           WRITE LINEA-HORAS.
           ADD 1 TO WS-TOTAL-RENGLONES-HOR.

           ESCRIBE-EXTRA-DIARIA.
           OPEN OUTPUT EXTRA-DIARIA.
           IF WS-FILE-STATUS-EXD NOT = "00"
               DISPLAY "Aviso: no se pudo crear el detalle diario de "
                   "extra: " FUNCTION TRIM(WS-RUTA-EXTRA-DIARIA)
           ELSE
               PERFORM ESCRIBE-DIA-EXTRA
                   VARYING WS-IX-DEX FROM 1 BY 1
                   UNTIL WS-IX-DEX > WS-TOTAL-DIAS-EXTRA
               CLOSE EXTRA-DIARIA
           END-IF.

           ESCRIBE-DIA-EXTRA.
           MOVE WS-DEX-NUMERO (WS-IX-DEX) TO EXD-NUMERO.
           MOVE WS-DEX-FECHA (WS-IX-DEX) TO EXD-FECHA.
           MOVE WS-DEX-MIN-TRABAJADOS (WS-IX-DEX)
               TO EXD-MIN-TRABAJADOS.
           MOVE WS-DEX-MIN-PAGADOS (WS-IX-DEX) TO EXD-MIN-PAGADOS.
           MOVE WS-DEX-MIN-RETENIDOS (WS-IX-DEX) TO EXD-MIN-RETENIDOS.
           MOVE EXTRA-DIARIA-REGISTRO TO LINEA-EXTRA-DIARIA.
           WRITE LINEA-EXTRA-DIARIA.

      *    Se vuelve a escribir la extra retenida completa: lo ya
      *    aprobado o rechazado se queda como esta, lo pendiente del
      *    mismo numero y dia toma los minutos de esta corrida (y se
      *    cae si ya no queda nada retenido) y lo nuevo entra como
      *    pendiente.
           ACTUALIZA-RETENIDAS.
           OPEN INPUT EXTRA-RETENIDA.
           IF WS-FILE-STATUS-RET = "00"
               MOVE "1" TO FIN-DE-RETENIDAS
               PERFORM LEE-RETENIDA
               PERFORM AGREGA-RETENIDA-TABLA
                   UNTIL FIN-DE-RETENIDAS = "0"
               CLOSE EXTRA-RETENIDA
           END-IF.
           PERFORM MEZCLA-DIA-RETENIDO
               VARYING WS-IX-DEX FROM 1 BY 1
               UNTIL WS-IX-DEX > WS-TOTAL-DIAS-EXTRA.
           OPEN OUTPUT EXTRA-RETENIDA.
           IF WS-FILE-STATUS-RET NOT = "00"
               DISPLAY "Aviso: no se pudo reescribir la extra "
                   "retenida: " FUNCTION TRIM(WS-RUTA-RETENIDA)
           ELSE
               PERFORM ESCRIBE-RETENIDA
                   VARYING WS-IX-RTN FROM 1 BY 1
                   UNTIL WS-IX-RTN > WS-TOTAL-RETENIDAS
               CLOSE EXTRA-RETENIDA
           END-IF.

           LEE-RETENIDA.
           READ EXTRA-RETENIDA
               AT END
                   MOVE "0" TO FIN-DE-RETENIDAS
           END-READ.

           AGREGA-RETENIDA-TABLA.
           IF LINEA-RETENIDA NOT = SPACES
               AND WS-TOTAL-RETENIDAS < 9999
               ADD 1 TO WS-TOTAL-RETENIDAS
               MOVE LINEA-RETENIDA TO WS-RTN-LINEA (WS-TOTAL-RETENIDAS)
           END-IF.
           PERFORM LEE-RETENIDA.

           MEZCLA-DIA-RETENIDO.
           MOVE ZEROES TO WS-RTN-ENCONTRADO.
           PERFORM VARYING WS-IX-RTN FROM 1 BY 1
               UNTIL WS-IX-RTN > WS-TOTAL-RETENIDAS
               OR WS-RTN-ENCONTRADO > ZEROES
               MOVE WS-RTN-LINEA (WS-IX-RTN) TO EXTRA-RETENIDA-REGISTRO
               IF RET-NUMERO = WS-DEX-NUMERO (WS-IX-DEX)
                   AND RET-FECHA = WS-DEX-FECHA (WS-IX-DEX)
                   MOVE WS-IX-RTN TO WS-RTN-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-RTN-ENCONTRADO > ZEROES
               MOVE WS-RTN-LINEA (WS-RTN-ENCONTRADO)
                   TO EXTRA-RETENIDA-REGISTRO
               IF RET-STATUS = "P"
                   MOVE WS-DEX-MIN-TRABAJADOS (WS-IX-DEX)
                       TO RET-MIN-TRABAJADOS
                   MOVE WS-DEX-MIN-RETENIDOS (WS-IX-DEX)
                       TO RET-MIN-RETENIDOS
                   MOVE EXTRA-RETENIDA-REGISTRO
                       TO WS-RTN-LINEA (WS-RTN-ENCONTRADO)
                   PERFORM CUENTA-RETENIDO
               END-IF
           ELSE
               IF WS-DEX-MIN-RETENIDOS (WS-IX-DEX) > ZEROES
                   AND WS-TOTAL-RETENIDAS < 9999
                   MOVE SPACES TO EXTRA-RETENIDA-REGISTRO
                   MOVE WS-DEX-NUMERO (WS-IX-DEX) TO RET-NUMERO
                   MOVE WS-DEX-FECHA (WS-IX-DEX) TO RET-FECHA
                   MOVE WS-DEX-MIN-TRABAJADOS (WS-IX-DEX)
                       TO RET-MIN-TRABAJADOS
                   MOVE WS-DEX-MIN-RETENIDOS (WS-IX-DEX)
                       TO RET-MIN-RETENIDOS
                   MOVE "P" TO RET-STATUS
                   ADD 1 TO WS-TOTAL-RETENIDAS
                   MOVE EXTRA-RETENIDA-REGISTRO
                       TO WS-RTN-LINEA (WS-TOTAL-RETENIDAS)
                   PERFORM CUENTA-RETENIDO
               END-IF
           END-IF.

           CUENTA-RETENIDO.
           IF RET-MIN-RETENIDOS > ZEROES
               ADD 1 TO WS-TOTAL-DIAS-RETENIDOS
               ADD RET-MIN-RETENIDOS TO WS-TOTAL-MIN-RETENIDOS
           END-IF.

           ESCRIBE-RETENIDA.
           MOVE WS-RTN-LINEA (WS-IX-RTN) TO EXTRA-RETENIDA-REGISTRO.
           IF RET-STATUS NOT = "P"
               OR RET-MIN-RETENIDOS > ZEROES
               MOVE EXTRA-RETENIDA-REGISTRO TO LINEA-RETENIDA
               WRITE LINEA-RETENIDA
           END-IF.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
