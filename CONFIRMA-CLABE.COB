      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:VERIFICACION DE LOS CAMBIOS DE CLABE (VCLREG.cpy): UN
      *         SUPERVISOR RECORRE LOS CAMBIOS PENDIENTES "P" CON LA
      *         CUENTA ANTERIOR, LA NUEVA, QUIEN LA CAMBIO Y POR QUE
      *         PROGRAMA, Y LOS VERIFICA (EL SIGUIENTE DEPOSITO YA VA
      *         A LA CUENTA NUEVA) O LOS RECHAZA (EL EMPLEADO SIGUE
      *         COBRANDO CON CHEQUE HASTA QUE SE CORRIJA LA CUENTA).
      *         NADIE VERIFICA SU PROPIO CAMBIO: EL OPERADOR QUE LO
      *         HIZO SOLO LO VE. UN PENDIENTE AL QUE YA LE SIGUE OTRO
      *         CAMBIO DEL MISMO EMPLEADO QUEDA SUSTITUIDO "S" Y SOLO
      *         SE VERIFICA EL ULTIMO. AL SALIR REESCRIBE EL REGISTRO
      *         COMPLETO, COMO aprueba-cambios SU COLA. SOLO ROL S DE
      *         inicia-sesion ENTRA AQUI.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. confirma-clabe.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CAMBIOS-CLABE
       ASSIGN TO DYNAMIC WS-RUTA-CAMBIOS-CLABE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-VCL.

       DATA DIVISION.
       FILE SECTION.
       FD CAMBIOS-CLABE.
       01  LINEA-CAMBIO-CLABE PIC X(143).

       WORKING-STORAGE SECTION.
       COPY VCLREG.

       01  WS-RUTA-CAMBIOS-CLABE PIC X(200).
       01  WS-FILE-STATUS-VCL PIC X(2).
       01  FIN-DE-CAMBIOS PIC X.

       01  WS-TABLA-CAMBIOS.
           05 WS-VCL-LINEA OCCURS 5000 TIMES PIC X(143).
       01  WS-TOTAL-CAMBIOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-VCL PIC 9(4).
       01  WS-IX-POSTERIOR PIC 9(4).
       01  WS-ID-REVISADO PIC X(6).
       01  WS-HAY-POSTERIOR PIC X.

       01  WS-OPCION-VCL PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-TOTAL-PENDIENTES PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-VERIFICADOS PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-RECHAZADOS PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-SUSTITUIDOS PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-PROPIOS PIC 9(4) VALUE ZEROES.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "confirma-clabe".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S"
               OR WS-SESION-ROL NOT = "S"
               DISPLAY "Solo un supervisor verifica los cambios de "
                   "CLABE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           ACCEPT WS-RUTA-CAMBIOS-CLABE FROM ENVIRONMENT
               "CAMBIOS_CLABE_PATH".
           IF WS-RUTA-CAMBIOS-CLABE = SPACES
               MOVE "CAMBIOS-CLABE.txt" TO WS-RUTA-CAMBIOS-CLABE
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGA-CAMBIOS.
           IF WS-TOTAL-CAMBIOS = ZEROES
               DISPLAY "No hay cambios de CLABE registrados."
               MOVE "FIN" TO WS-BIT-EVENTO
               MOVE "OK" TO WS-BIT-ESTADO
               PERFORM REGISTRA-BITACORA
               STOP RUN
           END-IF.
           PERFORM MARCA-SUSTITUIDO
               VARYING WS-IX-VCL FROM 1 BY 1
               UNTIL WS-IX-VCL > WS-TOTAL-CAMBIOS.
           MOVE SPACES TO WS-OPCION-VCL.
           PERFORM REVISA-CAMBIO
               VARYING WS-IX-VCL FROM 1 BY 1
               UNTIL WS-IX-VCL > WS-TOTAL-CAMBIOS
               OR WS-OPCION-VCL = "0".
           PERFORM REESCRIBE-CAMBIOS.
           DISPLAY "Verificados: " WS-TOTAL-VERIFICADOS
               "  Rechazados: " WS-TOTAL-RECHAZADOS
               "  Sustituidos: " WS-TOTAL-SUSTITUIDOS.
           DISPLAY "Pendientes vistos sin resolver: "
               WS-TOTAL-PENDIENTES
               "  (propios, no verificables: " WS-TOTAL-PROPIOS ")".
           MOVE "FIN" TO WS-BIT-EVENTO.
           COMPUTE WS-BIT-CONTADOR =
               WS-TOTAL-VERIFICADOS + WS-TOTAL-RECHAZADOS.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           CARGA-CAMBIOS.
           OPEN INPUT CAMBIOS-CLABE.
           IF WS-FILE-STATUS-VCL = "00"
               MOVE "1" TO FIN-DE-CAMBIOS
               PERFORM LEE-LINEA-CAMBIO
               PERFORM AGREGA-CAMBIO UNTIL FIN-DE-CAMBIOS = "0"
               CLOSE CAMBIOS-CLABE
           END-IF.

           LEE-LINEA-CAMBIO.
           READ CAMBIOS-CLABE
               AT END
                   MOVE "0" TO FIN-DE-CAMBIOS
           END-READ.

           AGREGA-CAMBIO.
           IF LINEA-CAMBIO-CLABE NOT = SPACES
               IF WS-TOTAL-CAMBIOS < 5000
                   ADD 1 TO WS-TOTAL-CAMBIOS
                   MOVE LINEA-CAMBIO-CLABE
                       TO WS-VCL-LINEA (WS-TOTAL-CAMBIOS)
               ELSE
                   DISPLAY "AVISO: el registro de cambios de CLABE "
                       "rebasa 5000 lineas; las demas no se revisan."
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CAMBIO.

      *    Un pendiente con un cambio posterior del mismo empleado ya
      *    no es la cuenta vigente: se marca sustituido y el que
      *    manda es el ultimo.
           MARCA-SUSTITUIDO.
           MOVE WS-VCL-LINEA (WS-IX-VCL) TO CAMBIO-CLABE-REGISTRO.
           IF VCL-STATUS = "P"
               MOVE VCL-EMPLEADO-ID TO WS-ID-REVISADO
               MOVE "N" TO WS-HAY-POSTERIOR
               COMPUTE WS-IX-POSTERIOR = WS-IX-VCL + 1
               PERFORM BUSCA-CAMBIO-POSTERIOR
                   UNTIL WS-IX-POSTERIOR > WS-TOTAL-CAMBIOS
                   OR WS-HAY-POSTERIOR = "S"
               IF WS-HAY-POSTERIOR = "S"
                   MOVE WS-VCL-LINEA (WS-IX-VCL)
                       TO CAMBIO-CLABE-REGISTRO
                   MOVE "S" TO VCL-STATUS
                   MOVE CAMBIO-CLABE-REGISTRO
                       TO WS-VCL-LINEA (WS-IX-VCL)
                   ADD 1 TO WS-TOTAL-SUSTITUIDOS
               END-IF
           END-IF.

           BUSCA-CAMBIO-POSTERIOR.
           MOVE WS-VCL-LINEA (WS-IX-POSTERIOR) TO CAMBIO-CLABE-REGISTRO.
           IF VCL-EMPLEADO-ID = WS-ID-REVISADO
               MOVE "S" TO WS-HAY-POSTERIOR
           END-IF.
           ADD 1 TO WS-IX-POSTERIOR.

           REVISA-CAMBIO.
           MOVE WS-VCL-LINEA (WS-IX-VCL) TO CAMBIO-CLABE-REGISTRO.
           IF VCL-STATUS = "P"
               PERFORM MUESTRA-CAMBIO
               IF VCL-USUARIO-CAMBIO = WS-SESION-USUARIO
                   DISPLAY "Usted hizo este cambio; debe verificarlo "
                       "otra persona."
                   ADD 1 TO WS-TOTAL-PENDIENTES
                   ADD 1 TO WS-TOTAL-PROPIOS
               ELSE
                   PERFORM RESUELVE-CAMBIO
               END-IF
           END-IF.

           MUESTRA-CAMBIO.
           DISPLAY "--------------------------------------------".
           DISPLAY "Empleado: " VCL-EMPLEADO-ID
               "  cambio del " VCL-FECHA-HORA (1:8)
               " por " FUNCTION TRIM(VCL-USUARIO-CAMBIO)
               " (" FUNCTION TRIM(VCL-ORIGEN) ")".
           DISPLAY "  Cuenta anterior: banco " VCL-BANCO-ANTERIOR
               " CLABE " VCL-CLABE-ANTERIOR.
           DISPLAY "  Cuenta nueva:    banco " VCL-BANCO-NUEVO
               " CLABE " VCL-CLABE-NUEVA.

      *    La verificacion se hace fuera del sistema (llamada al
      *    empleado al telefono del expediente, no al que venga con
      *    la solicitud); aqui solo se asienta el resultado.
           RESUELVE-CAMBIO.
           DISPLAY "V verifica, R rechaza, 0 termina, otra tecla lo "
               "deja pendiente: ".
           ACCEPT WS-OPCION-VCL.
           MOVE FUNCTION UPPER-CASE(WS-OPCION-VCL) TO WS-OPCION-VCL.
           EVALUATE WS-OPCION-VCL
               WHEN "V"
                   MOVE "V" TO VCL-STATUS
                   PERFORM ASIENTA-RESOLUCION
                   ADD 1 TO WS-TOTAL-VERIFICADOS
                   DISPLAY "Cuenta verificada; el siguiente deposito "
                       "va a la CLABE nueva."
               WHEN "R"
                   MOVE "R" TO VCL-STATUS
                   PERFORM ASIENTA-RESOLUCION
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   DISPLAY "Cambio rechazado; el empleado cobra con "
                       "cheque hasta que se corrija la CLABE."
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-PENDIENTES
                   DISPLAY "Queda pendiente."
           END-EVALUATE.

           ASIENTA-RESOLUCION.
           MOVE WS-SESION-USUARIO TO VCL-USUARIO-VERIFICA.
           MOVE WS-FECHA-HOY TO VCL-FECHA-VERIFICA.
           MOVE CAMBIO-CLABE-REGISTRO TO WS-VCL-LINEA (WS-IX-VCL).

           REESCRIBE-CAMBIOS.
           OPEN OUTPUT CAMBIOS-CLABE.
           IF WS-FILE-STATUS-VCL NOT = "00"
               DISPLAY "No se pudo reescribir el registro de cambios "
                   "de CLABE: " WS-RUTA-CAMBIOS-CLABE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ESCRIBE-CAMBIO
                   VARYING WS-IX-VCL FROM 1 BY 1
                   UNTIL WS-IX-VCL > WS-TOTAL-CAMBIOS
               CLOSE CAMBIOS-CLABE
           END-IF.

           ESCRIBE-CAMBIO.
           MOVE WS-VCL-LINEA (WS-IX-VCL) TO LINEA-CAMBIO-CLABE.
           WRITE LINEA-CAMBIO-CLABE.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM confirma-clabe.
