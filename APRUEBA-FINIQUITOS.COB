      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:PANTALLA DE SUPERVISOR PARA LA COLA DE FINIQUITOS POR
      *         PAGAR (FNQREG.cpy) QUE DEJA finiquito: LISTA LOS
      *         PENDIENTES "P" CON SU TOTAL, SU NETO Y SU ANTIGUEDAD,
      *         MUESTRA EL DESGLOSE DE CADA UNO Y PERMITE APROBARLO O
      *         RECHAZARLO CON SU RAZON. SOLO LO APROBADO LO PAGA
      *         paga-finiquitos. QUIEN DECIDIO Y CUANDO QUEDA EN LA
      *         COLA. SOLO ROL S DE inicia-sesion ENTRA AQUI. LA COLA
      *         SE REESCRIBE AL SALIR, COMO aprueba-cambios. MIENTRAS
      *         LA PANTALLA ESTA ABIERTA TIENE EL CANDADO DE LA COLA
      *         (finiquitos-por-pagar, EL MISMO DE finiquito Y
      *         paga-finiquitos), PARA QUE NINGUNO REESCRIBA LA COLA
      *         ENTRE LA CARGA Y LA REESCRITURA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aprueba-finiquitos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT FINIQUITOS-POR-PAGAR
       ASSIGN TO DYNAMIC WS-RUTA-POR-PAGAR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FNQ.

       DATA DIVISION.
       FILE SECTION.
       FD FINIQUITOS-POR-PAGAR.
       01  LINEA-POR-PAGAR PIC X(302).

       WORKING-STORAGE SECTION.
       COPY FNQREG.

       01  WS-RUTA-POR-PAGAR PIC X(200).
       01  WS-FILE-STATUS-FNQ PIC X(2).
       01  FIN-DE-POR-PAGAR PIC X.
       01  WS-OPCION-APR PIC X.
       01  WS-IX-ATIENDE PIC 9(4).
       01  WS-DECISION PIC X.
       01  WS-RAZON-CAPTURADA PIC X(20).
       01  WS-FECHA-HOY PIC X(8).
       01  WS-HOY-ENTERO PIC 9(7).
       01  WS-DIAS-PENDIENTE PIC S9(5).
       01  WS-HAY-PENDIENTES PIC X.
       01  WS-HUBO-CAMBIOS PIC X VALUE "N".

       01  WS-TABLA-POR-PAGAR.
           05 WS-FNQ-LINEA OCCURS 2000 TIMES PIC X(302).
       01  WS-TOTAL-POR-PAGAR PIC 9(4) VALUE ZEROES.
       01  WS-IX-FNQ PIC 9(4).

       01  WS-IMPORTE-EDITADO PIC -ZZZZZZ9.99.
       01  WS-IMPORTE-EDITADO-2 PIC -ZZZZZZ9.99.

       01  WS-LINEA-DESGLOSE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DES-CONCEPTO PIC X(38).
           05 DES-IMPORTE PIC -ZZZZZZ9.99.

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

      *    Candado de la cola, compartido con finiquito y
      *    paga-finiquitos.
       01  WS-CANDADO-PROGRAMA PIC X(20)
           VALUE "finiquitos-por-pagar".
       01  WS-CANDADO-RESULTADO PIC X.

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S"
               OR WS-SESION-ROL NOT = "S"
               DISPLAY "Solo un supervisor aprueba finiquitos."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RESUELVE-RUTAS.
           CALL "toma-candado"
               USING WS-CANDADO-PROGRAMA WS-SESION-USUARIO
                   WS-CANDADO-RESULTADO
           END-CALL.
           IF WS-CANDADO-RESULTADO NOT = "S"
               DISPLAY "La cola de finiquitos esta en uso; intente "
                   "de nuevo cuando se libere."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-HOY)).
           PERFORM CARGA-POR-PAGAR.
           MOVE SPACES TO WS-OPCION-APR.
           PERFORM MENU-APROBACIONES UNTIL WS-OPCION-APR = "0".
           IF WS-HUBO-CAMBIOS = "S"
               PERFORM REESCRIBE-POR-PAGAR
           END-IF.
           CALL "libera-candado" USING WS-CANDADO-PROGRAMA END-CALL.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-POR-PAGAR FROM ENVIRONMENT
               "FINIQUITOS_POR_PAGAR_PATH".
           IF WS-RUTA-POR-PAGAR = SPACES
               MOVE "FINIQUITOS-POR-PAGAR.txt" TO WS-RUTA-POR-PAGAR
           END-IF.

           CARGA-POR-PAGAR.
           OPEN INPUT FINIQUITOS-POR-PAGAR.
           IF WS-FILE-STATUS-FNQ NOT = "00"
               DISPLAY "No hay finiquitos encolados."
           ELSE
               MOVE "1" TO FIN-DE-POR-PAGAR
               PERFORM LEE-POR-PAGAR
               PERFORM AGREGA-POR-PAGAR UNTIL FIN-DE-POR-PAGAR = "0"
               CLOSE FINIQUITOS-POR-PAGAR
           END-IF.

           LEE-POR-PAGAR.
           READ FINIQUITOS-POR-PAGAR
               AT END
                   MOVE "0" TO FIN-DE-POR-PAGAR
               NOT AT END
                   MOVE LINEA-POR-PAGAR TO FINIQUITO-PAGO-REGISTRO
           END-READ.

           AGREGA-POR-PAGAR.
           IF FNQ-NUMERO-EMP IS NUMERIC
               AND WS-TOTAL-POR-PAGAR < 2000
               ADD 1 TO WS-TOTAL-POR-PAGAR
               MOVE LINEA-POR-PAGAR
                   TO WS-FNQ-LINEA (WS-TOTAL-POR-PAGAR)
           END-IF.
           PERFORM LEE-POR-PAGAR.

           MENU-APROBACIONES.
           DISPLAY "--------------------------------------------".
           DISPLAY "  FINIQUITOS POR PAGAR".
           DISPLAY "  1. Listar pendientes con antiguedad".
           DISPLAY "  2. Atender un pendiente".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-APR.
           EVALUATE WS-OPCION-APR
               WHEN "1"
                   PERFORM LISTA-PENDIENTES
               WHEN "2"
                   PERFORM ATIENDE-PENDIENTE
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           LISTA-PENDIENTES.
           MOVE "N" TO WS-HAY-PENDIENTES.
           PERFORM MUESTRA-PENDIENTE
               VARYING WS-IX-FNQ FROM 1 BY 1
               UNTIL WS-IX-FNQ > WS-TOTAL-POR-PAGAR.
           IF WS-HAY-PENDIENTES = "N"
               DISPLAY "No hay finiquitos pendientes de aprobar."
           END-IF.

           MUESTRA-PENDIENTE.
           MOVE WS-FNQ-LINEA (WS-IX-FNQ) TO FINIQUITO-PAGO-REGISTRO.
           IF FNQ-STATUS = "P"
               MOVE "S" TO WS-HAY-PENDIENTES
               COMPUTE WS-DIAS-PENDIENTE =
                   WS-HOY-ENTERO -
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(FNQ-FECHA-CALCULO))
               MOVE FNQ-TOTAL TO WS-IMPORTE-EDITADO
               MOVE FNQ-NETO TO WS-IMPORTE-EDITADO-2
               DISPLAY "  [" WS-IX-FNQ "] " FNQ-SITIO
                   FNQ-NUMERO-EMP " " FNQ-NOMBRE " baja "
                   FNQ-FECHA-BAJA
               DISPLAY "         total " WS-IMPORTE-EDITADO
                   " neto " WS-IMPORTE-EDITADO-2
                   " calculado hace " WS-DIAS-PENDIENTE " dias"
           END-IF.

           ATIENDE-PENDIENTE.
           DISPLAY "Renglon del finiquito a atender: ".
           ACCEPT WS-IX-ATIENDE.
           IF WS-IX-ATIENDE = ZEROES
               OR WS-IX-ATIENDE > WS-TOTAL-POR-PAGAR
               DISPLAY "Renglon no valido."
           ELSE
               MOVE WS-IX-ATIENDE TO WS-IX-FNQ
               MOVE WS-FNQ-LINEA (WS-IX-FNQ)
                   TO FINIQUITO-PAGO-REGISTRO
               IF FNQ-STATUS NOT = "P"
                   DISPLAY "Ese finiquito ya fue atendido."
               ELSE
                   PERFORM MUESTRA-DESGLOSE
                   PERFORM DECIDE-PENDIENTE
               END-IF
           END-IF.

      *    El supervisor ve los componentes antes de decidir; el
      *    ISR no se calcula aqui, lo separa paga-finiquitos.
           MUESTRA-DESGLOSE.
           DISPLAY "  " FNQ-SITIO FNQ-NUMERO-EMP " " FNQ-NOMBRE.
           DISPLAY "  Baja " FNQ-FECHA-BAJA " con "
               FNQ-ANOS-SERVICIO " anos de servicio".
           MOVE "Dias de salario del mes en curso" TO DES-CONCEPTO.
           MOVE FNQ-SUELDO-PENDIENTE TO DES-IMPORTE.
           DISPLAY WS-LINEA-DESGLOSE.
           MOVE "Vacaciones" TO DES-CONCEPTO.
           MOVE FNQ-VACACIONES TO DES-IMPORTE.
           DISPLAY WS-LINEA-DESGLOSE.
           MOVE "Prima vacacional" TO DES-CONCEPTO.
           MOVE FNQ-PRIMA-VACACIONAL TO DES-IMPORTE.
           DISPLAY WS-LINEA-DESGLOSE.
           MOVE "Aguinaldo proporcional" TO DES-CONCEPTO.
           MOVE FNQ-AGUINALDO TO DES-IMPORTE.
           DISPLAY WS-LINEA-DESGLOSE.
           MOVE "Indemnizacion" TO DES-CONCEPTO.
           MOVE FNQ-INDEMNIZACION TO DES-IMPORTE.
           DISPLAY WS-LINEA-DESGLOSE.
           MOVE "TOTAL DEL FINIQUITO" TO DES-CONCEPTO.
           MOVE FNQ-TOTAL TO DES-IMPORTE.
           DISPLAY WS-LINEA-DESGLOSE.
           MOVE "NETO DESPUES DE LA CONSTANCIA" TO DES-CONCEPTO.
           MOVE FNQ-NETO TO DES-IMPORTE.
           DISPLAY WS-LINEA-DESGLOSE.

           DECIDE-PENDIENTE.
           DISPLAY "Aprobar (A) o rechazar (R): ".
           ACCEPT WS-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           DISPLAY "Razon de la decision: ".
           ACCEPT WS-RAZON-CAPTURADA.
           EVALUATE WS-DECISION
               WHEN "A"
                   MOVE "A" TO FNQ-STATUS
                   PERFORM ANOTA-DECISION
                   DISPLAY "Finiquito aprobado; lo paga la siguiente "
                       "corrida de paga-finiquitos."
               WHEN "R"
                   MOVE "R" TO FNQ-STATUS
                   PERFORM ANOTA-DECISION
                   DISPLAY "Finiquito rechazado; se corrige y se "
                       "vuelve a calcular con finiquito."
               WHEN OTHER
                   DISPLAY "Decision no valida; el finiquito sigue "
                       "pendiente."
           END-EVALUATE.

           ANOTA-DECISION.
           MOVE WS-SESION-USUARIO TO FNQ-APROBADOR.
           MOVE WS-FECHA-HOY TO FNQ-FECHA-DECISION.
           MOVE WS-RAZON-CAPTURADA TO FNQ-RAZON.
           MOVE FINIQUITO-PAGO-REGISTRO TO WS-FNQ-LINEA (WS-IX-FNQ).
           MOVE "S" TO WS-HUBO-CAMBIOS.

           REESCRIBE-POR-PAGAR.
           OPEN OUTPUT FINIQUITOS-POR-PAGAR.
           IF WS-FILE-STATUS-FNQ NOT = "00"
               DISPLAY "AVISO: no se pudo reescribir la cola de "
                   "finiquitos: " WS-RUTA-POR-PAGAR
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ESCRIBE-POR-PAGAR
                   VARYING WS-IX-FNQ FROM 1 BY 1
                   UNTIL WS-IX-FNQ > WS-TOTAL-POR-PAGAR
               CLOSE FINIQUITOS-POR-PAGAR
           END-IF.

           ESCRIBE-POR-PAGAR.
           MOVE WS-FNQ-LINEA (WS-IX-FNQ) TO LINEA-POR-PAGAR.
           WRITE LINEA-POR-PAGAR.

       END PROGRAM aprueba-finiquitos.
