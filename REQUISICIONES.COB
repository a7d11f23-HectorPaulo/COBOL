      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REQUISICIONES DE PERSONAL Y SEGUIMIENTO DE CANDIDATOS
      *         (REQREG.cpy, CANREG.cpy): ABRE UNA REQUISICION POR
      *         DEPTO/PUESTO CON SU JUSTIFICACION Y EL GERENTE QUE LA
      *         APRUEBA, SOLO SI LA PLANTILLA AUTORIZADA
      *         (busca-plantilla) TIENE LUGAR CONTANDO LOS ACTIVOS DEL
      *         DIRECTORIO MAS LAS REQUISICIONES YA ABIERTAS; REGISTRA
      *         SUS CANDIDATOS Y LOS MUEVE POR ETAPA (POSTULADO,
      *         ENTREVISTADO, CON OFERTA, ACEPTO, RECHAZADO). CUANDO
      *         UN CANDIDATO ACEPTA, LO DA DE ALTA EN EL DIRECTORIO
      *         CON LOS DATOS YA CAPTURADOS (ID DE asigna-id, MISMA
      *         AUDITORIA ENCADENADA QUE EL ALTA DE BDD-INDEXADAS),
      *         CIERRA LA REQUISICION COMO CUBIERTA Y DESCARTA A LOS
      *         DEMAS CANDIDATOS. EL GERENTE QUE APRUEBA NO PUEDE SER
      *         QUIEN CAPTURA. ROLES M Y S DE inicia-sesion; LOS
      *         ARCHIVOS SE REESCRIBEN COMPLETOS AL GUARDAR, COMO
      *         mantiene-plantilla. LA DIRECCION DEL CANDIDATO SE
      *         CAPTURA POR PARTES Y SE VALIDA CONTRA SEPOMEX
      *         (valida-direccion).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. requisiciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT REQUISICIONES
       ASSIGN TO DYNAMIC WS-RUTA-REQUISICIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-REQ.

       SELECT CANDIDATOS
       ASSIGN TO DYNAMIC WS-RUTA-CANDIDATOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAN.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       SELECT EMPLEADOS-AUDITORIA
       ASSIGN TO DYNAMIC WS-RUTA-AUDITORIA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD REQUISICIONES.
       01  LINEA-REQUISICION PIC X(134).

       FD CANDIDATOS.
       01  LINEA-CANDIDATO PIC X(207).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       WORKING-STORAGE SECTION.
       COPY REQREG.
       COPY CANREG.
       COPY AUDREG.

       01  WS-RUTA-REQUISICIONES PIC X(200).
       01  WS-FILE-STATUS-REQ PIC X(2).
       01  WS-RUTA-CANDIDATOS PIC X(200).
       01  WS-FILE-STATUS-CAN PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-AUDITORIA PIC X(200).
       01  WS-FILE-STATUS-AUDIT PIC X(2).
       01  FIN-DE-ENTRADA PIC X.
       01  FIN-DE-DIRECTORIO PIC X.

       01  WS-TABLA-REQUISICIONES.
           05 WS-REQ-LINEA OCCURS 999 TIMES PIC X(134).
       01  WS-TOTAL-REQUISICIONES PIC 9(3) VALUE ZEROES.
       01  WS-IX-REQ PIC 9(3).
       01  WS-REQ-ENCONTRADA PIC 9(3).
       01  WS-ULTIMO-FOLIO PIC 9(6) VALUE ZEROES.

       01  WS-TABLA-CANDIDATOS.
           05 WS-CAN-LINEA OCCURS 2999 TIMES PIC X(207).
       01  WS-TOTAL-CANDIDATOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-CAN PIC 9(4).
       01  WS-CAN-ENCONTRADO PIC 9(4).
       01  WS-ULTIMO-CANDIDATO PIC 9(3).

       01  WS-OPCION-REQ PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FOLIO-X PIC X(7).
       01  WS-FOLIO-CAPTURADO PIC 9(6).
       01  WS-NUMERO-X PIC X(4).
       01  WS-NUMERO-CAPTURADO PIC 9(3).
       01  WS-DEPTO-CAPTURADO PIC 9(3).
       01  WS-PUESTO-CAPTURADO PIC 9(2).
       01  WS-ETAPA-NUEVA PIC X.
       01  WS-ETAPA-VALIDA PIC X.
       01  WS-CONFIRMA PIC X.

       01  WS-PLANTILLA-AUTORIZADOS PIC 9(4).
       01  WS-RESULTADO-PLANTILLA PIC X.
       01  WS-ACTIVOS-COMBINACION PIC 9(4).
       01  WS-ABIERTAS-COMBINACION PIC 9(4).
       01  WS-RESULTADO-CLABE PIC X.
       01  WS-DIRECCION-CAN PIC X(35).
       01  WS-DIRECCION-CAN-X REDEFINES WS-DIRECCION-CAN.
           05 WS-DIR-CAN-CALLE PIC X(18).
           05 WS-DIR-CAN-CIUDAD PIC X(10).
           05 WS-DIR-CAN-ESTADO PIC X(2).
           05 WS-DIR-CAN-CODIGO-POSTAL PIC X(5).
       01  WS-RESULTADO-DIRECCION PIC X.
       01  WS-MENSAJE-DIRECCION PIC X(60).
       01  WS-EDAD-DERIVADA PIC 9(3).
       01  WS-RESULTADO-EDAD PIC X.

       01  WS-PREFIJO-ASIGNA PIC X(2).
       01  WS-ID-PROPUESTO PIC X(6).
       01  WS-RESULTADO-ASIGNA PIC X.
       01  WS-ID-ASIGNADO-OK PIC X.
       01  WS-DUPLICADO-IDENTIDAD PIC X.
       01  WS-MENSAJE-DUPLICADO PIC X(40).
       01  WS-FECHA-HORA-AUDIT PIC X(16).
       01  WS-ORIGEN-CLABE PIC X(20) VALUE "requisiciones".

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "requisiciones".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).
       01  WS-TOTAL-ALTAS PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           CALL "inicia-sesion"
               USING WS-SESION-USUARIO WS-SESION-ROL WS-SESION-OK
           END-CALL.
           IF WS-SESION-OK NOT = "S"
               OR (WS-SESION-ROL NOT = "M" AND WS-SESION-ROL NOT = "S")
               DISPLAY "Su rol no permite manejar requisiciones."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGA-REQUISICIONES.
           PERFORM CARGA-CANDIDATOS.
           MOVE SPACES TO WS-OPCION-REQ.
           PERFORM MENU-REQUISICIONES UNTIL WS-OPCION-REQ = "0".
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-ALTAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-REQUISICIONES FROM ENVIRONMENT
               "REQUISICIONES_PATH".
           IF WS-RUTA-REQUISICIONES = SPACES
               MOVE "REQUISICIONES.txt" TO WS-RUTA-REQUISICIONES
           END-IF.
           ACCEPT WS-RUTA-CANDIDATOS FROM ENVIRONMENT
               "CANDIDATOS_PATH".
           IF WS-RUTA-CANDIDATOS = SPACES
               MOVE "CANDIDATOS.txt" TO WS-RUTA-CANDIDATOS
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-AUDITORIA FROM ENVIRONMENT
               "BDD_INDEXADAS_AUDITORIA_PATH".
           IF WS-RUTA-AUDITORIA = SPACES
               MOVE "EMPLEADOS-AUDITORIA.log" TO WS-RUTA-AUDITORIA
           END-IF.

           CARGA-REQUISICIONES.
           OPEN INPUT REQUISICIONES.
           IF WS-FILE-STATUS-REQ = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-REQUISICION
               PERFORM AGREGA-REQUISICION UNTIL FIN-DE-ENTRADA = "0"
               CLOSE REQUISICIONES
           END-IF.

           LEE-REQUISICION.
           READ REQUISICIONES
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-REQUISICION.
           IF LINEA-REQUISICION NOT = SPACES
               AND WS-TOTAL-REQUISICIONES < 999
               ADD 1 TO WS-TOTAL-REQUISICIONES
               MOVE LINEA-REQUISICION
                   TO WS-REQ-LINEA (WS-TOTAL-REQUISICIONES)
               MOVE LINEA-REQUISICION TO REQUISICION-REGISTRO
               IF REQ-FOLIO > WS-ULTIMO-FOLIO
                   MOVE REQ-FOLIO TO WS-ULTIMO-FOLIO
               END-IF
           END-IF.
           PERFORM LEE-REQUISICION.

           CARGA-CANDIDATOS.
           OPEN INPUT CANDIDATOS.
           IF WS-FILE-STATUS-CAN = "00"
               MOVE "1" TO FIN-DE-ENTRADA
               PERFORM LEE-CANDIDATO
               PERFORM AGREGA-CANDIDATO UNTIL FIN-DE-ENTRADA = "0"
               CLOSE CANDIDATOS
           END-IF.

           LEE-CANDIDATO.
           READ CANDIDATOS
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
           END-READ.

           AGREGA-CANDIDATO.
           IF LINEA-CANDIDATO NOT = SPACES
               AND WS-TOTAL-CANDIDATOS < 2999
               ADD 1 TO WS-TOTAL-CANDIDATOS
               MOVE LINEA-CANDIDATO
                   TO WS-CAN-LINEA (WS-TOTAL-CANDIDATOS)
           END-IF.
           PERFORM LEE-CANDIDATO.

           MENU-REQUISICIONES.
           DISPLAY "--------------------------------------------".
           DISPLAY "  REQUISICIONES DE PERSONAL".
           DISPLAY "  1. Listar requisiciones abiertas".
           DISPLAY "  2. Abrir una requisicion".
           DISPLAY "  3. Registrar un candidato".
           DISPLAY "  4. Listar los candidatos de una requisicion".
           DISPLAY "  5. Cambiar la etapa de un candidato".
           DISPLAY "  6. Cancelar una requisicion".
           DISPLAY "  0. Salir".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-REQ.
           EVALUATE WS-OPCION-REQ
               WHEN "1"
                   PERFORM LISTA-ABIERTAS
               WHEN "2"
                   PERFORM ABRE-REQUISICION
               WHEN "3"
                   PERFORM REGISTRA-CANDIDATO
               WHEN "4"
                   PERFORM LISTA-CANDIDATOS
               WHEN "5"
                   PERFORM CAMBIA-ETAPA
               WHEN "6"
                   PERFORM CANCELA-REQUISICION
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           LISTA-ABIERTAS.
           DISPLAY "FOLIO  DEPTO PUESTO APERTURA GERENTE".
           PERFORM MUESTRA-ABIERTA
               VARYING WS-IX-REQ FROM 1 BY 1
               UNTIL WS-IX-REQ > WS-TOTAL-REQUISICIONES.

           MUESTRA-ABIERTA.
           MOVE WS-REQ-LINEA (WS-IX-REQ) TO REQUISICION-REGISTRO.
           IF REQ-STATUS = "A"
               DISPLAY REQ-FOLIO " " REQ-DEPTO "   " REQ-PUESTO
                   "     " REQ-FECHA-APERTURA " "
                   FUNCTION TRIM(REQ-GERENTE)
               DISPLAY "       " FUNCTION TRIM(REQ-JUSTIFICACION)
           END-IF.

      *    El lugar en plantilla se reserva al abrir: los activos de
      *    la combinacion mas las requisiciones abiertas no pueden
      *    pasar de los autorizados.
           ABRE-REQUISICION.
           DISPLAY "Departamento (3 digitos): ".
           ACCEPT WS-DEPTO-CAPTURADO.
           DISPLAY "Puesto (2 digitos): ".
           ACCEPT WS-PUESTO-CAPTURADO.
           CALL "busca-plantilla"
               USING WS-DEPTO-CAPTURADO WS-PUESTO-CAPTURADO
                   WS-PLANTILLA-AUTORIZADOS WS-RESULTADO-PLANTILLA
           END-CALL.
           IF WS-RESULTADO-PLANTILLA NOT = "S"
               DISPLAY "Esa combinacion no tiene plantilla "
                   "autorizada; no se abre la requisicion."
           ELSE
               PERFORM CUENTA-ACTIVOS-COMBINACION
               PERFORM CUENTA-ABIERTAS-COMBINACION
               DISPLAY "Autorizados: " WS-PLANTILLA-AUTORIZADOS
                   "  Activos: " WS-ACTIVOS-COMBINACION
                   "  Requisiciones abiertas: "
                   WS-ABIERTAS-COMBINACION
               IF WS-ACTIVOS-COMBINACION + WS-ABIERTAS-COMBINACION
                   >= WS-PLANTILLA-AUTORIZADOS
                   DISPLAY "La plantilla no tiene lugar; no se abre "
                       "la requisicion."
               ELSE
                   PERFORM CAPTURA-REQUISICION
               END-IF
           END-IF.

           CAPTURA-REQUISICION.
           IF WS-TOTAL-REQUISICIONES >= 999
               DISPLAY "El archivo de requisiciones esta lleno."
           ELSE
               MOVE SPACES TO REQUISICION-REGISTRO
               DISPLAY "Justificacion: "
               ACCEPT REQ-JUSTIFICACION
               DISPLAY "Usuario del gerente que la aprueba: "
               ACCEPT REQ-GERENTE
               IF REQ-GERENTE = SPACES
                   OR REQ-GERENTE = WS-SESION-USUARIO
                   DISPLAY "La requisicion la aprueba un gerente "
                       "distinto de quien la captura."
               ELSE
                   ADD 1 TO WS-ULTIMO-FOLIO
                   MOVE WS-ULTIMO-FOLIO TO REQ-FOLIO
                   MOVE WS-DEPTO-CAPTURADO TO REQ-DEPTO
                   MOVE WS-PUESTO-CAPTURADO TO REQ-PUESTO
                   MOVE WS-SESION-USUARIO TO REQ-CAPTURO
                   MOVE WS-FECHA-HOY TO REQ-FECHA-APERTURA
                   MOVE "A" TO REQ-STATUS
                   ADD 1 TO WS-TOTAL-REQUISICIONES
                   MOVE REQUISICION-REGISTRO
                       TO WS-REQ-LINEA (WS-TOTAL-REQUISICIONES)
                   PERFORM REESCRIBE-REQUISICIONES
                   DISPLAY "Requisicion abierta con folio "
                       REQ-FOLIO "."
               END-IF
           END-IF.

           CUENTA-ACTIVOS-COMBINACION.
           MOVE ZEROES TO WS-ACTIVOS-COMBINACION.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "AVISO: no se pudo abrir EMPLEADOS-ARCHIVO; "
                   "se cuentan cero activos. FILE STATUS: "
                   WS-FILE-STATUS
           ELSE
               MOVE "1" TO FIN-DE-DIRECTORIO
               PERFORM CUENTA-ACTIVO-REGISTRO
                   UNTIL FIN-DE-DIRECTORIO = "0"
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.

           CUENTA-ACTIVO-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-DIRECTORIO
               NOT AT END
                   IF EMPLEADOS-STATUS = "A"
                       AND EMPLEADOS-DEPTO IS NUMERIC
                       AND EMPLEADOS-DEPTO = WS-DEPTO-CAPTURADO
                       AND EMPLEADOS-PUESTO IS NUMERIC
                       AND EMPLEADOS-PUESTO = WS-PUESTO-CAPTURADO
                       ADD 1 TO WS-ACTIVOS-COMBINACION
                   END-IF
           END-READ.

           CUENTA-ABIERTAS-COMBINACION.
           MOVE ZEROES TO WS-ABIERTAS-COMBINACION.
           PERFORM CUENTA-ABIERTA
               VARYING WS-IX-REQ FROM 1 BY 1
               UNTIL WS-IX-REQ > WS-TOTAL-REQUISICIONES.

           CUENTA-ABIERTA.
           MOVE WS-REQ-LINEA (WS-IX-REQ) TO REQUISICION-REGISTRO.
           IF REQ-STATUS = "A"
               AND REQ-DEPTO = WS-DEPTO-CAPTURADO
               AND REQ-PUESTO = WS-PUESTO-CAPTURADO
               ADD 1 TO WS-ABIERTAS-COMBINACION
           END-IF.

           CAPTURA-FOLIO.
           DISPLAY "Folio de la requisicion: ".
           MOVE SPACES TO WS-FOLIO-X.
           ACCEPT WS-FOLIO-X.
           COMPUTE WS-FOLIO-CAPTURADO = FUNCTION NUMVAL(WS-FOLIO-X).
           MOVE ZEROES TO WS-REQ-ENCONTRADA.
           PERFORM VARYING WS-IX-REQ FROM 1 BY 1
               UNTIL WS-IX-REQ > WS-TOTAL-REQUISICIONES
               OR WS-REQ-ENCONTRADA > ZEROES
               MOVE WS-REQ-LINEA (WS-IX-REQ) TO REQUISICION-REGISTRO
               IF REQ-FOLIO = WS-FOLIO-CAPTURADO
                   MOVE WS-IX-REQ TO WS-REQ-ENCONTRADA
               END-IF
           END-PERFORM.
           IF WS-REQ-ENCONTRADA = ZEROES
               DISPLAY "No existe esa requisicion."
           ELSE
               MOVE WS-REQ-LINEA (WS-REQ-ENCONTRADA)
                   TO REQUISICION-REGISTRO
           END-IF.

      *    Los datos del expediente se capturan desde la postulacion
      *    para que el alta no los vuelva a pedir.
           REGISTRA-CANDIDATO.
           PERFORM CAPTURA-FOLIO.
           IF WS-REQ-ENCONTRADA > ZEROES
               IF REQ-STATUS NOT = "A"
                   DISPLAY "La requisicion ya no esta abierta."
               ELSE
                   IF WS-TOTAL-CANDIDATOS >= 2999
                       DISPLAY "El archivo de candidatos esta lleno."
                   ELSE
                       PERFORM CAPTURA-CANDIDATO
                   END-IF
               END-IF
           END-IF.

           CAPTURA-CANDIDATO.
           MOVE ZEROES TO WS-ULTIMO-CANDIDATO.
           PERFORM BUSCA-ULTIMO-CANDIDATO
               VARYING WS-IX-CAN FROM 1 BY 1
               UNTIL WS-IX-CAN > WS-TOTAL-CANDIDATOS.
           MOVE SPACES TO CANDIDATO-REGISTRO.
           DISPLAY "Nombre: ".
           ACCEPT CAN-NOMBRE.
           DISPLAY "Apellidos: ".
           ACCEPT CAN-APELLIDOS.
           DISPLAY "Telefono: ".
           ACCEPT CAN-TELEFONO.
           MOVE SPACES TO WS-DIRECCION-CAN.
           DISPLAY "Calle y numero: ".
           ACCEPT WS-DIR-CAN-CALLE.
           DISPLAY "Codigo postal: ".
           ACCEPT WS-DIR-CAN-CODIGO-POSTAL.
           DISPLAY "Ciudad (vacio = la del codigo postal): ".
           ACCEPT WS-DIR-CAN-CIUDAD.
           DISPLAY "Estado, clave de 2 letras (vacio = el del codigo "
               "postal): ".
           ACCEPT WS-DIR-CAN-ESTADO.
           DISPLAY "Fecha de nacimiento AAAAMMDD: ".
           ACCEPT CAN-FECHA-NACIMIENTO.
           DISPLAY "RFC: ".
           ACCEPT CAN-RFC.
           DISPLAY "CURP: ".
           ACCEPT CAN-CURP.
           DISPLAY "NSS: ".
           ACCEPT CAN-NSS.
           DISPLAY "Banco (clave ABM, vacio = sin cuenta): ".
           ACCEPT CAN-BANCO.
           DISPLAY "CLABE: ".
           ACCEPT CAN-CLABE.
           MOVE FUNCTION UPPER-CASE(CAN-RFC) TO CAN-RFC.
           MOVE FUNCTION UPPER-CASE(CAN-CURP) TO CAN-CURP.
           MOVE "S" TO WS-RESULTADO-CLABE.
           IF CAN-CLABE NOT = SPACES
               CALL "valida-clabe"
                   USING CAN-CLABE WS-RESULTADO-CLABE
               END-CALL
               IF WS-RESULTADO-CLABE = "S"
                   AND CAN-BANCO NOT = SPACES
                   AND CAN-CLABE (1:3) NOT = CAN-BANCO
                   MOVE "N" TO WS-RESULTADO-CLABE
               END-IF
           END-IF.
      *    La direccion se valida contra el catalogo de SEPOMEX
      *    desde la postulacion, para que el alta no herede una
      *    direccion que no cuadra.
           MOVE "S" TO WS-RESULTADO-DIRECCION.
           IF WS-DIRECCION-CAN NOT = SPACES
               CALL "valida-direccion"
                   USING WS-DIRECCION-CAN WS-RESULTADO-DIRECCION
                       WS-MENSAJE-DIRECCION
               END-CALL
               IF WS-RESULTADO-DIRECCION NOT = "S"
                   DISPLAY FUNCTION TRIM(WS-MENSAJE-DIRECCION)
               END-IF
           END-IF.
           MOVE WS-DIRECCION-CAN TO CAN-DIRECCION.
           IF CAN-NOMBRE = SPACES OR CAN-APELLIDOS = SPACES
               DISPLAY "El candidato necesita nombre y apellidos."
           ELSE
               IF WS-RESULTADO-CLABE NOT = "S"
                   DISPLAY "La CLABE no pasa el digito de control o "
                       "no corresponde al banco."
               ELSE
               IF WS-RESULTADO-DIRECCION = "N"
                   OR WS-RESULTADO-DIRECCION = "X"
                   DISPLAY "La direccion no cuadra con el catalogo de "
                       "codigos postales; no se registro el candidato."
               ELSE
                   MOVE REQ-FOLIO TO CAN-FOLIO-REQ
                   COMPUTE CAN-NUMERO = WS-ULTIMO-CANDIDATO + 1
                   MOVE "P" TO CAN-ETAPA
                   MOVE WS-FECHA-HOY TO CAN-FECHA-POSTULACION
                   MOVE WS-FECHA-HOY TO CAN-FECHA-ETAPA
                   ADD 1 TO WS-TOTAL-CANDIDATOS
                   MOVE CANDIDATO-REGISTRO
                       TO WS-CAN-LINEA (WS-TOTAL-CANDIDATOS)
                   PERFORM REESCRIBE-CANDIDATOS
                   DISPLAY "Candidato " CAN-NUMERO
                       " registrado en la requisicion " REQ-FOLIO "."
               END-IF
               END-IF
           END-IF.

           BUSCA-ULTIMO-CANDIDATO.
           MOVE WS-CAN-LINEA (WS-IX-CAN) TO CANDIDATO-REGISTRO.
           IF CAN-FOLIO-REQ = REQ-FOLIO
               AND CAN-NUMERO > WS-ULTIMO-CANDIDATO
               MOVE CAN-NUMERO TO WS-ULTIMO-CANDIDATO
           END-IF.

           LISTA-CANDIDATOS.
           PERFORM CAPTURA-FOLIO.
           IF WS-REQ-ENCONTRADA > ZEROES
               DISPLAY "Requisicion " REQ-FOLIO " depto " REQ-DEPTO
                   " puesto " REQ-PUESTO " status " REQ-STATUS
               DISPLAY "NUM ETAPA FECHA    NOMBRE"
               PERFORM MUESTRA-CANDIDATO
                   VARYING WS-IX-CAN FROM 1 BY 1
                   UNTIL WS-IX-CAN > WS-TOTAL-CANDIDATOS
           END-IF.

           MUESTRA-CANDIDATO.
           MOVE WS-CAN-LINEA (WS-IX-CAN) TO CANDIDATO-REGISTRO.
           IF CAN-FOLIO-REQ = REQ-FOLIO
               DISPLAY CAN-NUMERO " " CAN-ETAPA "     "
                   CAN-FECHA-ETAPA " " FUNCTION TRIM(CAN-NOMBRE) " "
                   FUNCTION TRIM(CAN-APELLIDOS) " " CAN-EMPLEADO-ID
           END-IF.

      *    Las etapas avanzan en orden (P, E, O, A); un candidato se
      *    puede rechazar en cualquier etapa abierta. Aceptar da de
      *    alta al empleado y cubre la requisicion.
           CAMBIA-ETAPA.
           PERFORM CAPTURA-FOLIO.
           IF WS-REQ-ENCONTRADA > ZEROES
               IF REQ-STATUS NOT = "A"
                   DISPLAY "La requisicion ya no esta abierta."
               ELSE
                   PERFORM LOCALIZA-CANDIDATO
               END-IF
           END-IF.

           LOCALIZA-CANDIDATO.
           DISPLAY "Numero de candidato: ".
           MOVE SPACES TO WS-NUMERO-X.
           ACCEPT WS-NUMERO-X.
           COMPUTE WS-NUMERO-CAPTURADO = FUNCTION NUMVAL(WS-NUMERO-X).
           MOVE ZEROES TO WS-CAN-ENCONTRADO.
           PERFORM VARYING WS-IX-CAN FROM 1 BY 1
               UNTIL WS-IX-CAN > WS-TOTAL-CANDIDATOS
               OR WS-CAN-ENCONTRADO > ZEROES
               MOVE WS-CAN-LINEA (WS-IX-CAN) TO CANDIDATO-REGISTRO
               IF CAN-FOLIO-REQ = REQ-FOLIO
                   AND CAN-NUMERO = WS-NUMERO-CAPTURADO
                   MOVE WS-IX-CAN TO WS-CAN-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-CAN-ENCONTRADO = ZEROES
               DISPLAY "No existe ese candidato en la requisicion."
           ELSE
               MOVE WS-CAN-LINEA (WS-CAN-ENCONTRADO)
                   TO CANDIDATO-REGISTRO
               PERFORM CAPTURA-ETAPA
           END-IF.

           CAPTURA-ETAPA.
           DISPLAY "Candidato " FUNCTION TRIM(CAN-NOMBRE) " "
               FUNCTION TRIM(CAN-APELLIDOS) " en etapa " CAN-ETAPA.
           DISPLAY "Nueva etapa (E entrevistado, O con oferta, "
               "A acepto, R rechazado): ".
           ACCEPT WS-ETAPA-NUEVA.
           MOVE FUNCTION UPPER-CASE(WS-ETAPA-NUEVA) TO WS-ETAPA-NUEVA.
           MOVE "N" TO WS-ETAPA-VALIDA.
           EVALUATE TRUE
               WHEN CAN-ETAPA = "A" OR CAN-ETAPA = "R"
                   DISPLAY "El candidato ya esta en una etapa final."
               WHEN WS-ETAPA-NUEVA = "R"
                   MOVE "S" TO WS-ETAPA-VALIDA
               WHEN WS-ETAPA-NUEVA = "E" AND CAN-ETAPA = "P"
                   MOVE "S" TO WS-ETAPA-VALIDA
               WHEN WS-ETAPA-NUEVA = "O" AND CAN-ETAPA = "E"
                   MOVE "S" TO WS-ETAPA-VALIDA
               WHEN WS-ETAPA-NUEVA = "A" AND CAN-ETAPA = "O"
                   MOVE "S" TO WS-ETAPA-VALIDA
               WHEN OTHER
                   DISPLAY "Las etapas van en orden: postulado, "
                       "entrevistado, con oferta, acepto."
           END-EVALUATE.
           IF WS-ETAPA-VALIDA = "S"
               IF WS-ETAPA-NUEVA = "A"
                   PERFORM CONTRATA-CANDIDATO
               ELSE
                   MOVE WS-ETAPA-NUEVA TO CAN-ETAPA
                   MOVE WS-FECHA-HOY TO CAN-FECHA-ETAPA
                   MOVE CANDIDATO-REGISTRO
                       TO WS-CAN-LINEA (WS-CAN-ENCONTRADO)
                   PERFORM REESCRIBE-CANDIDATOS
                   DISPLAY "Etapa actualizada."
               END-IF
           END-IF.

      *    El alta sale de los datos del candidato y de la
      *    requisicion; el ID lo da asigna-id como en el alta
      *    automatica de BDD-INDEXADAS.
           CONTRATA-CANDIDATO.
           OPEN I-O EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS
           ELSE
               PERFORM VALIDA-IDENTIDAD-UNICA
               IF WS-DUPLICADO-IDENTIDAD = "S"
                   DISPLAY FUNCTION TRIM(WS-MENSAJE-DUPLICADO)
                       " No se da de alta."
               ELSE
                   PERFORM ASIGNA-ID-AUTOMATICO
                   IF EMPLEADOS-ID = SPACES
                       DISPLAY "No se pudo asignar un ID automatico."
                   ELSE
                       PERFORM ESCRIBE-ALTA
                   END-IF
               END-IF
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.

           VALIDA-IDENTIDAD-UNICA.
           MOVE "N" TO WS-DUPLICADO-IDENTIDAD.
           MOVE "1" TO FIN-DE-DIRECTORIO.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO
               KEY IS GREATER THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE "0" TO FIN-DE-DIRECTORIO
           END-START.
           PERFORM REVISA-UNICIDAD-REGISTRO
               UNTIL FIN-DE-DIRECTORIO = "0"
               OR WS-DUPLICADO-IDENTIDAD = "S".

           REVISA-UNICIDAD-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-DIRECTORIO
               NOT AT END
                   IF CAN-RFC NOT = SPACES
                       AND EMPLEADOS-RFC = CAN-RFC
                       MOVE "Ese RFC ya esta en otro registro."
                           TO WS-MENSAJE-DUPLICADO
                       MOVE "S" TO WS-DUPLICADO-IDENTIDAD
                   END-IF
                   IF CAN-CURP NOT = SPACES
                       AND EMPLEADOS-CURP = CAN-CURP
                       MOVE "Esa CURP ya esta en otro registro."
                           TO WS-MENSAJE-DUPLICADO
                       MOVE "S" TO WS-DUPLICADO-IDENTIDAD
                   END-IF
                   IF CAN-NSS NOT = SPACES
                       AND EMPLEADOS-NSS = CAN-NSS
                       MOVE "Ese NSS ya esta en otro registro."
                           TO WS-MENSAJE-DUPLICADO
                       MOVE "S" TO WS-DUPLICADO-IDENTIDAD
                   END-IF
           END-READ.

           ASIGNA-ID-AUTOMATICO.
           MOVE "N" TO WS-ID-ASIGNADO-OK.
           MOVE SPACES TO WS-PREFIJO-ASIGNA.
           MOVE "S" TO WS-RESULTADO-ASIGNA.
           MOVE SPACES TO EMPLEADOS-ID.
           PERFORM SOLICITA-ID-LIBRE
               UNTIL WS-ID-ASIGNADO-OK = "S"
               OR WS-RESULTADO-ASIGNA = "N".
           IF WS-ID-ASIGNADO-OK NOT = "S"
               MOVE SPACES TO EMPLEADOS-ID
           END-IF.

           SOLICITA-ID-LIBRE.
           CALL "asigna-id"
               USING WS-PREFIJO-ASIGNA WS-ID-PROPUESTO
                   WS-RESULTADO-ASIGNA
           END-CALL.
           IF WS-RESULTADO-ASIGNA = "S"
               MOVE WS-ID-PROPUESTO TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       MOVE WS-ID-PROPUESTO TO EMPLEADOS-ID
                       MOVE "S" TO WS-ID-ASIGNADO-OK
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

           ESCRIBE-ALTA.
           MOVE SPACES TO EMPLEADOS-REGISTRO.
           MOVE WS-ID-PROPUESTO TO EMPLEADOS-ID.
           MOVE CAN-NOMBRE TO EMPLEADOS-NOMBRE.
           MOVE CAN-APELLIDOS TO EMPLEADOS-APELLIDOS.
           MOVE CAN-TELEFONO TO EMPLEADOS-TELEFONO.
           MOVE CAN-DIRECCION TO EMPLEADOS-DIRECCION.
           MOVE CAN-FECHA-NACIMIENTO TO EMPLEADOS-FECHA-NACIMIENTO.
           CALL "calcula-edad"
               USING EMPLEADOS-FECHA-NACIMIENTO WS-EDAD-DERIVADA
                   WS-RESULTADO-EDAD
           END-CALL.
           IF WS-RESULTADO-EDAD = "S"
               MOVE WS-EDAD-DERIVADA TO EMPLEADOS-EDAD-NUM
           END-IF.
           MOVE CAN-RFC TO EMPLEADOS-RFC.
           MOVE CAN-CURP TO EMPLEADOS-CURP.
           MOVE CAN-NSS TO EMPLEADOS-NSS.
           MOVE CAN-BANCO TO EMPLEADOS-BANCO.
           MOVE CAN-CLABE TO EMPLEADOS-CLABE.
           MOVE REQ-DEPTO TO EMPLEADOS-DEPTO.
           MOVE REQ-PUESTO TO EMPLEADOS-PUESTO.
           MOVE "A" TO EMPLEADOS-STATUS.
           MOVE WS-FECHA-HOY TO EMPLEADOS-FECHA-ALTA.
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo agregar el empleado."
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
                   PERFORM ASIENTA-AUDITORIA
                   PERFORM CUBRE-REQUISICION
                   DISPLAY "Empleado " EMPLEADOS-ID
                       " dado de alta; requisicion " REQ-FOLIO
                       " cubierta."
           END-WRITE.

           ASIENTA-AUDITORIA.
           OPEN EXTEND EMPLEADOS-AUDITORIA.
           IF WS-FILE-STATUS-AUDIT NOT = "00"
               OPEN OUTPUT EMPLEADOS-AUDITORIA
           END-IF.
           CALL "fecha-sello" USING WS-FECHA-HORA-AUDIT END-CALL.
           MOVE WS-FECHA-HORA-AUDIT TO AUD-FECHA-HORA.
           MOVE WS-SESION-USUARIO TO AUD-USUARIO.
           MOVE "ALTA" TO AUD-TRANSACCION.
           MOVE EMPLEADOS-ID TO AUD-ID.
           MOVE SPACES TO AUD-ANTES.
           MOVE EMPLEADOS-REGISTRO TO AUD-DESPUES.
           CALL "encadena-auditoria" USING WS-LINEA-AUDITORIA-DET
           END-CALL.
           MOVE WS-LINEA-AUDITORIA-DET TO LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.
           CLOSE EMPLEADOS-AUDITORIA.
           CALL "registra-cambio-clabe"
               USING WS-LINEA-AUDITORIA-DET WS-ORIGEN-CLABE
           END-CALL.

      *    El candidato queda aceptado con su ID, la requisicion
      *    cubierta y los demas candidatos abiertos descartados.
           CUBRE-REQUISICION.
           MOVE "A" TO CAN-ETAPA.
           MOVE WS-FECHA-HOY TO CAN-FECHA-ETAPA.
           MOVE EMPLEADOS-ID TO CAN-EMPLEADO-ID.
           MOVE CANDIDATO-REGISTRO TO WS-CAN-LINEA (WS-CAN-ENCONTRADO).
           PERFORM DESCARTA-OTRO-CANDIDATO
               VARYING WS-IX-CAN FROM 1 BY 1
               UNTIL WS-IX-CAN > WS-TOTAL-CANDIDATOS.
           MOVE "C" TO REQ-STATUS.
           MOVE WS-FECHA-HOY TO REQ-FECHA-CIERRE.
           MOVE EMPLEADOS-ID TO REQ-EMPLEADO-ID.
           MOVE REQUISICION-REGISTRO
               TO WS-REQ-LINEA (WS-REQ-ENCONTRADA).
           PERFORM REESCRIBE-CANDIDATOS.
           PERFORM REESCRIBE-REQUISICIONES.

           DESCARTA-OTRO-CANDIDATO.
           MOVE WS-CAN-LINEA (WS-IX-CAN) TO CANDIDATO-REGISTRO.
           IF CAN-FOLIO-REQ = REQ-FOLIO
               AND CAN-ETAPA NOT = "A"
               AND CAN-ETAPA NOT = "R"
               MOVE "R" TO CAN-ETAPA
               MOVE WS-FECHA-HOY TO CAN-FECHA-ETAPA
               MOVE CANDIDATO-REGISTRO TO WS-CAN-LINEA (WS-IX-CAN)
           END-IF.

           CANCELA-REQUISICION.
           PERFORM CAPTURA-FOLIO.
           IF WS-REQ-ENCONTRADA > ZEROES
               IF REQ-STATUS NOT = "A"
                   DISPLAY "La requisicion ya no esta abierta."
               ELSE
                   DISPLAY "Confirme la cancelacion (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       MOVE "X" TO REQ-STATUS
                       MOVE WS-FECHA-HOY TO REQ-FECHA-CIERRE
                       MOVE REQUISICION-REGISTRO
                           TO WS-REQ-LINEA (WS-REQ-ENCONTRADA)
                       PERFORM DESCARTA-OTRO-CANDIDATO
                           VARYING WS-IX-CAN FROM 1 BY 1
                           UNTIL WS-IX-CAN > WS-TOTAL-CANDIDATOS
                       PERFORM REESCRIBE-CANDIDATOS
                       PERFORM REESCRIBE-REQUISICIONES
                       DISPLAY "Requisicion cancelada."
                   END-IF
               END-IF
           END-IF.

           REESCRIBE-REQUISICIONES.
           OPEN OUTPUT REQUISICIONES.
           IF WS-FILE-STATUS-REQ NOT = "00"
               DISPLAY "No se pudo reescribir las requisiciones: "
                   FUNCTION TRIM(WS-RUTA-REQUISICIONES)
           ELSE
               PERFORM ESCRIBE-REQUISICION
                   VARYING WS-IX-REQ FROM 1 BY 1
                   UNTIL WS-IX-REQ > WS-TOTAL-REQUISICIONES
               CLOSE REQUISICIONES
           END-IF.

           ESCRIBE-REQUISICION.
           MOVE WS-REQ-LINEA (WS-IX-REQ) TO LINEA-REQUISICION.
           WRITE LINEA-REQUISICION.

           REESCRIBE-CANDIDATOS.
           OPEN OUTPUT CANDIDATOS.
           IF WS-FILE-STATUS-CAN NOT = "00"
               DISPLAY "No se pudo reescribir los candidatos: "
                   FUNCTION TRIM(WS-RUTA-CANDIDATOS)
           ELSE
               PERFORM ESCRIBE-CANDIDATO
                   VARYING WS-IX-CAN FROM 1 BY 1
                   UNTIL WS-IX-CAN > WS-TOTAL-CANDIDATOS
               CLOSE CANDIDATOS
           END-IF.

           ESCRIBE-CANDIDATO.
           MOVE WS-CAN-LINEA (WS-IX-CAN) TO LINEA-CANDIDATO.
           WRITE LINEA-CANDIDATO.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM requisiciones.
