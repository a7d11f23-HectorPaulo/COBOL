      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: RECIBE LA LINEA DE AUDITORIA
      *         (AUDREG.cpy) QUE EL PROGRAMA ACABA DE ESCRIBIR Y, SI
      *         LA CLABE DE LA IMAGEN DESPUES ES DISTINTA DE LA DE LA
      *         IMAGEN ANTES, AGREGA AL REGISTRO DE CAMBIOS DE CLABE
      *         (VCLREG.cpy) UNA LINEA PENDIENTE DE VERIFICAR CON LA
      *         CUENTA ANTERIOR, LA NUEVA, EL OPERADOR Y EL PROGRAMA
      *         DE ORIGEN. UN ALTA (SIN IMAGEN ANTES) O UNA PURGA (SIN
      *         IMAGEN DESPUES) NO ES UN CAMBIO DE CUENTA. LA LLAMAN
      *         BDD-INDEXADAS, cambios-masivos, revisa-portal Y
      *         libera-pendientes DESPUES DE CADA AUDITORIA. MISMO
      *         PATRON DE SUBRUTINA QUE bitacora-corrida.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. registra-cambio-clabe.
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
       01  WS-RUTA-CAMBIOS-CLABE PIC X(200).
       01  WS-FILE-STATUS-VCL PIC X(2).
       COPY AUDREG.
       COPY VCLREG.
      *    Banco y CLABE dentro de la imagen de EMPLEADOS-REGISTRO
      *    (EMPREG.cpy): EMPLEADOS-BANCO en la posicion 144 (3) y
      *    EMPLEADOS-CLABE en la 147 (18), como en la tabla de campos
      *    de ANALIZA-AUDITORIA.
       01  WS-CLABE-ANTES PIC X(18).
       01  WS-CLABE-DESPUES PIC X(18).

       LINKAGE SECTION.
       01  LK-LINEA-AUDITORIA PIC X(518).
       01  LK-ORIGEN PIC X(20).

       PROCEDURE DIVISION USING LK-LINEA-AUDITORIA LK-ORIGEN.
       MAIN-PROCEDURE.
           MOVE LK-LINEA-AUDITORIA TO WS-LINEA-AUDITORIA-DET.
           IF AUD-ANTES NOT = SPACES
               AND AUD-DESPUES NOT = SPACES
               MOVE AUD-ANTES (147:18) TO WS-CLABE-ANTES
               MOVE AUD-DESPUES (147:18) TO WS-CLABE-DESPUES
               IF WS-CLABE-DESPUES NOT = WS-CLABE-ANTES
                   PERFORM ASIENTA-CAMBIO-CLABE
               END-IF
           END-IF.
           GOBACK.

           ASIENTA-CAMBIO-CLABE.
           ACCEPT WS-RUTA-CAMBIOS-CLABE FROM ENVIRONMENT
               "CAMBIOS_CLABE_PATH".
           IF WS-RUTA-CAMBIOS-CLABE = SPACES
               MOVE "CAMBIOS-CLABE.txt" TO WS-RUTA-CAMBIOS-CLABE
           END-IF.
           OPEN EXTEND CAMBIOS-CLABE.
           IF WS-FILE-STATUS-VCL NOT = "00"
               OPEN OUTPUT CAMBIOS-CLABE
           END-IF.
           IF WS-FILE-STATUS-VCL NOT = "00"
               DISPLAY "AVISO: no se pudo registrar el cambio de CLABE "
                   "del ID " AUD-ID " en " WS-RUTA-CAMBIOS-CLABE
           ELSE
               MOVE AUD-FECHA-HORA TO VCL-FECHA-HORA
               MOVE AUD-ID TO VCL-EMPLEADO-ID
               MOVE LK-ORIGEN TO VCL-ORIGEN
               MOVE AUD-USUARIO TO VCL-USUARIO-CAMBIO
               MOVE AUD-ANTES (144:3) TO VCL-BANCO-ANTERIOR
               MOVE WS-CLABE-ANTES TO VCL-CLABE-ANTERIOR
               MOVE AUD-DESPUES (144:3) TO VCL-BANCO-NUEVO
               MOVE WS-CLABE-DESPUES TO VCL-CLABE-NUEVA
               MOVE "P" TO VCL-STATUS
               MOVE SPACES TO VCL-USUARIO-VERIFICA VCL-FECHA-VERIFICA
               MOVE CAMBIO-CLABE-REGISTRO TO LINEA-CAMBIO-CLABE
               WRITE LINEA-CAMBIO-CLABE
               CLOSE CAMBIOS-CLABE
               DISPLAY "Cambio de CLABE del ID " AUD-ID " registrado; "
                   "el deposito se retiene hasta que otra persona "
                   "lo verifique."
           END-IF.
       END PROGRAM registra-cambio-clabe.
