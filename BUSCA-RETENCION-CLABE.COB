      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: DICE SI EL DEPOSITO DE UN EMPLEADO
      *         (EMPLEADOS-ID) ESTA RETENIDO POR UN CAMBIO DE CLABE SIN
      *         VERIFICAR. EL REGISTRO DE CAMBIOS (VCLREG.cpy) SE
      *         CARGA EN LA PRIMERA LLAMADA, COMO busca-banco; MANDA
      *         LA ULTIMA LINEA DE CADA EMPLEADO: PENDIENTE "P" O
      *         RECHAZADA "R" = RETENIDO ("S"), VERIFICADA "V" O SIN
      *         CAMBIOS REGISTRADOS = LIBRE ("N"). LA USAN
      *         dispersa-nomina (NO DEPOSITA) Y cheques-nomina (EMITE
      *         CHEQUE) PARA QUE LAS DOS DECIDAN IGUAL.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. busca-retencion-clabe.
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
       01  FIN-DE-CAMBIOS PIC X.
       01  WS-REGISTRO-CARGADO PIC X VALUE "N".
       COPY VCLREG.
       01  WS-TABLA-ULTIMO-CAMBIO.
           05 WS-ULT-RENGLON OCCURS 5000 TIMES.
               10 WS-ULT-EMPLEADO-ID PIC X(6).
               10 WS-ULT-STATUS PIC X(1).
       01  WS-TOTAL-ULTIMOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-ULT PIC 9(4).
       01  WS-ULT-ENCONTRADO PIC 9(4).

       LINKAGE SECTION.
       01  LK-EMPLEADO-ID PIC X(6).
       01  LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-EMPLEADO-ID LK-RESULTADO.
       MAIN-PROCEDURE.
           IF WS-REGISTRO-CARGADO = "N"
               PERFORM CARGA-CAMBIOS-CLABE
               MOVE "S" TO WS-REGISTRO-CARGADO
           END-IF.
           MOVE "N" TO LK-RESULTADO.
           MOVE LK-EMPLEADO-ID TO VCL-EMPLEADO-ID.
           PERFORM BUSCA-ULTIMO-CAMBIO.
           IF WS-ULT-ENCONTRADO > ZEROES
               IF WS-ULT-STATUS (WS-ULT-ENCONTRADO) = "P"
                   OR WS-ULT-STATUS (WS-ULT-ENCONTRADO) = "R"
                   MOVE "S" TO LK-RESULTADO
               END-IF
           END-IF.
           GOBACK.

           CARGA-CAMBIOS-CLABE.
           ACCEPT WS-RUTA-CAMBIOS-CLABE FROM ENVIRONMENT
               "CAMBIOS_CLABE_PATH".
           IF WS-RUTA-CAMBIOS-CLABE = SPACES
               MOVE "CAMBIOS-CLABE.txt" TO WS-RUTA-CAMBIOS-CLABE
           END-IF.
      *    Sin registro de cambios no hay nada retenido: es el estado
      *    de una instalacion donde nadie ha cambiado una CLABE.
           OPEN INPUT CAMBIOS-CLABE.
           IF WS-FILE-STATUS-VCL = "00"
               MOVE "1" TO FIN-DE-CAMBIOS
               PERFORM LEE-LINEA-CAMBIO
               PERFORM AGREGA-ULTIMO-CAMBIO
                   UNTIL FIN-DE-CAMBIOS = "0"
               CLOSE CAMBIOS-CLABE
           END-IF.

           LEE-LINEA-CAMBIO.
           READ CAMBIOS-CLABE
               AT END
                   MOVE "0" TO FIN-DE-CAMBIOS
               NOT AT END
                   MOVE LINEA-CAMBIO-CLABE TO CAMBIO-CLABE-REGISTRO
           END-READ.

      *    El archivo va en orden de captura: la linea posterior del
      *    mismo empleado pisa el status de la anterior.
           AGREGA-ULTIMO-CAMBIO.
           IF VCL-EMPLEADO-ID NOT = SPACES
               PERFORM BUSCA-ULTIMO-CAMBIO
               IF WS-ULT-ENCONTRADO > ZEROES
                   MOVE VCL-STATUS TO WS-ULT-STATUS (WS-ULT-ENCONTRADO)
               ELSE
                   IF WS-TOTAL-ULTIMOS < 5000
                       ADD 1 TO WS-TOTAL-ULTIMOS
                       MOVE VCL-EMPLEADO-ID
                           TO WS-ULT-EMPLEADO-ID (WS-TOTAL-ULTIMOS)
                       MOVE VCL-STATUS
                           TO WS-ULT-STATUS (WS-TOTAL-ULTIMOS)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CAMBIO.

           BUSCA-ULTIMO-CAMBIO.
           MOVE ZEROES TO WS-ULT-ENCONTRADO.
           PERFORM VARYING WS-IX-ULT FROM 1 BY 1
               UNTIL WS-IX-ULT > WS-TOTAL-ULTIMOS
               OR WS-ULT-ENCONTRADO > ZEROES
               IF WS-ULT-EMPLEADO-ID (WS-IX-ULT) = VCL-EMPLEADO-ID
                   MOVE WS-IX-ULT TO WS-ULT-ENCONTRADO
               END-IF
           END-PERFORM.
       END PROGRAM busca-retencion-clabe.
