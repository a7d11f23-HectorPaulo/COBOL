      *         LAS CLAVES PAG Y PPV DEL MAPEO, CARGOS = ABONOS) Y
      *         REPORTA EL MOVIMIENTO CONTRA EL MES ANTERIOR DEL
      *         HISTORIAL PROVISIONES-MENSUALES.txt PARA EL CIERRE
      *         FINANCIERO. LOS CARGOS POR DEPARTAMENTO DE LA POLIZA
      *         QUEDAN ADEMAS POR MES EN PROVISIONES-DEPTO.txt
      *         (PRVREG.cpy), DE DONDE reporte-presupuesto TOMA EL
      *         COSTO REAL DE PRESTACIONES.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
       SELECT NOMINA-MAESTRO
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT EMPLEADOS-ARCHIVO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-HIS.

       SELECT PROVISIONES-DEPTO
       ASSIGN TO DYNAMIC WS-RUTA-PROV-DEPTO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PRD.

       DATA DIVISION.
       FILE SECTION.
       FD NOMINA-MAESTRO.
           COPY NOMIDX.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.
       FD PROVISIONES-MENSUALES.
       01  LINEA-HISTORIAL PIC X(35).

       FD PROVISIONES-DEPTO.
       01  LINEA-PROV-DEPTO PIC X(36).

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
       COPY NOMREG.
       01  WS-MOV-AGUINALDO PIC S9(9)V99.
       01  WS-MOV-PRIMA PIC S9(9)V99.
       01  WS-IMPORTE-EDITADO PIC -ZZZZZZZZ9.99.

      *    Provision por departamento y mes; al reescribir se
      *    conservan tal cual los renglones de los otros meses.
       COPY PRVREG.
       01  WS-RUTA-PROV-DEPTO PIC X(200).
       01  WS-FILE-STATUS-PRD PIC X(2).
       01  FIN-DE-PROV-DEPTO PIC X.
       01  WS-TABLA-OTROS-MESES.
           05 WS-OTM-LINEA OCCURS 6000 TIMES PIC X(36).
       01  WS-TOTAL-OTROS-MESES PIC 9(4) VALUE ZEROES.
       01  WS-IX-OTM PIC 9(4).
       01  WS-IMPORTE-EDITADO-2 PIC -ZZZZZZZZ9.99.
       01  WS-IMPORTE-EDITADO-3 PIC -ZZZZZZZZ9.99.

           PERFORM ESCRIBE-POLIZA.
           PERFORM CARGA-HISTORIAL.
           PERFORM ACTUALIZA-HISTORIAL.
           PERFORM ACTUALIZA-PROVISION-DEPTO.
           PERFORM REPORTA-MOVIMIENTO.
           DISPLAY "Empleados provisionados: " WS-TOTAL-PROCESADOS.
           IF WS-TOTAL-SIN-CRUCE > ZEROES
           IF WS-RUTA-HISTORIAL = SPACES
               MOVE "PROVISIONES-MENSUALES.txt" TO WS-RUTA-HISTORIAL
           END-IF.
           ACCEPT WS-RUTA-PROV-DEPTO FROM ENVIRONMENT
               "PROVISIONES_DEPTO_PATH".
           IF WS-RUTA-PROV-DEPTO = SPACES
               MOVE "PROVISIONES-DEPTO.txt" TO WS-RUTA-PROV-DEPTO
           END-IF.

           CARGA-CUENTAS.
           OPEN INPUT CUENTAS-CONTABLES.
           END-IF.

           LEE-REGISTRO-NOMINA.
           READ NOMINA-MAESTRO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-NOMINA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

      *    El asimilado no devenga aguinaldo ni prima, igual que en
           MOVE WS-LINEA-HISTORIAL-DET TO LINEA-HISTORIAL.
           WRITE LINEA-HISTORIAL.

      *    Igual que el historial de la empresa: el mes recalculado
      *    reemplaza sus renglones y los demas meses se conservan.
           ACTUALIZA-PROVISION-DEPTO.
           OPEN INPUT PROVISIONES-DEPTO.
           IF WS-FILE-STATUS-PRD = "00"
               MOVE "1" TO FIN-DE-PROV-DEPTO
               PERFORM LEE-LINEA-PROV-DEPTO
               PERFORM CONSERVA-PROV-DEPTO
                   UNTIL FIN-DE-PROV-DEPTO = "0"
               CLOSE PROVISIONES-DEPTO
           END-IF.
           OPEN OUTPUT PROVISIONES-DEPTO.
           IF WS-FILE-STATUS-PRD NOT = "00"
               DISPLAY "No se pudo reescribir la provision por "
                   "departamento: " WS-RUTA-PROV-DEPTO
           ELSE
               PERFORM ESCRIBE-OTRO-MES
                   VARYING WS-IX-OTM FROM 1 BY 1
                   UNTIL WS-IX-OTM > WS-TOTAL-OTROS-MESES
               PERFORM ESCRIBE-PROV-DEPTO
                   VARYING WS-IX-DEP FROM 1 BY 1
                   UNTIL WS-IX-DEP > WS-TOTAL-DEPTOS
               CLOSE PROVISIONES-DEPTO
           END-IF.

           LEE-LINEA-PROV-DEPTO.
           READ PROVISIONES-DEPTO
               AT END
                   MOVE "0" TO FIN-DE-PROV-DEPTO
               NOT AT END
                   MOVE LINEA-PROV-DEPTO TO PROVISION-DEPTO-REGISTRO
           END-READ.

           CONSERVA-PROV-DEPTO.
           IF LINEA-PROV-DEPTO NOT = SPACES
               AND PRD-MES NOT = WS-MES-PROVISION
               AND WS-TOTAL-OTROS-MESES < 6000
               ADD 1 TO WS-TOTAL-OTROS-MESES
               MOVE LINEA-PROV-DEPTO
                   TO WS-OTM-LINEA (WS-TOTAL-OTROS-MESES)
           END-IF.
           PERFORM LEE-LINEA-PROV-DEPTO.

           ESCRIBE-OTRO-MES.
           MOVE WS-OTM-LINEA (WS-IX-OTM) TO LINEA-PROV-DEPTO.
           WRITE LINEA-PROV-DEPTO.

           ESCRIBE-PROV-DEPTO.
           MOVE WS-MES-PROVISION TO PRD-MES.
           MOVE WS-DEP-DEPTO (WS-IX-DEP) TO PRD-DEPTO.
           MOVE WS-DEP-AGUINALDO (WS-IX-DEP) TO PRD-AGUINALDO.
           MOVE WS-DEP-PRIMA (WS-IX-DEP) TO PRD-PRIMA.
           MOVE PROVISION-DEPTO-REGISTRO TO LINEA-PROV-DEPTO.
           WRITE LINEA-PROV-DEPTO.

           REPORTA-MOVIMIENTO.
           DISPLAY "MOVIMIENTO DE PROVISIONES DEL MES "
               WS-MES-PROVISION.
