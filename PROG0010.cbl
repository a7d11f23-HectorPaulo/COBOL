      ******************************************************************
      * Author: HECTOR PAULO
      * Date: 07/09/24
      * Purpose: LISTADO DE EMPLEADOS POR DEPARTAMENTO DESDE EL
      *          MAESTRO DE NOMINA INDEXADO (NOMIDX.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           OBJECT-COMPUTER. IBM-3083.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
           ORGANIZATION IS INDEXED
           RECORD KEY IS NMX-LLAVE
           ALTERNATE RECORD KEY IS NMX-DEPTO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FILE-STATUS-EMP.
           SELECT EMPLEADOS-ORDEN ASSIGN TO "SORTWK01".
           SELECT EMPLEADOS-CLASIFICADO ASSIGN TO UT-S-ORDENADO
           FILE STATUS IS WS-FILE-STATUS-ORD.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD.
           COPY NOMIDX.

       SD  EMPLEADOS-ORDEN.
       01  SD-REG-EMPLEADOS.

       FD  EMPLEADOS-CLASIFICADO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPLEADOS-CLAS.
       01  REG-EMPLEADOS-CLAS PIC X(56).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
       01  WS-DEPTO-FILTRO-PROG PIC 9(03) VALUE ZEROS.
       01  WS-IMPRIME-DETALLE PIC X VALUE "S".

       01  WS-FILE-STATUS-EMP PIC X(2).
       01  WS-FIN-MAESTRO PIC X VALUE "N".
       01  WS-FILE-STATUS-ORD PIC X(2).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-MENSAJE-ESTADO-ARCHIVO PIC X(60).
            SORT EMPLEADOS-ORDEN
                ON ASCENDING KEY SD-DEPTO-EMP
                ON ASCENDING KEY SD-NOMBRE-EMP
                INPUT PROCEDURE IS LIBERA-EMPLEADOS
                GIVING EMPLEADOS-CLASIFICADO.

      *     El maestro es indexado por sitio+numero; con un depto en
      *     los parametros solo se lee ese departamento por su llave
      *     alterna, sin recorrer todo el archivo.
       LIBERA-EMPLEADOS.
            OPEN INPUT EMPLEADOS.
            IF WS-FILE-STATUS-EMP NOT = "00"
                CALL "traduce-estado-archivo"
                    USING WS-FILE-STATUS-EMP WS-MENSAJE-ESTADO-ARCHIVO
                END-CALL
                DISPLAY "No se pudo abrir EMPLEADOS: "
                    WS-MENSAJE-ESTADO-ARCHIVO
                STOP RUN
            END-IF.
            MOVE "N" TO WS-FIN-MAESTRO.
            IF WS-DEPTO-FILTRO-PROG NOT = ZEROS
                MOVE WS-DEPTO-FILTRO-PROG TO NMX-DEPTO
                START EMPLEADOS KEY IS = NMX-DEPTO
                    INVALID KEY
                        MOVE "S" TO WS-FIN-MAESTRO
                END-START
            END-IF.
            PERFORM LIBERA-UN-EMPLEADO UNTIL WS-FIN-MAESTRO = "S".
            CLOSE EMPLEADOS.

       LIBERA-UN-EMPLEADO.
            READ EMPLEADOS NEXT RECORD
                AT END
                    MOVE "S" TO WS-FIN-MAESTRO
                NOT AT END
                    IF WS-DEPTO-FILTRO-PROG NOT = ZEROS
                        AND NMX-DEPTO NOT = WS-DEPTO-FILTRO-PROG
                        MOVE "S" TO WS-FIN-MAESTRO
                    ELSE
                        RELEASE SD-REG-EMPLEADOS FROM NMX-DATOS
                    END-IF
            END-READ.

       RESUELVE-FILTRO-STATUS.
            ACCEPT WS-FILTRO-STATUS FROM ENVIRONMENT
                "PROG0010_FILTRO_STATUS".
