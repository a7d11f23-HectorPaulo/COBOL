      *         EMPLEADO CON UNA INCAPACIDAD VIGENTE AL DIA DE LA
      *         CORRIDA Y REGRESA A "A" AL QUE YA NO TIENE NINGUNA
      *         VIGENTE, PARA QUE EL STATUS DEL DIRECTORIO REFLEJE
      *         SOLO LAS LICENCIAS QUE SIGUEN CORRIENDO. UNA LICENCIA
      *         SIN GOCE AUTORIZADA EN PERMISOS.txt (PMSREG.cpy) QUE
      *         CUBRA EL DIA DE LA CORRIDA CUENTA IGUAL QUE UNA
      *         INCAPACIDAD VIGENTE; LOS PERMISOS CON GOCE NO CAMBIAN
      *         EL STATUS.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-INC.

       SELECT PERMISOS
       ASSIGN TO DYNAMIC WS-RUTA-PERMISOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PMS.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       FD INCAPACIDADES.
           COPY INCREG.

       FD PERMISOS.
       01  LINEA-PERMISO PIC X(104).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
           COPY PMSREG.

       01  WS-RUTA-INCAPACIDADES PIC X(200).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS-INC PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-RUTA-PERMISOS PIC X(200).
       01  WS-FILE-STATUS-PMS PIC X(2).
       01  FIN-DE-PERMISOS PIC X.
       01  FIN-DE-INCAPACIDADES PIC X.
       01  FIN-DEL-ARCHIVO PIC X.
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-IX-VIG PIC 9(4).
       01  WS-TIENE-VIGENTE PIC X.

      *    EMPLEADOS-ID con una licencia sin goce que cubre hoy.
       01  WS-TABLA-LICENCIAS.
           05 WS-LSG-ID OCCURS 9999 TIMES PIC X(6).
       01  WS-TOTAL-LICENCIAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-LSG PIC 9(4).

       01  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-A-LICENCIA PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-REGRESADOS PIC 9(6) VALUE ZEROES.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           PERFORM CARGA-VIGENTES.
           PERFORM CARGA-LICENCIAS.
           PERFORM AJUSTA-DIRECTORIO.
           DISPLAY "Registros del directorio leidos: "
               WS-TOTAL-LEIDOS.
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           ACCEPT WS-RUTA-PERMISOS FROM ENVIRONMENT "PERMISOS_PATH".
           IF WS-RUTA-PERMISOS = SPACES
               MOVE "PERMISOS.txt" TO WS-RUTA-PERMISOS
           END-IF.

           CARGA-VIGENTES.
           OPEN INPUT INCAPACIDADES.
           END-IF.
           PERFORM LEE-INCAPACIDAD.

           CARGA-LICENCIAS.
           OPEN INPUT PERMISOS.
           IF WS-FILE-STATUS-PMS = "00"
               MOVE "1" TO FIN-DE-PERMISOS
               PERFORM LEE-PERMISO
               PERFORM EVALUA-LICENCIA UNTIL FIN-DE-PERMISOS = "0"
               CLOSE PERMISOS
           END-IF.
           DISPLAY "Licencias sin goce vigentes hoy: "
               WS-TOTAL-LICENCIAS.

           LEE-PERMISO.
           READ PERMISOS
               AT END
                   MOVE "0" TO FIN-DE-PERMISOS
               NOT AT END
                   MOVE LINEA-PERMISO TO PERMISO-REGISTRO
           END-READ.

           EVALUA-LICENCIA.
           IF LINEA-PERMISO NOT = SPACES
               AND PMS-STATUS = "A"
               AND PMS-GOCE = "N"
               AND PMS-FECHA-INICIO IS NUMERIC
               AND PMS-FECHA-FIN IS NUMERIC
               IF FUNCTION NUMVAL(PMS-FECHA-INICIO) <= WS-FECHA-HOY
                   AND FUNCTION NUMVAL(PMS-FECHA-FIN) >= WS-FECHA-HOY
                   AND WS-TOTAL-LICENCIAS < 9999
                   ADD 1 TO WS-TOTAL-LICENCIAS
                   MOVE PMS-EMPLEADO-ID
                       TO WS-LSG-ID (WS-TOTAL-LICENCIAS)
               END-IF
           END-IF.
           PERFORM LEE-PERMISO.

           AJUSTA-DIRECTORIO.
           OPEN I-O EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
           END-READ.

      *    El numero de nomina del registro sale de la regla de
      *    CRUCEID.cpy; un activo con incapacidad o licencia sin goce
      *    vigente pasa a "L" y un "L" sin ninguna regresa a "A".
           EVALUA-STATUS-LICENCIA.
           IF EMPLEADOS-ID IS NUMERIC
               MOVE EMPLEADOS-ID (2:5) TO CRUCE-ID-NOMINA-X
                   MOVE "S" TO WS-TIENE-VIGENTE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IX-LSG FROM 1 BY 1
               UNTIL WS-IX-LSG > WS-TOTAL-LICENCIAS
               OR WS-TIENE-VIGENTE = "S"
               IF WS-LSG-ID (WS-IX-LSG) = EMPLEADOS-ID
                   MOVE "S" TO WS-TIENE-VIGENTE
               END-IF
           END-PERFORM.
       END PROGRAM aplica-incapacidades.
