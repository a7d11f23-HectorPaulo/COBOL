      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:CAPTURA DE SOLICITUDES DE PERMUTA DE TURNO: DOS
      *         EMPLEADOS QUE SE CAMBIAN EL TURNO UNOS DIAS LO PIDEN
      *         CON SUS NUMEROS, LAS FECHAS Y EL MOTIVO, Y LA SOLICITUD
      *         QUEDA EN PERMUTAS-TURNO.txt (PMTREG.cpy) CON STATUS
      *         "S" PARA QUE SU JEFE DIRECTO LA ATIENDA EN
      *         aprueba-permuta. LOS TURNOS SE TOMAN DEL DIRECTORIO
      *         (EMPLEADOS-TURNO) Y NO SE MODIFICAN. LOS DOS DEBEN
      *         ESTAR ACTIVOS, TENER TURNO DISTINTO Y REPORTAR AL MISMO
      *         JEFE; NINGUNO PUEDE TENER OTRA PERMUTA VIGENTE O
      *         PENDIENTE EN ESAS FECHAS. EL MAXIMO DE DIAS POR PERMUTA
      *         VIENE DE PERMUTA_MAX_DIAS (14 POR OMISION).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. solicita-permuta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PERMUTAS-TURNO
       ASSIGN TO DYNAMIC WS-RUTA-PERMUTAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PMT.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERMUTAS-TURNO.
       01  LINEA-PERMUTA PIC X(141).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       WORKING-STORAGE SECTION.
           COPY CRUCEID.
           COPY PMTREG.

       01  WS-RUTA-PERMUTAS PIC X(200).
       01  WS-FILE-STATUS-PMT PIC X(2).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS PIC X(2).
       01  FIN-DE-PERMUTAS PIC X.
       01  WS-OPCION-CAPTURA PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-MAX-DIAS-X PIC X(4).
       01  WS-MAX-DIAS PIC 9(3).

      *    Solicitudes ya capturadas: dan el siguiente folio y el
      *    cruce de fechas contra otras permutas de los mismos.
       01  WS-TABLA-PERMUTAS.
           05 WS-PMT-LINEA OCCURS 5000 TIMES PIC X(141).
       01  WS-TOTAL-PERMUTAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-PMT PIC 9(4).
       01  WS-ULTIMO-FOLIO PIC 9(6) VALUE ZEROES.

       01  WS-NUMERO-X PIC X(6).
       01  WS-NUMERO-LEIDO PIC 9(5).
       01  WS-EMPLEADO-VALIDO PIC X.
       01  WS-NUMERO-A PIC 9(5).
       01  WS-NOMBRE-A PIC X(25).
       01  WS-TURNO-A PIC X(3).
       01  WS-JEFE-A PIC X(6).
       01  WS-NUMERO-B PIC 9(5).
       01  WS-NOMBRE-B PIC X(25).
       01  WS-TURNO-B PIC X(3).
       01  WS-JEFE-B PIC X(6).
       01  WS-FECHA-X PIC X(10).
       01  WS-FECHA-INICIO PIC X(8).
       01  WS-FECHA-FIN PIC X(8).
       01  WS-INICIO-ENTERO PIC 9(7).
       01  WS-FIN-ENTERO PIC 9(7).
       01  WS-HOY-ENTERO PIC 9(7).
       01  WS-DIAS-PERMUTA PIC 9(5).
       01  WS-MOTIVO PIC X(40).
       01  WS-SOLICITUD-VALIDA PIC X.
       01  WS-ENCIMADA PIC X.

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           PERFORM RESUELVE-RUTAS.
           PERFORM CARGA-PERMUTAS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-OPCION-CAPTURA.
           PERFORM CAPTURA-UNA-PERMUTA
               UNTIL WS-OPCION-CAPTURA = "N".
           CLOSE EMPLEADOS-ARCHIVO.
           STOP RUN.

           RESUELVE-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-HOY)).
           ACCEPT WS-RUTA-PERMUTAS FROM ENVIRONMENT
               "PERMUTAS_TURNO_PATH".
           IF WS-RUTA-PERMUTAS = SPACES
               MOVE "PERMUTAS-TURNO.txt" TO WS-RUTA-PERMUTAS
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.
           MOVE 14 TO WS-MAX-DIAS.
           ACCEPT WS-MAX-DIAS-X FROM ENVIRONMENT "PERMUTA_MAX_DIAS".
           IF WS-MAX-DIAS-X NOT = SPACES
               COMPUTE WS-MAX-DIAS = FUNCTION NUMVAL(WS-MAX-DIAS-X)
           END-IF.

           CARGA-PERMUTAS.
           OPEN INPUT PERMUTAS-TURNO.
           IF WS-FILE-STATUS-PMT = "00"
               MOVE "1" TO FIN-DE-PERMUTAS
               PERFORM LEE-LINEA-PERMUTA
               PERFORM AGREGA-A-TABLA UNTIL FIN-DE-PERMUTAS = "0"
               CLOSE PERMUTAS-TURNO
           END-IF.

           LEE-LINEA-PERMUTA.
           READ PERMUTAS-TURNO
               AT END
                   MOVE "0" TO FIN-DE-PERMUTAS
               NOT AT END
                   MOVE LINEA-PERMUTA TO PERMUTA-REGISTRO
           END-READ.

           AGREGA-A-TABLA.
           IF PMT-FOLIO IS NUMERIC
               AND WS-TOTAL-PERMUTAS < 5000
               ADD 1 TO WS-TOTAL-PERMUTAS
               MOVE LINEA-PERMUTA TO WS-PMT-LINEA (WS-TOTAL-PERMUTAS)
               IF PMT-FOLIO > WS-ULTIMO-FOLIO
                   MOVE PMT-FOLIO TO WS-ULTIMO-FOLIO
               END-IF
           END-IF.
           PERFORM LEE-LINEA-PERMUTA.

           CAPTURA-UNA-PERMUTA.
           MOVE "S" TO WS-SOLICITUD-VALIDA.
           DISPLAY "Numero de nomina del primer empleado: ".
           PERFORM LEE-EMPLEADO-CAPTURADO.
           IF WS-EMPLEADO-VALIDO = "S"
               MOVE WS-NUMERO-LEIDO TO WS-NUMERO-A
               MOVE EMPLEADOS-NOMBRE TO WS-NOMBRE-A
               MOVE EMPLEADOS-TURNO TO WS-TURNO-A
               MOVE EMPLEADOS-JEFE-ID TO WS-JEFE-A
               DISPLAY "  " WS-NOMBRE-A " turno " WS-TURNO-A
               DISPLAY "Numero de nomina del segundo empleado: "
               PERFORM LEE-EMPLEADO-CAPTURADO
           END-IF.
           IF WS-EMPLEADO-VALIDO = "N"
               MOVE "N" TO WS-SOLICITUD-VALIDA
           ELSE
               MOVE WS-NUMERO-LEIDO TO WS-NUMERO-B
               MOVE EMPLEADOS-NOMBRE TO WS-NOMBRE-B
               MOVE EMPLEADOS-TURNO TO WS-TURNO-B
               MOVE EMPLEADOS-JEFE-ID TO WS-JEFE-B
               DISPLAY "  " WS-NOMBRE-B " turno " WS-TURNO-B
               PERFORM VALIDA-PAREJA
           END-IF.
           IF WS-SOLICITUD-VALIDA = "S"
               PERFORM CAPTURA-FECHAS
           END-IF.
           IF WS-SOLICITUD-VALIDA = "S"
               PERFORM BUSCA-ENCIMADA
           END-IF.
           IF WS-SOLICITUD-VALIDA = "S"
               DISPLAY "Motivo del cambio: "
               ACCEPT WS-MOTIVO
               PERFORM GUARDA-PERMUTA
           ELSE
               DISPLAY "Solicitud no valida; no se guardo."
           END-IF.
           DISPLAY "Capturar otra permuta S/N: ".
           ACCEPT WS-OPCION-CAPTURA.
           MOVE FUNCTION UPPER-CASE(WS-OPCION-CAPTURA)
               TO WS-OPCION-CAPTURA.

      *    El empleado se busca en el directorio por la regla de cruce
      *    de CRUCEID.cpy; debe estar activo y tener turno asignado.
           LEE-EMPLEADO-CAPTURADO.
           MOVE "N" TO WS-EMPLEADO-VALIDO.
           ACCEPT WS-NUMERO-X.
           IF FUNCTION TRIM(WS-NUMERO-X) IS NOT NUMERIC
               DISPLAY "Numero no valido."
           ELSE
               COMPUTE WS-NUMERO-LEIDO = FUNCTION NUMVAL(WS-NUMERO-X)
               MOVE WS-NUMERO-LEIDO TO CRUCE-ID-NOMINA
               MOVE SPACES TO CRUCE-ID-SITIO
               CALL "forma-id-directorio"
                   USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
               END-CALL
               READ EMPLEADOS-ARCHIVO
                   KEY IS EMPLEADOS-ID
                   INVALID KEY
                       DISPLAY "El numero no esta en el directorio."
                   NOT INVALID KEY
                       IF EMPLEADOS-STATUS NOT = "A"
                           DISPLAY "El empleado no esta activo."
                       ELSE
                           IF EMPLEADOS-TURNO = SPACES
                               DISPLAY "El empleado no tiene turno "
                                   "asignado en el directorio."
                           ELSE
                               MOVE "S" TO WS-EMPLEADO-VALIDO
                           END-IF
                       END-IF
               END-READ
           END-IF.

           VALIDA-PAREJA.
           IF WS-NUMERO-A = WS-NUMERO-B
               DISPLAY "Los dos numeros son el mismo empleado."
               MOVE "N" TO WS-SOLICITUD-VALIDA
           ELSE
               IF WS-TURNO-A = WS-TURNO-B
                   DISPLAY "Los dos tienen el mismo turno; no hay "
                       "nada que permutar."
                   MOVE "N" TO WS-SOLICITUD-VALIDA
               ELSE
                   IF WS-JEFE-A NOT = WS-JEFE-B
                       OR WS-JEFE-A = SPACES
                       DISPLAY "Los dos deben reportar al mismo jefe "
                           "directo para que lo apruebe."
                       MOVE "N" TO WS-SOLICITUD-VALIDA
                   END-IF
               END-IF
           END-IF.

           CAPTURA-FECHAS.
           DISPLAY "Primer dia de la permuta (AAAAMMDD): ".
           PERFORM CAPTURA-FECHA.
           MOVE WS-FECHA-X (1:8) TO WS-FECHA-INICIO.
           MOVE WS-FIN-ENTERO TO WS-INICIO-ENTERO.
           IF WS-SOLICITUD-VALIDA = "S"
               DISPLAY "Ultimo dia de la permuta (AAAAMMDD): "
               PERFORM CAPTURA-FECHA
               MOVE WS-FECHA-X (1:8) TO WS-FECHA-FIN
           END-IF.
           IF WS-SOLICITUD-VALIDA = "S"
               IF WS-INICIO-ENTERO < WS-HOY-ENTERO
                   DISPLAY "La permuta se pide de hoy en adelante."
                   MOVE "N" TO WS-SOLICITUD-VALIDA
               ELSE
                   IF WS-FIN-ENTERO < WS-INICIO-ENTERO
                       DISPLAY "El ultimo dia es anterior al primero."
                       MOVE "N" TO WS-SOLICITUD-VALIDA
                   ELSE
                       COMPUTE WS-DIAS-PERMUTA =
                           WS-FIN-ENTERO - WS-INICIO-ENTERO + 1
                       IF WS-DIAS-PERMUTA > WS-MAX-DIAS
                           DISPLAY "La permuta es de " WS-DIAS-PERMUTA
                               " dias y el maximo es " WS-MAX-DIAS "."
                           MOVE "N" TO WS-SOLICITUD-VALIDA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Deja en WS-FIN-ENTERO el dia entero de la fecha tecleada;
      *    cero si no es una fecha real.
           CAPTURA-FECHA.
           MOVE ZEROES TO WS-FIN-ENTERO.
           ACCEPT WS-FECHA-X.
           IF WS-FECHA-X (1:8) IS NUMERIC
               AND WS-FECHA-X (9:2) = SPACES
               COMPUTE WS-FIN-ENTERO = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-FECHA-X (1:8)))
           END-IF.
           IF WS-FIN-ENTERO = ZEROES
               DISPLAY "Fecha no valida."
               MOVE "N" TO WS-SOLICITUD-VALIDA
           END-IF.

      *    Ninguno de los dos puede quedar en dos permutas vivas
      *    (solicitadas o aprobadas) que se encimen en fechas.
           BUSCA-ENCIMADA.
           MOVE "N" TO WS-ENCIMADA.
           PERFORM VARYING WS-IX-PMT FROM 1 BY 1
               UNTIL WS-IX-PMT > WS-TOTAL-PERMUTAS
               OR WS-ENCIMADA = "S"
               MOVE WS-PMT-LINEA (WS-IX-PMT) TO PERMUTA-REGISTRO
               IF (PMT-STATUS = "S" OR PMT-STATUS = "A")
                   AND PMT-FECHA-INICIO <= WS-FECHA-FIN
                   AND PMT-FECHA-FIN >= WS-FECHA-INICIO
                   AND (PMT-NUMERO-A = WS-NUMERO-A
                       OR PMT-NUMERO-A = WS-NUMERO-B
                       OR PMT-NUMERO-B = WS-NUMERO-A
                       OR PMT-NUMERO-B = WS-NUMERO-B)
                   MOVE "S" TO WS-ENCIMADA
               END-IF
           END-PERFORM.
           IF WS-ENCIMADA = "S"
               DISPLAY "Ya hay una permuta (folio " PMT-FOLIO ") de "
                   "alguno de los dos del " PMT-FECHA-INICIO " al "
                   PMT-FECHA-FIN "."
               MOVE "N" TO WS-SOLICITUD-VALIDA
           END-IF.

           GUARDA-PERMUTA.
           ADD 1 TO WS-ULTIMO-FOLIO.
           INITIALIZE PERMUTA-REGISTRO.
           MOVE WS-ULTIMO-FOLIO TO PMT-FOLIO.
           MOVE WS-NUMERO-A TO PMT-NUMERO-A.
           MOVE WS-TURNO-A TO PMT-TURNO-A.
           MOVE WS-NUMERO-B TO PMT-NUMERO-B.
           MOVE WS-TURNO-B TO PMT-TURNO-B.
           MOVE WS-FECHA-INICIO TO PMT-FECHA-INICIO.
           MOVE WS-FECHA-FIN TO PMT-FECHA-FIN.
           MOVE "S" TO PMT-STATUS.
           MOVE WS-MOTIVO TO PMT-MOTIVO.
           MOVE WS-FECHA-HOY TO PMT-FECHA-SOLICITUD.
           OPEN EXTEND PERMUTAS-TURNO.
           IF WS-FILE-STATUS-PMT NOT = "00"
               OPEN OUTPUT PERMUTAS-TURNO
           END-IF.
           IF WS-FILE-STATUS-PMT NOT = "00"
               DISPLAY "No se pudo abrir el archivo de permutas: "
                   FUNCTION TRIM(WS-RUTA-PERMUTAS)
           ELSE
               MOVE PERMUTA-REGISTRO TO LINEA-PERMUTA
               WRITE LINEA-PERMUTA
               CLOSE PERMUTAS-TURNO
               IF WS-TOTAL-PERMUTAS < 5000
                   ADD 1 TO WS-TOTAL-PERMUTAS
                   MOVE LINEA-PERMUTA
                       TO WS-PMT-LINEA (WS-TOTAL-PERMUTAS)
               END-IF
               DISPLAY "Permuta registrada con folio " PMT-FOLIO
                   "; su jefe directo la vera en la pantalla de "
                   "aprobacion."
           END-IF.

       END PROGRAM solicita-permuta.
