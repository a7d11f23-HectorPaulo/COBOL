      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:MANTENIMIENTO DEL PADRON SINDICAL (SINDICATO.dat):
      *         AFILIAR A UN EMPLEADO CON SU SINDICATO, SECCION Y
      *         FECHA DE ALTA, CAMBIAR SUS DATOS Y REGISTRAR SU BAJA
      *         DEL SINDICATO. LA BAJA NO BORRA EL REGISTRO: QUEDA LA
      *         FECHA PARA QUE registro-nomina DEJE DE RETENER LA
      *         CUOTA Y remesa-sindical EXPLIQUE POR QUE YA NO SE LE
      *         DESCONTO. LLAMADO DESDE LA OPCION S DEL MENU-
      *         PRINCIPAL DE BDD-INDEXADAS. RECHAZA IDS QUE NO
      *         EXISTEN EN EMPLEADOS-ARCHIVO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantiene-sindicato.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT SINDICATO-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-SINDICATO
       ORGANIZATION IS INDEXED
       RECORD KEY IS SIN-EMPLEADO-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-SIN.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SINDICATO-ARCHIVO.
           COPY SINREG.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       WORKING-STORAGE SECTION.
       01  WS-RUTA-SINDICATO PIC X(200).
       01  WS-RUTA-ARCHIVO PIC X(200).
       01  WS-FILE-STATUS-SIN PIC X(2).
       01  WS-FILE-STATUS PIC X(2).
       01  WS-OPCION-SIN PIC X.
       01  WS-ID-CAPTURADO PIC X(6).
       01  WS-FECHA-CAPTURADA PIC X(8).
       01  WS-EMPLEADO-EXISTE PIC X.
       01  FIN-DE-SINDICATO PIC X.
       01  WS-TOTAL-MOSTRADOS PIC 9(5).
       01  WS-ESTADO-AFILIADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           PERFORM RESUELVE-RUTAS.
           PERFORM ABRE-ARCHIVOS.
           MOVE SPACES TO WS-OPCION-SIN.
           PERFORM MENU-SINDICATO UNTIL WS-OPCION-SIN = "0".
           CLOSE SINDICATO-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           GOBACK.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-SINDICATO FROM ENVIRONMENT
               "SINDICATO_DAT_PATH".
           IF WS-RUTA-SINDICATO = SPACES
               MOVE "SINDICATO.dat" TO WS-RUTA-SINDICATO
           END-IF.
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "EMPLEADOS_DAT_PATH".
           IF WS-RUTA-ARCHIVO = SPACES
               MOVE "C:\Users\H_A_P\OneDrive\Escritorio\EMPLEADOS.dat"
                   TO WS-RUTA-ARCHIVO
           END-IF.

           ABRE-ARCHIVOS.
           OPEN I-O SINDICATO-ARCHIVO.
           IF WS-FILE-STATUS-SIN = "35"
               OPEN OUTPUT SINDICATO-ARCHIVO
               CLOSE SINDICATO-ARCHIVO
               OPEN I-O SINDICATO-ARCHIVO
           END-IF.
           IF WS-FILE-STATUS-SIN NOT = "00"
               DISPLAY "No se pudo abrir SINDICATO-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS-SIN
               GOBACK
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS-ARCHIVO. FILE "
                   "STATUS: " WS-FILE-STATUS
               CLOSE SINDICATO-ARCHIVO
               GOBACK
           END-IF.

           MENU-SINDICATO.
           DISPLAY "--------------------------------------------".
           DISPLAY "  PADRON SINDICAL".
           DISPLAY "  1. Listar el padron".
           DISPLAY "  2. Afiliar a un empleado".
           DISPLAY "  3. Modificar una afiliacion".
           DISPLAY "  4. Registrar la baja del sindicato".
           DISPLAY "  0. Regresar al menu principal".
           DISPLAY "--------------------------------------------".
           DISPLAY "Seleccione una opcion: ".
           ACCEPT WS-OPCION-SIN.
           EVALUATE WS-OPCION-SIN
               WHEN "1"
                   PERFORM LISTA-PADRON
               WHEN "2"
                   PERFORM AFILIA-EMPLEADO
               WHEN "3"
                   PERFORM MODIFICA-AFILIACION
               WHEN "4"
                   PERFORM REGISTRA-BAJA-SINDICATO
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

           VALIDA-EMPLEADO-EXISTE.
           MOVE "N" TO WS-EMPLEADO-EXISTE.
           MOVE WS-ID-CAPTURADO TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   DISPLAY "No existe un empleado con el ID "
                       WS-ID-CAPTURADO "; no se puede continuar."
               NOT INVALID KEY
                   MOVE "S" TO WS-EMPLEADO-EXISTE
           END-READ.

           LISTA-PADRON.
           MOVE ZEROES TO WS-TOTAL-MOSTRADOS.
           MOVE LOW-VALUES TO SIN-EMPLEADO-ID.
           START SINDICATO-ARCHIVO KEY IS NOT LESS THAN
               SIN-EMPLEADO-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "1" TO FIN-DE-SINDICATO
                   PERFORM LEE-SIGUIENTE-AFILIADO
                   PERFORM MUESTRA-AFILIADO
                       UNTIL FIN-DE-SINDICATO = "0"
           END-START.
           IF WS-TOTAL-MOSTRADOS = ZEROES
               DISPLAY "El padron sindical esta vacio."
           END-IF.

           LEE-SIGUIENTE-AFILIADO.
           READ SINDICATO-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-SINDICATO
           END-READ.

           MUESTRA-AFILIADO.
           IF SIN-FECHA-BAJA = SPACES
               MOVE "AFILIADO" TO WS-ESTADO-AFILIADO
           ELSE
               MOVE "BAJA" TO WS-ESTADO-AFILIADO
           END-IF.
           DISPLAY "  " SIN-EMPLEADO-ID " sindicato " SIN-SINDICATO
               " seccion " SIN-SECCION " alta " SIN-FECHA-ALTA
               " baja " SIN-FECHA-BAJA " " WS-ESTADO-AFILIADO.
           ADD 1 TO WS-TOTAL-MOSTRADOS.
           PERFORM LEE-SIGUIENTE-AFILIADO.

      *    Un empleado que ya se dio de baja y regresa al sindicato
      *    se vuelve a afiliar con la opcion 3: se captura la nueva
      *    fecha de alta y la baja queda en blanco.
           AFILIA-EMPLEADO.
           DISPLAY "ID del empleado: ".
           ACCEPT WS-ID-CAPTURADO.
           PERFORM VALIDA-EMPLEADO-EXISTE.
           IF WS-EMPLEADO-EXISTE = "S"
               MOVE WS-ID-CAPTURADO TO SIN-EMPLEADO-ID
               READ SINDICATO-ARCHIVO
                   KEY IS SIN-EMPLEADO-ID
                   INVALID KEY
                       MOVE WS-ID-CAPTURADO TO SIN-EMPLEADO-ID
                       PERFORM CAPTURA-DATOS-AFILIACION
                       WRITE SINDICATO-REGISTRO
                           INVALID KEY
                               DISPLAY "No se pudo afiliar al "
                                   "empleado."
                           NOT INVALID KEY
                               DISPLAY "Empleado afiliado."
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY "Ese empleado ya esta en el padron; "
                           "use la opcion 3 para cambiarlo."
               END-READ
           END-IF.

           CAPTURA-DATOS-AFILIACION.
           DISPLAY "Clave del sindicato (catalogo SINDICATOS.txt): ".
           ACCEPT SIN-SINDICATO.
           MOVE FUNCTION UPPER-CASE(SIN-SINDICATO) TO SIN-SINDICATO.
           DISPLAY "Seccion: ".
           ACCEPT SIN-SECCION.
           DISPLAY "Fecha de alta en el sindicato AAAAMMDD: ".
           ACCEPT SIN-FECHA-ALTA.
           MOVE SPACES TO SIN-FECHA-BAJA.

           MODIFICA-AFILIACION.
           DISPLAY "ID del empleado: ".
           ACCEPT WS-ID-CAPTURADO.
           MOVE WS-ID-CAPTURADO TO SIN-EMPLEADO-ID.
           READ SINDICATO-ARCHIVO
               KEY IS SIN-EMPLEADO-ID
               INVALID KEY
                   DISPLAY "Ese empleado no esta en el padron."
               NOT INVALID KEY
                   DISPLAY "Capturando nuevos datos de "
                       SIN-EMPLEADO-ID
                   PERFORM CAPTURA-DATOS-AFILIACION
                   REWRITE SINDICATO-REGISTRO
                       INVALID KEY
                           DISPLAY "No se pudo modificar la "
                               "afiliacion."
                       NOT INVALID KEY
                           DISPLAY "Afiliacion modificada."
                   END-REWRITE
           END-READ.

           REGISTRA-BAJA-SINDICATO.
           DISPLAY "ID del empleado: ".
           ACCEPT WS-ID-CAPTURADO.
           MOVE WS-ID-CAPTURADO TO SIN-EMPLEADO-ID.
           READ SINDICATO-ARCHIVO
               KEY IS SIN-EMPLEADO-ID
               INVALID KEY
                   DISPLAY "Ese empleado no esta en el padron."
               NOT INVALID KEY
                   DISPLAY "Fecha de baja del sindicato AAAAMMDD: "
                   ACCEPT WS-FECHA-CAPTURADA
                   IF WS-FECHA-CAPTURADA IS NOT NUMERIC
                       OR WS-FECHA-CAPTURADA < SIN-FECHA-ALTA
                       DISPLAY "Fecha de baja no valida."
                   ELSE
                       MOVE WS-FECHA-CAPTURADA TO SIN-FECHA-BAJA
                       REWRITE SINDICATO-REGISTRO
                           INVALID KEY
                               DISPLAY "No se pudo registrar la "
                                   "baja."
                           NOT INVALID KEY
                               DISPLAY "Baja del sindicato "
                                   "registrada."
                       END-REWRITE
                   END-IF
           END-READ.
       END PROGRAM mantiene-sindicato.
