      * Date:22/08/2026
      * Purpose:SINCRONIZAR DEPARTAMENTO Y PUESTO ENTRE EL DIRECTORIO
      *         (EMPLEADOS-ARCHIVO, CAMPOS EMPLEADOS-DEPTO Y
      *         EMPLEADOS-PUESTO) Y EL MAESTRO DE NOMINA DE 56 BYTES
      *         QUE LEE PROG0010 (WS-DEPTO-EMP Y WS-PUESTO-EMP),
      *         CRUZANDO POR LA REGLA DE CRUCEID.cpy. LA DIRECCION LA
      *         DECIDE UNA VARIABLE DE AMBIENTE: "N" = LA NOMINA MANDA
      *         (SE REESCRIBE EL DIRECTORIO), "D" = EL DIRECTORIO
      *         MANDA (SE ESCRIBE UN MAESTRO NUEVO, COMO LO HACE
      *         AUMENTA-SALARIOS). EL MAESTRO INDEXADO SE CONSULTA
      *         POR LLAVE SITIO+NUMERO EN LUGAR DE CARGARLO A TABLA.
      *         SIEMPRE SE IMPRIME UN LISTADO DE DISCREPANCIAS CON LO
      *         QUE NO CUADRABA ANTES DE TOCAR NADA. MIENTRAS UN
      *         PERIODO ESTA CALCULADO Y SIN CERRAR
      *         (verifica-congelamiento) SOLO SE IMPRIME EL LISTADO:
      *         NI EL DIRECTORIO NI LA NOMINA SE TOCAN HASTA EL
      *         CIERRE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT NOMINA-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FILE-STATUS-NOM.

       SELECT NOMINA-SALIDA
       ASSIGN TO DYNAMIC WS-RUTA-NOMINA-SALIDA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NSA-LLAVE
       ALTERNATE RECORD KEY IS NSA-DEPTO WITH DUPLICATES
       ALTERNATE RECORD KEY IS NSA-PUESTO WITH DUPLICATES
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SAL.

       SELECT LISTADO-DISCREPANCIAS
       FD EMPLEADOS-ARCHIVO.
           COPY EMPREG.

       FD NOMINA-ENTRADA.
           COPY NOMIDX.

       FD NOMINA-SALIDA.
       01  REG-NOMINA-SALIDA.
           05 NSA-LLAVE.
               10 NSA-SITIO PIC X(2).
               10 NSA-NUMERO PIC 9(5).
           05 NSA-DATOS.
               10 FILLER PIC X(36).
               10 NSA-DEPTO PIC 9(3).
               10 NSA-PUESTO PIC 9(2).
               10 FILLER PIC X(15).

       FD LISTADO-DISCREPANCIAS.
       01  LINEA-LISTADO PIC X(90).
      *    WS-DIRECCION-SINC: "N" = la nomina manda (valor por
      *    omision), "D" = el directorio manda.
       01  WS-DIRECCION-SINC PIC X VALUE "N".
      *    WS-DIRECCION-APLICA: la direccion que de verdad se aplica
      *    a cada discrepancia; "X" con la nomina congelada.
       01  WS-DIRECCION-APLICA PIC X.
       01  WS-CRUCE-ARMADO PIC X.
       01  FIN-DE-NOMINA PIC X.
       01  FIN-DEL-ARCHIVO PIC X.
           05 WS-SALARIO-EMP PIC S9(07)V99.
           05 WS-SITIO-EMP PIC X(02).
           05 WS-REGIMEN-EMP PIC X(03).
           05 WS-FRECUENCIA-EMP PIC X(01).

       01  WS-ENCONTRADO PIC X.

      *    Congelamiento de datos maestros: la sincronizacion no
      *    tiene sesion (rol en blanco), asi que nunca se fuerza.
       01  WS-CNG-ROL PIC X(1) VALUE SPACE.
       01  WS-CNG-PERIODO PIC X(6).
       01  WS-CNG-DECISION PIC X(1).

       01  WS-TOTAL-NOMINA-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-DIR-LEIDOS PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-DISCREPANCIAS PIC 9(6) VALUE ZEROES.
           EMPIEZA-PROGRAMA.
           PERFORM RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-EFECTIVA-HIS FROM DATE YYYYMMDD.
           CALL "verifica-congelamiento"
               USING WS-CNG-ROL WS-CNG-PERIODO WS-CNG-DECISION
           END-CALL.
           IF WS-CNG-DECISION = "E"
               DISPLAY "Periodo " WS-CNG-PERIODO " calculado y sin "
                   "cerrar: depto y puesto estan congelados; solo se "
                   "imprime el listado de discrepancias."
           END-IF.
           PERFORM ABRE-MAESTRO-NOMINA.
           PERFORM ABRE-ARCHIVOS.
           PERFORM RECORRE-DIRECTORIO.
           PERFORM REPORTA-SIN-DIRECTORIO.
           IF WS-DIRECCION-SINC = "D"
               AND WS-CNG-DECISION NOT = "E"
               PERFORM REESCRIBE-MAESTRO-NOMINA
           END-IF.
           CLOSE NOMINA-ENTRADA.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE LISTADO-DISCREPANCIAS.
           DISPLAY "Direccion de sincronizacion: " WS-DIRECCION-SINC.
               MOVE "N" TO WS-DIRECCION-SINC
           END-IF.

           ABRE-MAESTRO-NOMINA.
           OPEN INPUT NOMINA-ENTRADA.
           IF WS-FILE-STATUS-NOM NOT = "00"
               DISPLAY "No se pudo abrir el maestro de nomina: "
                   WS-RUTA-NOMINA
               STOP RUN
           END-IF.

           LEE-REGISTRO-NOMINA.
           READ NOMINA-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-NOMINA
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

           ABRE-ARCHIVOS.
           OPEN I-O EMPLEADOS-ARCHIVO.
           IF WS-FILE-STATUS NOT = "00"
               END-IF
           END-IF.
           IF WS-CRUCE-ARMADO = "S"
               PERFORM BUSCA-EN-NOMINA
               IF WS-ENCONTRADO = "S"
                   PERFORM COMPARA-DEPTO-PUESTO
               ELSE
                   MOVE "Sin contraparte en nomina" TO DIS-TEXTO
               END-IF
           END-IF.

           BUSCA-EN-NOMINA.
           MOVE "S" TO WS-ENCONTRADO.
           MOVE CRUCE-ID-SITIO TO NMX-SITIO.
           MOVE CRUCE-ID-NOMINA TO NMX-NUMERO.
           READ NOMINA-ENTRADA
               KEY IS NMX-LLAVE
               INVALID KEY
                   MOVE "N" TO WS-ENCONTRADO
               NOT INVALID KEY
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

           COMPARA-DEPTO-PUESTO.
           IF EMPLEADOS-DEPTO IS NUMERIC
               AND EMPLEADOS-PUESTO IS NUMERIC
               AND EMPLEADOS-DEPTO = WS-DEPTO-EMP
               AND EMPLEADOS-PUESTO = WS-PUESTO-EMP
               CONTINUE
           ELSE
               MOVE "Depto/puesto no coinciden" TO DIS-TEXTO
               PERFORM ESCRIBE-DISCREPANCIA
               IF WS-CNG-DECISION = "E"
                   MOVE "X" TO WS-DIRECCION-APLICA
               ELSE
                   MOVE WS-DIRECCION-SINC TO WS-DIRECCION-APLICA
               END-IF
               EVALUATE WS-DIRECCION-APLICA
                   WHEN "N"
                       IF EMPLEADOS-PUESTO IS NUMERIC
                           AND EMPLEADOS-PUESTO NOT = WS-PUESTO-EMP
                           MOVE EMPLEADOS-PUESTO
                               TO WS-VALOR-ANTERIOR-HIS
                           MOVE WS-PUESTO-EMP TO WS-VALOR-NUEVO-HIS
                           PERFORM REGISTRA-CAMBIO-PUESTO
                       END-IF
                       MOVE WS-DEPTO-EMP TO EMPLEADOS-DEPTO
                       MOVE WS-PUESTO-EMP TO EMPLEADOS-PUESTO
                       REWRITE EMPLEADOS-REGISTRO
                           INVALID KEY
                               DISPLAY "No se pudo reescribir el "
                   WHEN "D"
      *                El directorio solo puede mandar lo que tiene
      *                capturado; sin depto/puesto numericos no hay
      *                nada que empujar a la nomina. Los valores se
      *                aplican al copiar el maestro nuevo.
                       IF EMPLEADOS-DEPTO IS NUMERIC
                           AND EMPLEADOS-PUESTO IS NUMERIC
                           IF EMPLEADOS-PUESTO NOT = WS-PUESTO-EMP
                               MOVE WS-PUESTO-EMP
                                   TO WS-VALOR-ANTERIOR-HIS
                               MOVE EMPLEADOS-PUESTO
                                   TO WS-VALOR-NUEVO-HIS
                               PERFORM REGISTRA-CAMBIO-PUESTO
                           END-IF
                           ADD 1 TO WS-TOTAL-ACTUALIZADOS-NOM
                       END-IF
               END-EVALUATE
           ELSE
               MOVE "--" TO DIS-PUESTO-DIR
           END-IF.
           IF WS-ENCONTRADO = "S"
               MOVE WS-DEPTO-EMP TO DIS-DEPTO-NOM
               MOVE WS-PUESTO-EMP TO DIS-PUESTO-NOM
           ELSE
               MOVE ZEROES TO DIS-DEPTO-NOM DIS-PUESTO-NOM
           END-IF.
           WRITE LINEA-LISTADO.
           ADD 1 TO WS-TOTAL-DISCREPANCIAS.

      *    Segunda pasada sobre el maestro por su llave primaria:
      *    cada empleado de nomina arma su ID de directorio con
      *    forma-id-directorio y se busca por llave; el que no
      *    existe se lista sin contraparte.
           REPORTA-SIN-DIRECTORIO.
           MOVE LOW-VALUES TO NMX-LLAVE.
           MOVE "1" TO FIN-DE-NOMINA.
           START NOMINA-ENTRADA KEY IS NOT LESS THAN NMX-LLAVE
               INVALID KEY
                   MOVE "0" TO FIN-DE-NOMINA
           END-START.
           IF FIN-DE-NOMINA = "1"
               PERFORM LEE-REGISTRO-NOMINA
           END-IF.
           PERFORM CRUZA-REGISTRO-NOMINA UNTIL FIN-DE-NOMINA = "0".

           CRUZA-REGISTRO-NOMINA.
           ADD 1 TO WS-TOTAL-NOMINA-LEIDOS.
           MOVE WS-SITIO-EMP TO CRUCE-ID-SITIO.
           MOVE WS-NUMERO-EMP TO CRUCE-ID-NOMINA.
           CALL "forma-id-directorio"
               USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
           END-CALL.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   PERFORM ESCRIBE-SIN-DIRECTORIO
           END-READ.
           PERFORM LEE-REGISTRO-NOMINA.

           ESCRIBE-SIN-DIRECTORIO.
           MOVE SPACES TO DIS-ID.
           MOVE WS-NUMERO-EMP TO DIS-NUMERO.
           MOVE "Sin contraparte en directorio" TO DIS-TEXTO.
           MOVE "---" TO DIS-DEPTO-DIR.
           MOVE "--" TO DIS-PUESTO-DIR.
           MOVE WS-DEPTO-EMP TO DIS-DEPTO-NOM.
           MOVE WS-PUESTO-EMP TO DIS-PUESTO-NOM.
           MOVE WS-LINEA-DISCREPANCIA TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           ADD 1 TO WS-TOTAL-DISCREPANCIAS.
           ADD 1 TO WS-TOTAL-SIN-DIRECTORIO.

      *    Con el directorio mandando, el maestro de nomina se
      *    reescribe completo a un archivo nuevo (mismo patron
      *    entrada/salida que aumenta-salarios) aplicando el
      *    departamento y puesto que tiene el directorio.
           REESCRIBE-MAESTRO-NOMINA.
           OPEN OUTPUT NOMINA-SALIDA.
           IF WS-FILE-STATUS-SAL NOT = "00"
               DISPLAY "No se pudo crear el maestro nuevo: "
                   WS-RUTA-NOMINA-SALIDA
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO NMX-LLAVE.
           MOVE "1" TO FIN-DE-NOMINA.
           START NOMINA-ENTRADA KEY IS NOT LESS THAN NMX-LLAVE
               INVALID KEY
                   MOVE "0" TO FIN-DE-NOMINA
           END-START.
           IF FIN-DE-NOMINA = "1"
               PERFORM LEE-REGISTRO-NOMINA
           END-IF.
           PERFORM COPIA-REGISTRO-NOMINA UNTIL FIN-DE-NOMINA = "0".
           CLOSE NOMINA-SALIDA.
           DISPLAY "Maestro de nomina nuevo: " WS-RUTA-NOMINA-SALIDA.

           COPIA-REGISTRO-NOMINA.
           MOVE WS-NUMERO-EMP TO CRUCE-ID-NOMINA.
           MOVE WS-SITIO-EMP TO CRUCE-ID-SITIO.
           CALL "forma-id-directorio"
               USING CRUCE-ID-SITIO CRUCE-ID-NOMINA EMPLEADOS-ID
           END-CALL.
           READ EMPLEADOS-ARCHIVO
               KEY IS EMPLEADOS-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMPLEADOS-DEPTO IS NUMERIC
                       AND EMPLEADOS-PUESTO IS NUMERIC
                       MOVE EMPLEADOS-DEPTO TO WS-DEPTO-EMP
                       MOVE EMPLEADOS-PUESTO TO WS-PUESTO-EMP
                   END-IF
           END-READ.
           MOVE WS-SITIO-EMP TO NSA-SITIO.
           MOVE WS-NUMERO-EMP TO NSA-NUMERO.
           MOVE WS-REG-EMPLEADOS TO NSA-DATOS.
           WRITE REG-NOMINA-SALIDA
               INVALID KEY
                   DISPLAY "Llave repetida o fuera de orden en el "
                       "maestro de salida: " WS-SITIO-EMP " "
                       WS-NUMERO-EMP
           END-WRITE.
           PERFORM LEE-REGISTRO-NOMINA.
       END PROGRAM sincroniza-maestros.
