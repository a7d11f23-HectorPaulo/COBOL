      *         DOS TOPES SE ESTACIONA EN LA COLA DE APROBACIONES
      *         (APRREG.cpy) PARA QUE UN SUPERVISOR LO APRUEBE EN
      *         APRUEBA-CAMBIOS ANTES DE QUE EL DINERO SALGA, EN VEZ
      *         DE QUE LA AUDITORIA LO ATRAPE DESPUES. UN SALARIO
      *         MENSUAL POR DEBAJO DE 30 DIAS DEL SALARIO MINIMO DE LA
      *         ZONA DEL SITIO DEL EMPLEADO VIGENTE A LA FECHA DE LA
      *         CAPTURA (busca-salario-minimo) SE RECHAZA SIN
      *         APLICARSE NI ESTACIONARSE. MIENTRAS UN PERIODO ESTA
      *         CALCULADO Y SIN CERRAR (verifica-congelamiento) TODO
      *         CAMBIO SE ESTACIONA EN LA COLA CON RAZON "CONGELADO"
      *         Y QUEDA ASENTADO (estaciona-congelado), SALVO QUE EL
      *         SUPERVISOR LO FUERCE, LO QUE TAMBIEN QUEDA ASENTADO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
       SELECT EMPLEADOS-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-ENTRADA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ENT.

       SELECT EMPLEADOS-SALIDA
       ASSIGN TO DYNAMIC WS-RUTA-SALIDA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NSA-LLAVE
       ALTERNATE RECORD KEY IS NSA-DEPTO WITH DUPLICATES
       ALTERNATE RECORD KEY IS NSA-PUESTO WITH DUPLICATES
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SAL.

       SELECT APROBACIONES-SALARIO

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ENTRADA.
           COPY NOMIDX.

       FD EMPLEADOS-SALIDA.
       01  REG-EMPLEADOS-SALIDA.
           05 NSA-LLAVE.
               10 NSA-SITIO PIC X(2).
               10 NSA-NUMERO PIC 9(5).
           05 NSA-DATOS.
               10 FILLER PIC X(36).
               10 NSA-DEPTO PIC 9(3).
               10 NSA-PUESTO PIC 9(2).
               10 FILLER PIC X(15).

       FD APROBACIONES-SALARIO.
       01  LINEA-APROBACION PIC X(120).

       WORKING-STORAGE SECTION.
       COPY NOMREG.
       01  WS-ENCONTRADO PIC X.
       01  WS-REQUIERE-APROBACION PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-ZONA-SITIO PIC X(1).
       01  WS-MINIMO-DIARIO-ZONA PIC 9(5)V99.
       01  WS-MINIMO-MENSUAL-ZONA PIC 9(7)V99.
       01  WS-RESULTADO-MINIMO PIC X.
       01  WS-PROGRAMA-PLG PIC X(20) VALUE "captura-salarios".
       01  WS-MINIMO-EDITADO PIC ZZZZZZ9.99.

       01  WS-SALARIO-ANTERIOR PIC S9(07)V99.
       01  WS-SALARIO-ANTERIOR-X REDEFINES WS-SALARIO-ANTERIOR
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-CNG-PERIODO PIC X(6).
       01  WS-CNG-DECISION PIC X(1).
       01  WS-CNG-ACCION PIC X(1).
       01  WS-CNG-RESULTADO PIC X(1).
       01  WS-CNG-CAMPO PIC X(8) VALUE "SALARIO".
       01  WS-CNG-EMPLEADO-ID PIC X(6).
       01  WS-CNG-VALOR-ANTERIOR PIC X(20).
       01  WS-CNG-VALOR-NUEVO PIC X(20).
       01  WS-CNG-IMAGEN PIC X(218) VALUE SPACES.
       01  WS-CNG-IMPORTE PIC -(7)9.99.

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           END-IF.
           PERFORM RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           CALL "verifica-congelamiento"
               USING WS-SESION-ROL WS-CNG-PERIODO WS-CNG-DECISION
           END-CALL.
           DISPLAY "Numero de nomina del empleado: ".
           ACCEPT WS-NUMERO-CAPTURADO.
           DISPLAY "Salario nuevo: ".
           END-IF.

           LEE-SIGUIENTE-EMPLEADO.
           READ EMPLEADOS-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DEL-MAESTRO
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
           END-READ.

           PROCESA-EMPLEADO.
           IF WS-NUMERO-EMP = WS-NUMERO-CAPTURADO
               MOVE "S" TO WS-ENCONTRADO
               PERFORM BUSCA-MINIMO-ZONA
               IF WS-SALARIO-NUEVO-CAP < WS-MINIMO-MENSUAL-ZONA
                   MOVE WS-MINIMO-MENSUAL-ZONA TO WS-MINIMO-EDITADO
                   DISPLAY "Rechazado: el salario nuevo queda debajo "
                       "del minimo de la zona " WS-ZONA-SITIO
                       " del sitio (" WS-MINIMO-EDITADO
                       " al mes); el maestro NO se toco."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM EVALUA-CAMBIO
               END-IF
           END-IF.
           MOVE WS-SITIO-EMP TO NSA-SITIO.
           MOVE WS-NUMERO-EMP TO NSA-NUMERO.
           MOVE WS-REG-EMPLEADOS TO NSA-DATOS.
           WRITE REG-EMPLEADOS-SALIDA
               INVALID KEY
                   DISPLAY "Llave repetida o fuera de orden en el "
                       "maestro de salida: " WS-SITIO-EMP " "
                       WS-NUMERO-EMP
           END-WRITE.
           PERFORM LEE-SIGUIENTE-EMPLEADO.

      *    El maestro guarda el salario mensual; el minimo de ley es
      *    diario y se lleva a 30 dias para compararlo.
           BUSCA-MINIMO-ZONA.
           CALL "busca-salario-minimo"
               USING WS-PROGRAMA-PLG WS-SITIO-EMP WS-FECHA-HOY
                   WS-ZONA-SITIO WS-MINIMO-DIARIO-ZONA
                   WS-RESULTADO-MINIMO
           END-CALL.
           COMPUTE WS-MINIMO-MENSUAL-ZONA =
               WS-MINIMO-DIARIO-ZONA * 30.

           EVALUA-CAMBIO.
           MOVE WS-SALARIO-EMP TO WS-SALARIO-ANTERIOR.
           COMPUTE WS-DIFERENCIA =
               OR WS-DIFERENCIA-ABS > WS-TOPE-MONTO
               MOVE "S" TO WS-REQUIERE-APROBACION
           END-IF.
           IF WS-CNG-DECISION = "E"
               MOVE "S" TO WS-REQUIERE-APROBACION
           END-IF.
           IF WS-REQUIERE-APROBACION = "S"
               PERFORM ESTACIONA-CAMBIO
           ELSE
                       WS-RAZON-HIS
               END-CALL
               DISPLAY "Cambio aplicado al maestro de salida."
               IF WS-CNG-DECISION = "F"
                   MOVE "F" TO WS-CNG-ACCION
                   PERFORM ASIENTA-CONGELADO
               END-IF
           END-IF.

           ESTACIONA-CAMBIO.
               MOVE WS-SALARIO-NUEVO-CAP TO APR-SALARIO-NUEVO
               MOVE "P" TO APR-STATUS
               MOVE SPACES TO APR-RAZON
               IF WS-CNG-DECISION = "E"
                   STRING "CONGELADO " WS-CNG-PERIODO
                       DELIMITED BY SIZE INTO APR-RAZON
               END-IF
               MOVE APROBACION-REGISTRO TO LINEA-APROBACION
               WRITE LINEA-APROBACION
               CLOSE APROBACIONES-SALARIO
               IF WS-CNG-DECISION = "E"
                   MOVE "E" TO WS-CNG-ACCION
                   PERFORM ASIENTA-CONGELADO
                   DISPLAY "La nomina esta congelada; el cambio quedo "
                       "en la cola de aprobaciones y el maestro NO "
                       "se toco."
               ELSE
                   DISPLAY "El cambio rebasa el tope; quedo en la "
                       "cola de aprobaciones para un supervisor y el "
                       "maestro NO se toco."
               END-IF
           END-IF.

      *    El cambio de salario no lleva imagen del directorio: lo
      *    estaciona la cola de aprobaciones, aqui solo se asienta.
           ASIENTA-CONGELADO.
           MOVE WS-NUMERO-EMP TO WS-CNG-EMPLEADO-ID.
           MOVE WS-SALARIO-ANTERIOR TO WS-CNG-IMPORTE.
           MOVE WS-CNG-IMPORTE TO WS-CNG-VALOR-ANTERIOR.
           MOVE WS-SALARIO-NUEVO-CAP TO WS-CNG-IMPORTE.
           MOVE WS-CNG-IMPORTE TO WS-CNG-VALOR-NUEVO.
           CALL "estaciona-congelado"
               USING WS-CNG-PERIODO WS-CNG-ACCION WS-PROGRAMA-PLG
                   WS-SESION-USUARIO WS-CNG-EMPLEADO-ID WS-CNG-CAMPO
                   WS-CNG-VALOR-ANTERIOR WS-CNG-VALOR-NUEVO
                   WS-CNG-IMAGEN WS-CNG-RESULTADO
           END-CALL.

       END PROGRAM captura-salarios.
