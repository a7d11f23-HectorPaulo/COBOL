      *         PORCENTAJE Y EL DEPARTAMENTO (OPCIONAL) DE UNA TARJETA
      *         DE PARAMETROS, Y DEJANDO UN LISTADO ANTES/DESPUES PARA
      *         QUE NOMINA LO REVISE ANTES DE APLICARLO A PRODUCCION.
      *         EL AUMENTO QUE DEJA EL SALARIO MENSUAL POR DEBAJO DE 30
      *         DIAS DEL SALARIO MINIMO DE LA ZONA DEL SITIO DEL
      *         EMPLEADO VIGENTE A LA FECHA EFECTIVA DEL AUMENTO
      *         (busca-salario-minimo) SE RECHAZA: EL
      *         EMPLEADO CONSERVA SU SALARIO Y SALE MARCADO "BAJO
      *         MINIMO" EN EL LISTADO PARA CAPTURARLO A MANO.
      *         MIENTRAS UN PERIODO ESTA CALCULADO Y SIN CERRAR
      *         (verifica-congelamiento) EL AUMENTO NO CORRE, SALVO
      *         QUE EL SUPERVISOR LO FUERCE; ENTONCES CADA AUMENTO
      *         APLICADO QUEDA ASENTADO (estaciona-congelado).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.

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

       SELECT REPORTE-AUMENTO
       FD PARAMETROS.
       01  LINEA-PARAMETROS PIC X(80).

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

       FD REPORTE-AUMENTO.
       01  LINEA-REPORTE-AUM PIC X(91).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-PARAMETROS PIC X(200).
           05 WS-SALARIO-EMP PIC S9(07)V99.
           05 WS-SITIO-EMP PIC X(02).
           05 WS-REGIMEN-EMP PIC X(03).
           05 WS-FRECUENCIA-EMP PIC X(01).

       01  WS-SALARIO-ANTERIOR PIC S9(07)V99.
       01  WS-SALARIO-ANTERIOR-X REDEFINES WS-SALARIO-ANTERIOR
       01  WS-APLICA-AUMENTO PIC X.
       01  WS-TOTAL-LEIDOS PIC 9(06) VALUE ZEROES.
       01  WS-TOTAL-AUMENTADOS PIC 9(06) VALUE ZEROES.
       01  WS-TOTAL-BAJO-MINIMO PIC 9(06) VALUE ZEROES.
       01  WS-ZONA-SITIO PIC X(1).
       01  WS-MINIMO-DIARIO-ZONA PIC 9(5)V99.
       01  WS-MINIMO-MENSUAL-ZONA PIC 9(7)V99.
       01  WS-RESULTADO-MINIMO PIC X.

       01  WS-LINEA-ANTES-DESPUES.
           05 LAD-NUMERO PIC 9(05).
           05 LAD-SALARIO-ANTES PIC -ZZZZZZ9.99.
           05 FILLER PIC X(9) VALUE "DESPUES:".
           05 LAD-SALARIO-DESPUES PIC -ZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LAD-MARCA PIC X(11).

       01  WS-SESION-USUARIO PIC X(20).
       01  WS-SESION-ROL PIC X(1).
       01  WS-SESION-OK PIC X.

       01  WS-CNG-PERIODO PIC X(6).
       01  WS-CNG-DECISION PIC X(1).
       01  WS-CNG-RESULTADO PIC X(1).
       01  WS-CNG-CAMPO PIC X(8) VALUE "SALARIO".
       01  WS-CNG-EMPLEADO-ID PIC X(6).
       01  WS-CNG-VALOR-ANTERIOR PIC X(20).
       01  WS-CNG-VALOR-NUEVO PIC X(20).
       01  WS-CNG-IMAGEN PIC X(218) VALUE SPACES.
       01  WS-CNG-IMPORTE PIC -(7)9.99.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "aumenta-salarios".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "verifica-congelamiento"
               USING WS-SESION-ROL WS-CNG-PERIODO WS-CNG-DECISION
           END-CALL.
           IF WS-CNG-DECISION = "E"
               DISPLAY "El aumento masivo no corre mientras el "
                   "periodo " WS-CNG-PERIODO " no se cierre."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-AUMENTADOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           IF WS-TOTAL-BAJO-MINIMO > ZEROES
               DISPLAY "Aumentos rechazados por quedar bajo el "
                   "salario minimo de su zona: " WS-TOTAL-BAJO-MINIMO
               MOVE "AVISO" TO WS-BIT-ESTADO
           END-IF.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           END-IF.

           LEE-SIGUIENTE-EMPLEADO.
           READ EMPLEADOS-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DEL-MAESTRO
               NOT AT END
                   MOVE NMX-DATOS TO WS-REG-EMPLEADOS
                   ADD 1 TO WS-TOTAL-LEIDOS
           END-READ.

               COMPUTE WS-SALARIO-NUEVO ROUNDED =
                   WS-SALARIO-EMP +
                   (WS-SALARIO-EMP * WS-PORCENTAJE / 100)
               PERFORM BUSCA-MINIMO-ZONA
               IF WS-SALARIO-NUEVO < WS-MINIMO-MENSUAL-ZONA
                   MOVE "BAJO MINIMO" TO LAD-MARCA
                   PERFORM ESCRIBE-ANTES-DESPUES
                   ADD 1 TO WS-TOTAL-BAJO-MINIMO
               ELSE
                   MOVE SPACES TO LAD-MARCA
                   MOVE WS-SALARIO-NUEVO TO WS-SALARIO-EMP
                   PERFORM ESCRIBE-ANTES-DESPUES
                   PERFORM REGISTRA-CAMBIO-HISTORIAL
                   ADD 1 TO WS-TOTAL-AUMENTADOS
                   IF WS-CNG-DECISION = "F"
                       PERFORM ASIENTA-FORZADO
                   END-IF
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
               USING WS-BIT-PROGRAMA WS-SITIO-EMP WS-FECHA-EFECTIVA-HIS
                   WS-ZONA-SITIO WS-MINIMO-DIARIO-ZONA
                   WS-RESULTADO-MINIMO
           END-CALL.
           COMPUTE WS-MINIMO-MENSUAL-ZONA =
               WS-MINIMO-DIARIO-ZONA * 30.

           REGISTRA-CAMBIO-HISTORIAL.
           CALL "registra-historial"
               USING WS-NUMERO-EMP WS-FECHA-EFECTIVA-HIS WS-TIPO-HIS
                   WS-RAZON-HIS
           END-CALL.

           ASIENTA-FORZADO.
           MOVE WS-NUMERO-EMP TO WS-CNG-EMPLEADO-ID.
           MOVE WS-SALARIO-ANTERIOR TO WS-CNG-IMPORTE.
           MOVE WS-CNG-IMPORTE TO WS-CNG-VALOR-ANTERIOR.
           MOVE WS-SALARIO-NUEVO TO WS-CNG-IMPORTE.
           MOVE WS-CNG-IMPORTE TO WS-CNG-VALOR-NUEVO.
           CALL "estaciona-congelado"
               USING WS-CNG-PERIODO WS-CNG-DECISION WS-BIT-PROGRAMA
                   WS-SESION-USUARIO WS-CNG-EMPLEADO-ID WS-CNG-CAMPO
                   WS-CNG-VALOR-ANTERIOR WS-CNG-VALOR-NUEVO
                   WS-CNG-IMAGEN WS-CNG-RESULTADO
           END-CALL.

           ESCRIBE-ANTES-DESPUES.
           MOVE WS-NUMERO-EMP TO LAD-NUMERO.
           MOVE WS-NOMBRE-EMP TO LAD-NOMBRE.
