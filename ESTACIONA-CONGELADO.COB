      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: ASIENTA UN CAMBIO HECHO DURANTE EL
      *         CONGELAMIENTO DE verifica-congelamiento EN
      *         CAMBIOS-CONGELADOS.txt (CNGREG.cpy). CON ACCION "E" Y
      *         UNA IMAGEN DEL REGISTRO DEL DIRECTORIO, ADEMAS
      *         ESTACIONA EL CAMBIO EN TRANSACCIONES-PENDIENTES.dat
      *         (PENREG.cpy) CON LA FECHA DEL DIA Y EL CAMPO COMO
      *         TIPO (DEPTO, PUESTO, BANCO O CLABE): libera-pendientes
      *         LO DETIENE MIENTRAS SIGA CALCULADO EL PERIODO Y, YA
      *         CERRADO, SOLO COPIA ESE CAMPO AL REGISTRO VIGENTE. UN
      *         CAMBIO DE SALARIO LLEGA SIN IMAGEN PORQUE LO ESTACIONA
      *         LA COLA DE APROBACIONES. CON ACCION "F" (FORZADO POR
      *         SUPERVISOR) SOLO DEJA EL RENGLON. DEVUELVE "S" SI
      *         QUEDO ASENTADO Y "N" SI NO SE PUDO ESCRIBIR; EN ESE
      *         CASO EL PROGRAMA QUE LLAMA NO DEBE APLICAR EL CAMBIO.
      *         MISMO PATRON DE SUBRUTINA QUE registra-cambio-clabe.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. estaciona-congelado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CAMBIOS-CONGELADOS
       ASSIGN TO DYNAMIC WS-RUTA-CONGELADOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CNG.

       SELECT TRANSACCIONES-PENDIENTES
       ASSIGN TO DYNAMIC WS-RUTA-PENDIENTES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PEN.

       DATA DIVISION.
       FILE SECTION.
       FD CAMBIOS-CONGELADOS.
       01  LINEA-CONGELADO PIC X(125).

       FD TRANSACCIONES-PENDIENTES.
       01  LINEA-PENDIENTE PIC X(262).

       WORKING-STORAGE SECTION.
       COPY CNGREG.
       COPY PENREG.

       01  WS-RUTA-CONGELADOS PIC X(200).
       01  WS-FILE-STATUS-CNG PIC X(2).
       01  WS-RUTA-PENDIENTES PIC X(200).
       01  WS-FILE-STATUS-PEN PIC X(2).
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-HORA PIC X(16).

       LINKAGE SECTION.
       01  LK-PERIODO PIC X(6).
       01  LK-ACCION PIC X(1).
       01  LK-PROGRAMA PIC X(20).
       01  LK-USUARIO PIC X(20).
       01  LK-EMPLEADO-ID PIC X(6).
       01  LK-CAMPO PIC X(8).
       01  LK-VALOR-ANTERIOR PIC X(20).
       01  LK-VALOR-NUEVO PIC X(20).
       01  LK-IMAGEN PIC X(218).
       01  LK-RESULTADO PIC X(1).

       PROCEDURE DIVISION USING LK-PERIODO LK-ACCION LK-PROGRAMA
           LK-USUARIO LK-EMPLEADO-ID LK-CAMPO LK-VALOR-ANTERIOR
           LK-VALOR-NUEVO LK-IMAGEN LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE "S" TO LK-RESULTADO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           CALL "fecha-sello" USING WS-FECHA-HORA END-CALL.
           IF LK-ACCION = "E"
               AND LK-IMAGEN NOT = SPACES
               PERFORM ESTACIONA-PENDIENTE
           END-IF.
           IF LK-RESULTADO = "S"
               PERFORM ASIENTA-CONGELADO
           END-IF.
           GOBACK.

           ESTACIONA-PENDIENTE.
           ACCEPT WS-RUTA-PENDIENTES FROM ENVIRONMENT
               "TRANSACCIONES_PENDIENTES_PATH".
           IF WS-RUTA-PENDIENTES = SPACES
               MOVE "TRANSACCIONES-PENDIENTES.dat"
                   TO WS-RUTA-PENDIENTES
           END-IF.
           OPEN EXTEND TRANSACCIONES-PENDIENTES.
           IF WS-FILE-STATUS-PEN NOT = "00"
               OPEN OUTPUT TRANSACCIONES-PENDIENTES
           END-IF.
           IF WS-FILE-STATUS-PEN NOT = "00"
               DISPLAY "No se pudo estacionar el cambio de "
                   FUNCTION TRIM(LK-CAMPO) " del ID " LK-EMPLEADO-ID
                   "; no se aplica."
               MOVE "N" TO LK-RESULTADO
           ELSE
               MOVE WS-FECHA-HOY TO PEN-FECHA-EFECTIVA
               MOVE LK-CAMPO (1:6) TO PEN-TIPO
               MOVE LK-EMPLEADO-ID TO PEN-EMPLEADO-ID
               MOVE LK-USUARIO TO PEN-USUARIO
               MOVE LK-IMAGEN TO PEN-IMAGEN
               MOVE WS-LINEA-PENDIENTE TO LINEA-PENDIENTE
               WRITE LINEA-PENDIENTE
               CLOSE TRANSACCIONES-PENDIENTES
           END-IF.

           ASIENTA-CONGELADO.
           ACCEPT WS-RUTA-CONGELADOS FROM ENVIRONMENT
               "CAMBIOS_CONGELADOS_PATH".
           IF WS-RUTA-CONGELADOS = SPACES
               MOVE "CAMBIOS-CONGELADOS.txt" TO WS-RUTA-CONGELADOS
           END-IF.
           OPEN EXTEND CAMBIOS-CONGELADOS.
           IF WS-FILE-STATUS-CNG NOT = "00"
               OPEN OUTPUT CAMBIOS-CONGELADOS
           END-IF.
           IF WS-FILE-STATUS-CNG NOT = "00"
               DISPLAY "AVISO: no se pudo registrar el cambio "
                   "congelado del ID " LK-EMPLEADO-ID " en "
                   WS-RUTA-CONGELADOS
               IF LK-ACCION = "F"
                   MOVE "N" TO LK-RESULTADO
               END-IF
           ELSE
               MOVE LK-PERIODO TO CNG-PERIODO
               MOVE WS-FECHA-HORA TO CNG-FECHA-HORA
               MOVE LK-ACCION TO CNG-ACCION
               MOVE LK-PROGRAMA TO CNG-PROGRAMA
               MOVE LK-EMPLEADO-ID TO CNG-EMPLEADO-ID
               MOVE LK-CAMPO TO CNG-CAMPO
               MOVE LK-VALOR-ANTERIOR TO CNG-VALOR-ANTERIOR
               MOVE LK-VALOR-NUEVO TO CNG-VALOR-NUEVO
               MOVE LK-USUARIO TO CNG-USUARIO
               MOVE CAMBIO-CONGELADO-REGISTRO TO LINEA-CONGELADO
               WRITE LINEA-CONGELADO
               CLOSE CAMBIOS-CONGELADOS
               IF LK-ACCION = "E"
                   DISPLAY "Cambio de " FUNCTION TRIM(LK-CAMPO)
                       " del ID " LK-EMPLEADO-ID " estacionado "
                       "hasta el cierre del periodo " LK-PERIODO "."
               ELSE
                   DISPLAY "Cambio de " FUNCTION TRIM(LK-CAMPO)
                       " del ID " LK-EMPLEADO-ID " forzado en el "
                       "periodo congelado " LK-PERIODO
                       "; queda registrado."
               END-IF
           END-IF.
       END PROGRAM estaciona-congelado.
