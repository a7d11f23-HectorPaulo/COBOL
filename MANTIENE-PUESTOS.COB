      *         AGREGAR, MODIFICAR Y ELIMINAR PUESTOS, REESCRIBIENDO
      *         EL ARCHIVO COMPLETO DESDE LA TABLA, PARA QUE RH CREE
      *         UN SEXTO PUESTO O AJUSTE UN RANGO SIN EDITAR EL
      *         EVALUATE DE PROG0010 NI RECOMPILAR NADA. EL SALARIO
      *         MINIMO DEL RANGO (MENSUAL) NO PUEDE QUEDAR POR DEBAJO
      *         DE 30 DIAS DEL SALARIO MINIMO GENERAL VIGENTE HOY EN
      *         LA TABLA DE PARAMETROS LEGALES (SIN VALOR EN LA TABLA,
      *         REGISTRO_NOMINA_SALARIO_MINIMO EN CENTESIMAS); EL DE
      *         LA ZONA DE FRONTERA SE EXIGE AL CAPTURAR EL SALARIO DE
      *         CADA EMPLEADO SEGUN SU SITIO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-MIN-X PIC X(12).
       01  WS-MAX-X PIC X(12).
       01  WS-IMPORTE-EDITADO PIC ZZZZZZ9.99.
       01  WS-SALARIO-MINIMO-X PIC X(8).
       01  WS-SALARIO-MINIMO-CENT PIC 9(7).
       01  WS-SALARIO-MINIMO-DIARIO PIC 9(5)V99 VALUE 315.04.
       01  WS-PISO-MENSUAL PIC 9(7)V99.
       01  WS-PROGRAMA-PLG PIC X(20) VALUE "mantiene-puestos".
       01  WS-FECHA-CALCULO-PLG PIC X(8).
       01  WS-CLAVE-PLG PIC X(12).
       01  WS-VALOR-PLG PIC 9(7)V9(5).
       01  WS-RESULTADO-PLG PIC X.
       01  WS-MINIMO-VALIDO PIC X.

       PROCEDURE DIVISION.

           IF WS-RUTA-CATALOGO = SPACES
               MOVE "CATALOGO-PUESTOS.txt" TO WS-RUTA-CATALOGO
           END-IF.
           ACCEPT WS-SALARIO-MINIMO-X FROM ENVIRONMENT
               "REGISTRO_NOMINA_SALARIO_MINIMO".
           IF WS-SALARIO-MINIMO-X IS NUMERIC
               AND WS-SALARIO-MINIMO-X NOT = ZEROES
               MOVE WS-SALARIO-MINIMO-X TO WS-SALARIO-MINIMO-CENT
               DIVIDE WS-SALARIO-MINIMO-CENT BY 100
                   GIVING WS-SALARIO-MINIMO-DIARIO
           END-IF.
           ACCEPT WS-FECHA-CALCULO-PLG FROM DATE YYYYMMDD.
           MOVE "SM-GENERAL" TO WS-CLAVE-PLG.
           CALL "busca-parametro-legal"
               USING WS-PROGRAMA-PLG WS-CLAVE-PLG WS-FECHA-CALCULO-PLG
                   WS-VALOR-PLG WS-RESULTADO-PLG
           END-CALL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-SALARIO-MINIMO-DIARIO
           END-IF.
           COMPUTE WS-PISO-MENSUAL = WS-SALARIO-MINIMO-DIARIO * 30.
           PERFORM CARGA-CATALOGO.
           MOVE SPACES TO WS-OPCION-PUE.
           PERFORM MENU-PUESTOS UNTIL WS-OPCION-PUE = "0".
           CAPTURA-DATOS-PUESTO.
           DISPLAY "Titulo del puesto: ".
           ACCEPT WS-PUE-TITULO (WS-PUE-ENCONTRADO).
           MOVE "N" TO WS-MINIMO-VALIDO.
           PERFORM CAPTURA-MINIMO-PUESTO UNTIL WS-MINIMO-VALIDO = "S".
           DISPLAY "Salario maximo (solo digitos y punto): ".
           ACCEPT WS-MAX-X.
           COMPUTE WS-PUE-MAX (WS-PUE-ENCONTRADO) =
                   "revise el rango."
           END-IF.

           CAPTURA-MINIMO-PUESTO.
           DISPLAY "Salario minimo (solo digitos y punto): ".
           ACCEPT WS-MIN-X.
           COMPUTE WS-PUE-MIN (WS-PUE-ENCONTRADO) =
               FUNCTION NUMVAL(WS-MIN-X).
           IF WS-PUE-MIN (WS-PUE-ENCONTRADO) < WS-PISO-MENSUAL
               MOVE WS-PISO-MENSUAL TO WS-IMPORTE-EDITADO
               DISPLAY "Rechazado: el minimo del rango no alcanza 30 "
                   "dias de salario minimo general (" WS-IMPORTE-EDITADO
                   ")."
           ELSE
               MOVE "S" TO WS-MINIMO-VALIDO
           END-IF.

           MODIFICA-PUESTO.
           DISPLAY "Codigo del puesto a modificar: ".
           ACCEPT WS-CODIGO-CAPTURADO.
