      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DEL MAESTRO DE NOMINA DE 56 BYTES
      *         QUE LEE PROG0010 (NUMERO, NOMBRE, STATUS 0/1, DEPTO,
      *         PUESTO, SALARIO Y CODIGO DE SITIO), PARA QUE LOS
      *         PROGRAMAS NUEVOS DE LA NOMINA DEJEN DE REPETIR EL
      *        antes de este campo traen espacios y se tratan como
      *        "SAL".
               05 WS-REGIMEN-EMP PIC X(03).
      *        WS-FRECUENCIA-EMP: frecuencia de pago. "S" = semanal
      *        (operadores de planta, periodos semanales con septimo
      *        dia), "Q" = quincenal. Los registros convertidos por
      *        convierte-frecuencia sin indicacion quedan en "Q" y
      *        un espacio tambien se trata como quincenal.
               05 WS-FRECUENCIA-EMP PIC X(01).
