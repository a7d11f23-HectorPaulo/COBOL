      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:LAYOUT COMPARTIDO DEL SALARIO DIARIO INTEGRADO POR
      *         EMPLEADO (SALARIOS-INTEGRADOS.txt) Y DE LOS
      *         MOVIMIENTOS DE MODIFICACION QUE GENERA CADA CAMBIO DE
      *         SDI (MOVIMIENTOS-SDI.txt). LOS ESCRIBE calcula-sdi:
      *         PARTE FIJA = SALARIO DIARIO X FACTOR DE INTEGRACION
      *         (AGUINALDO Y PRIMA VACACIONAL POR ANTIGUEDAD), PARTE
      *         VARIABLE = PROMEDIO DEL BIMESTRE ANTERIOR, TOPE DE 25
      *         UMAS. LO CONSUMEN extracto-imss, cuotas-imss Y
      *         finiquito. LA LLAVE ES NUMERO DE NOMINA MAS SITIO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  SDI-REGISTRO.
               05 SDI-NUMERO-EMP PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 SDI-SITIO PIC X(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 SDI-FECHA-EFECTIVA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 SDI-SALARIO-DIARIO PIC 9(5)V99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 SDI-FACTOR PIC 9V9(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 SDI-PARTE-FIJA PIC 9(5)V99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 SDI-PARTE-VARIABLE PIC 9(5)V99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 SDI-INTEGRADO PIC 9(5)V99.
               05 FILLER PIC X(1) VALUE SPACE.
      *        "S" cuando el SDI calculado paso de 25 UMAS y se
      *        guardo el tope.
               05 SDI-TOPADO PIC X(1).
      *    Movimiento de modificacion: SMV-CAUSA "NVO" primer SDI del
      *    empleado, "FIJ" cambio de la parte fija (salario o
      *    antiguedad), "VAR" cambio solo de la parte variable.
           01  SDI-MOVIMIENTO-REGISTRO.
               05 SMV-NUMERO-EMP PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 SMV-SITIO PIC X(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 SMV-FECHA-EFECTIVA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 SMV-SDI-ANTERIOR PIC 9(5)V99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 SMV-SDI-NUEVO PIC 9(5)V99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 SMV-CAUSA PIC X(3).
