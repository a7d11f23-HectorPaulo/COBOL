      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE LAS ASIGNACIONES DE REGISTRO
      *         PATRONAL POR EMPLEADO (REGISTRO-PATRONAL-EMPLEADOS.txt):
      *         EL EMPLEADO (SITIO Y NUMERO DE NOMINA) COTIZA BAJO EL
      *         REGISTRO INDICADO A PARTIR DE LA FECHA, EN VEZ DEL DE
      *         SU SITIO; UN RENGLON CON EL REGISTRO EN BLANCO LO
      *         REGRESA AL DEL SITIO DESDE ESA FECHA. MANDA EL RENGLON
      *         CON LA FECHA MAS RECIENTE QUE NO REBASA LA DEL CALCULO.
      *         LO MANTIENE mantiene-patronales; extracto-imss SACA DE
      *         AQUI LA BAJA Y EL REINGRESO DE CADA CAMBIO. CAMPOS
      *         SEPARADOS POR UN ESPACIO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  REGISTRO-PATRONAL-EMPLEADO.
               05 RPE-SITIO PIC X(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPE-NUMERO PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPE-FECHA-DESDE PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPE-REGISTRO PIC X(11).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPE-FECHA-CAPTURA PIC X(8).
