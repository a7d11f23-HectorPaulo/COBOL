      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DEL CATALOGO DE REGISTROS
      *         PATRONALES DEL IMSS (REGISTROS-PATRONALES.txt): UN
      *         RENGLON POR REGISTRO (UNO POR ESTADO Y EL DE LA OBRA),
      *         CON LA RAZON SOCIAL Y EL RFC DE LA EMPRESA QUE LO
      *         TIENE, LA CLASE DE RIESGO (1 A 5 POR I A V) Y LA PRIMA
      *         DE RIESGO DE TRABAJO VIGENTE EN POR CIENTO. CADA SITIO
      *         SE LIGA A SU REGISTRO EN EL CATALOGO DE SITIOS
      *         (mantiene-sitios) Y UN EMPLEADO PUEDE LLEVAR OTRO EN
      *         RPEREG.cpy. LO MANTIENE mantiene-patronales Y LO
      *         CONSULTAN LOS PROGRAMAS VIA busca-registro-patronal.
      *         CAMPOS SEPARADOS POR UN ESPACIO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  REGISTRO-PATRONAL-REGISTRO.
               05 RPA-REGISTRO PIC X(11).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPA-RAZON-SOCIAL PIC X(40).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPA-RFC-PATRON PIC X(13).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPA-CLASE-RIESGO PIC 9(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPA-PRIMA-RIESGO PIC 9(2)V9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RPA-FECHA-CAPTURA PIC X(8).
