      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:LAYOUT COMPARTIDO DE UNA LINEA DE LA BITACORA DE
      *         LIBERACION DE LA DISPERSION
      *         (LIBERACIONES-DISPERSION.txt) QUE REVISAN LOS
      *         AUDITORES: QUIEN GENERO EL ARCHIVO DEL
      *         BANCO, QUIEN LO APROBO Y QUIEN LO VERIFICO ANTES DE
      *         SUBIRLO, CON SELLO, HUELLA DEL CONTENIDO (huella-linea),
      *         CONTEO Y TOTAL DE LOS DEPOSITOS. LA ESCRIBE LA RUTINA
      *         asienta-liberacion; NUNCA SE REESCRIBE. LDI-EVENTO:
      *         "GEN" = generado por dispersa-nomina, "AP1" = primera
      *         aprobacion de tesoreria, "AP2" = segunda aprobacion de
      *         otro operador (archivo liberado), "VOK" = verificado
      *         sin cambios antes de subirlo, "VRC" = verificacion
      *         rechazada (el archivo cambio o no estaba liberado).
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  LIBERACION-REGISTRO.
               05 LDI-SELLO PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LDI-EVENTO PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LDI-USUARIO PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LDI-HUELLA PIC X(18).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LDI-CONTEO PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LDI-TOTAL-CENT PIC 9(13).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LDI-ARCHIVO PIC X(80).
