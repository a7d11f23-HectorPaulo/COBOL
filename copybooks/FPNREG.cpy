      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:LAYOUT COMPARTIDO DE UNA FIRMA DE PRENOMINA
      *         (FIRMAS-PRENOMINA.txt): PERIODO REVISADO, OPERADOR DE
      *         NOMINA (ROL N) QUE FIRMO, SELLO DE LA FIRMA Y RUTA DEL
      *         REPORTE DE PRENOMINA QUE SE REVISO. LA AGREGA
      *         firma-prenomina; cadena-nocturna NO CORRE EL CALCULO
      *         DE registro-nomina DE UN PERIODO SIN FIRMA. SI EL
      *         PERIODO SE VUELVE A REVISAR SE AGREGA OTRA FIRMA; EL
      *         ARCHIVO NO SE REESCRIBE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  FIRMA-PRENOMINA-REGISTRO.
               05 FPN-PERIODO PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FPN-USUARIO PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FPN-SELLO PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FPN-REPORTE PIC X(80).
