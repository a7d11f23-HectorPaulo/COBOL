      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE LAS SEMANAS COTIZADAS PREVIAS
      *         (SEMANAS-PREVIAS.txt): UNA LINEA POR EMPLEADO CON EL
      *         TOTAL DE SEMANAS QUE RECONOCE SU REPORTE DE SEMANAS
      *         COTIZADAS DEL IMSS Y LA FECHA DE CORTE DE ESE REPORTE.
      *         EL TOTAL YA INCLUYE LO COTIZADO CON NOSOTROS HASTA EL
      *         CORTE; LAS SEMANAS POSTERIORES LAS ESTIMA
      *         proyecta-retiro A PARTIR DE LA FECHA DE CORTE. LO
      *         MANTIENE mantiene-semanas (SOLO SUPERVISOR).
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  SEMANAS-PREVIAS-REGISTRO.
               05 SEM-ID PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 SEM-SEMANAS PIC 9(4).
               05 FILLER PIC X(1) VALUE SPACE.
      *        Fecha de corte del reporte del IMSS, AAAAMMDD.
               05 SEM-FECHA-CORTE PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 SEM-FECHA-CAPTURA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 SEM-USUARIO PIC X(20).
