      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE PERMISOS Y LICENCIAS
      *         (PERMISOS.txt): UN RENGLON POR PERMISO CON GOCE
      *         (DEFUNCION, MATRIMONIO, PATERNIDAD...) O LICENCIA SIN
      *         GOCE DE UN EMPLEADOS-ID, CON EL MOTIVO DEL CATALOGO DE
      *         MOTIVOS DE PERMISO (busca-motivo), FECHAS DE INICIO Y
      *         FIN Y LA MARCA DE GOCE COPIADA DEL CATALOGO AL
      *         CAPTURARLO. LO MANTIENE mantiene-permisos;
      *         kardex-asistencia MARCA LOS DIAS, registro-nomina
      *         DESCUENTA LOS SIN GOCE, extracto-imss MANDA EL
      *         AUSENTISMO O LA BAJA Y REINGRESO, aplica-incapacidades
      *         PONE Y QUITA EL STATUS "L" Y reporte-permisos AVISA
      *         LOS QUE TERMINAN.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  PERMISO-REGISTRO.
               05 PMS-EMPLEADO-ID PIC X(6).
               05 PMS-FOLIO PIC 9(6).
               05 PMS-MOTIVO PIC X(3).
      *        "S" = con goce de sueldo, "N" = sin goce.
               05 PMS-GOCE PIC X(1).
               05 PMS-FECHA-INICIO PIC X(8).
               05 PMS-FECHA-FIN PIC X(8).
      *        Dias naturales del permiso, de inicio a fin inclusive.
               05 PMS-DIAS PIC 9(3).
      *        "A" = autorizado, "C" = cancelado antes de empezar.
               05 PMS-STATUS PIC X(1).
               05 PMS-OBSERVACIONES PIC X(40).
               05 PMS-FECHA-CAPTURA PIC X(8).
               05 PMS-USUARIO PIC X(20).
