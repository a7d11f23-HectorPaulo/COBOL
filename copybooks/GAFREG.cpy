      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE LA BITACORA DE GAFETES EMITIDOS
      *         (GAFETES-EMITIDOS.txt): UN RENGLON POR CADA GAFETE QUE
      *         SE MANDA A IMPRIMIR, POR EMPLEADOS-ID Y NUMERO DE
      *         EMISION, CON EL MOTIVO, EL CARGO AL EMPLEADO, EL
      *         DEPARTAMENTO Y PUESTO QUE LLEVA IMPRESOS Y SU CODIGO DE
      *         BARRAS (EL ID MAS LA EMISION, PARA QUE UN GAFETE
      *         REPUESTO NO ABRA LA PUERTA CON EL CODIGO DEL PERDIDO).
      *         LO ESCRIBEN emite-gafetes (ALTAS, CAMBIOS DE
      *         DEPARTAMENTO O PUESTO, TRANSFERENCIAS Y BAJAS) Y
      *         mantiene-gafetes (REPOSICIONES Y RECOLECCION).
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  GAFETE-REGISTRO.
               05 GAF-EMPLEADO-ID PIC X(6).
               05 GAF-EMISION PIC 9(2).
      *        Codigo de barras: EMPLEADOS-ID seguido de la emision.
               05 GAF-CODIGO-BARRAS PIC X(8).
               05 GAF-FECHA PIC X(8).
      *        "N" = nuevo ingreso, "P" = perdido, "D" = danado,
      *        "C" = cambio de datos (departamento, puesto, sitio).
               05 GAF-MOTIVO PIC X(1).
      *        Cargo por reposicion que se descuenta en nomina
      *        (deduccion "GAF"); cero cuando la politica no cobra.
               05 GAF-CARGO PIC 9(5)V99.
               05 GAF-DEPTO PIC 9(3).
               05 GAF-PUESTO PIC 9(2).
      *        "V" = vigente, "S" = sustituido por una emision nueva,
      *        "X" = por recoger (el empleado causo baja), "R" =
      *        recogido por seguridad.
               05 GAF-STATUS PIC X(1).
      *        Fecha de la sustitucion, de la baja o de la recoleccion.
               05 GAF-FECHA-CIERRE PIC X(8).
               05 GAF-USUARIO PIC X(20).
