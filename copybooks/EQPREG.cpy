      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DEL EQUIPO Y EPP ENTREGADO A LOS
      *         EMPLEADOS (EQUIPO-ASIGNADO.txt): UN RENGLON POR
      *         ARTICULO ENTREGADO, POR EMPLEADOS-ID Y CODIGO DE
      *         ARTICULO, CON SU NUMERO DE SERIE, FECHA DE ENTREGA,
      *         CICLO DE REPOSICION Y VALOR. LO MANTIENE
      *         mantiene-equipo; reporte-epp LISTA EL EPP POR REPONER
      *         POR DEPARTAMENTO, reporte-equipo-baja LO NO DEVUELTO
      *         DE LOS TERMINADOS Y constancia-no-adeudo COBRA EN EL
      *         FINIQUITO LO QUE SIGA ASIGNADO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  EQUIPO-REGISTRO.
               05 EQP-EMPLEADO-ID PIC X(6).
      *        Codigo del articulo (BOTAS, CASCO, RADIO, LAPTOP...).
               05 EQP-ARTICULO PIC X(10).
               05 EQP-DESCRIPCION PIC X(30).
      *        "E" = EPP o uniforme (se repone por ciclo), "H" =
      *        herramienta o equipo (se devuelve).
               05 EQP-TIPO PIC X(1).
               05 EQP-SERIE PIC X(20).
               05 EQP-FECHA-ENTREGA PIC X(8).
      *        Meses entre reposiciones; cero = no se repone por ciclo.
               05 EQP-CICLO-MESES PIC 9(3).
               05 EQP-VALOR PIC 9(7)V99.
      *        "A" = asignado, "D" = devuelto, "R" = repuesto por uno
      *        nuevo, "P" = perdido por negligencia (con descuento).
               05 EQP-STATUS PIC X(1).
      *        Fecha de la devolucion, reposicion o perdida.
               05 EQP-FECHA-CIERRE PIC X(8).
               05 EQP-USUARIO PIC X(20).
