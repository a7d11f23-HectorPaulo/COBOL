      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE LOS ANTICIPOS DE VIATICOS
      *         (VIATICOS.txt): UN RENGLON POR ANTICIPO, POR
      *         EMPLEADOS-ID Y FOLIO DEL VIAJE, CON EL IMPORTE
      *         ENTREGADO, SU FECHA Y LA FECHA LIMITE PARA COMPROBAR.
      *         LO COMPROBADO (GASTOS CON CFDI DE GASTOS-VIATICOS.txt,
      *         GAVREG.cpy) Y LO REINTEGRADO EN EFECTIVO LOS LLEVA
      *         mantiene-viaticos; cobra-viaticos MANDA A NOMINA LO NO
      *         COMPROBADO DE LOS VENCIDOS, reporte-viaticos LISTA LA
      *         ANTIGUEDAD DE LOS ABIERTOS Y constancia-no-adeudo LOS
      *         COBRA EN EL FINIQUITO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  VIATICO-REGISTRO.
               05 VIA-EMPLEADO-ID PIC X(6).
               05 VIA-FOLIO PIC X(6).
               05 VIA-DESTINO PIC X(30).
               05 VIA-FECHA-ANTICIPO PIC X(8).
               05 VIA-IMPORTE-ANTICIPO PIC 9(7)V99.
      *        Fecha limite para entregar la comprobacion.
               05 VIA-FECHA-LIMITE PIC X(8).
      *        Suma de los gastos con CFDI recibido.
               05 VIA-COMPROBADO PIC 9(7)V99.
      *        Suma de los gastos capturados sin CFDI (no comprueban).
               05 VIA-SIN-CFDI PIC 9(7)V99.
      *        Efectivo devuelto a caja por el empleado.
               05 VIA-REINTEGRADO PIC 9(7)V99.
      *        "A" = abierto, "C" = comprobacion cerrada sin adeudo,
      *        "N" = lo no comprobado se mando a nomina.
               05 VIA-STATUS PIC X(1).
      *        Como se mando a nomina: "D" = deduccion "VIA", "P" =
      *        percepcion gravable VIATICOS.
               05 VIA-TRATAMIENTO PIC X(1).
               05 VIA-IMPORTE-NOMINA PIC 9(7)V99.
      *        Fecha del cierre o del envio a nomina.
               05 VIA-FECHA-CIERRE PIC X(8).
               05 VIA-USUARIO PIC X(20).
