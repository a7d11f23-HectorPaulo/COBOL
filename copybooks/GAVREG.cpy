      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:RENGLONES DE GASTO DE LA COMPROBACION DE VIATICOS
      *         (GASTOS-VIATICOS.txt): UN RENGLON POR GASTO, LIGADO AL
      *         ANTICIPO POR EMPLEADOS-ID Y FOLIO (VIAREG.cpy), CON SU
      *         TIPO, IMPORTE Y SI YA SE RECIBIO EL CFDI. SOLO LOS
      *         GASTOS CON CFDI CUENTAN COMO COMPROBADOS. LO MANTIENE
      *         mantiene-viaticos.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  GASTO-VIATICO-REGISTRO.
               05 GAV-EMPLEADO-ID PIC X(6).
               05 GAV-FOLIO PIC X(6).
               05 GAV-FECHA PIC X(8).
      *        "HOS" hospedaje, "ALI" alimentos, "TRA" transporte,
      *        "CAS" casetas, "COM" combustible, "OTR" otros.
               05 GAV-TIPO PIC X(3).
               05 GAV-IMPORTE PIC 9(7)V99.
      *        "S" = CFDI recibido, "N" = sin CFDI todavia.
               05 GAV-CFDI PIC X(1).
               05 GAV-UUID PIC X(36).
               05 GAV-FECHA-CAPTURA PIC X(8).
               05 GAV-USUARIO PIC X(20).
