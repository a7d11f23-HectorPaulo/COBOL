      *         DE NOMINA (CIFRAS-NOMINA.dat): UNA LINEA "D" POR
      *         EMPLEADO CON LAS MISMAS CIFRAS BRUTO/ISR/IMSS/OTRAS/
      *         NETO Y HORAS QUE IMPRIME registro-nomina, Y UNA LINEA
      *         FINAL "T" CON EL CONTEO Y EL NETO TOTAL DE LA CORRIDA,
      *         SU PERIODO Y SU CLASE (ORDINARIA, COMPLEMENTARIA O
      *         FINIQUITOS).
      *         LO ESCRIBE registro-nomina Y LO CONSUMEN LOS
      *         PROGRAMAS QUE NECESITAN LAS CIFRAS SIN RECALCULARLAS
      *         (RECIBOS, DISPERSION BANCARIA...). LOS IMPORTES VAN
      *        mayores (inscripciones en SGMM.txt, mantenidas por
      *        MANTIENE-SGMM), en su propio concepto del recibo.
               05 CIF-SGMM PIC S9(7)V99 SIGN LEADING SEPARATE.
      *        Pago a destajo del periodo (piezas buenas de los
      *        tickets de produccion a la tarifa vigente, mas la
      *        garantia del salario minimo de los dias con checada);
      *        lo valoriza calcula-destajo y ya viene sumado dentro
      *        de CIF-BRUTO, aqui viaja desglosado para su renglon
      *        propio en el recibo.
               05 CIF-DESTAJO PIC S9(7)V99 SIGN LEADING SEPARATE.
      *        Cuota sindical retenida a los afiliados del padron
      *        (SINDICATO.dat, mantenido por MANTIENE-SINDICATO); la
      *        transfiere al sindicato remesa-sindical, que cuadra su
      *        reporte de pago contra esta cubeta.
               05 CIF-SINDICAL PIC S9(7)V99 SIGN LEADING SEPARATE.
           01  CIFRAS-TOTALES-REGISTRO.
               05 CIF-TOT-TIPO PIC X.
               05 CIF-TOT-EMPLEADOS PIC 9(6).
               05 CIF-TOT-NETO PIC S9(9)V99 SIGN LEADING SEPARATE.
      *        Periodo al que pertenecen las cifras y clase de la
      *        corrida: "O" la ordinaria de registro-nomina, "C" la
      *        complementaria de corre-complementaria, que solo trae
      *        las diferencias de un periodo ya cerrado, "F" los
      *        finiquitos de paga-finiquitos, con el folio de su
      *        corrida en lugar del periodo.
               05 CIF-TOT-PERIODO PIC X(6).
               05 CIF-TOT-CLASE PIC X(1).
               05 FILLER PIC X(168).
