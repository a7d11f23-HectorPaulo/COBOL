      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:LAYOUT COMPARTIDO DE UNA LINEA DE LAS PROVISIONES POR
      *         DEPARTAMENTO (PROVISIONES-DEPTO.txt): MES DE CORTE,
      *         DEPARTAMENTO Y LO DEVENGADO EN EL ANO AL CORTE DE
      *         AGUINALDO Y DE PRIMA VACACIONAL, LOS MISMOS CARGOS POR
      *         DEPARTAMENTO DE LA POLIZA DE provision-mensual. LO
      *         ESCRIBE provision-mensual (EL MES RECALCULADO REEMPLAZA
      *         SUS RENGLONES) Y LO LEE reporte-presupuesto COMO EL
      *         COSTO REAL DE PRESTACIONES. IMPORTES CON SIGNO SEPARADO
      *         ADELANTE PARA RELEERSE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  PROVISION-DEPTO-REGISTRO.
               05 PRD-MES PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 PRD-DEPTO PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 PRD-AGUINALDO PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 PRD-PRIMA PIC S9(9)V99 SIGN LEADING SEPARATE.
