      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:LAYOUT COMPARTIDO DE UNA LINEA DEL PRESUPUESTO DE
      *         NOMINA (PRESUPUESTO-NOMINA.txt): ANO, DEPARTAMENTO Y
      *         MES, CON EL IMPORTE PRESUPUESTADO DE CADA RENGLON DE
      *         COSTO: SUELDOS, HORAS EXTRA, IMSS PATRONAL Y
      *         PRESTACIONES (AGUINALDO Y PRIMA VACACIONAL). LO CARGA
      *         carga-presupuesto DESDE EL ARCHIVO DE FINANZAS Y LO
      *         LEE reporte-presupuesto PARA EL PRESUPUESTO CONTRA
      *         REAL. IMPORTES CON SIGNO SEPARADO ADELANTE PARA
      *         RELEERSE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  PRESUPUESTO-REGISTRO.
               05 PPT-ANO PIC 9(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 PPT-DEPTO PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 PPT-MES PIC 9(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 PPT-SUELDOS PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 PPT-EXTRA PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 PPT-IMSS PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 PPT-PRESTACIONES PIC S9(9)V99 SIGN LEADING SEPARATE.
