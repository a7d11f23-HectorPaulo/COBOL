      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE EVALUACIONES DE DESEMPENO
      *         (EVALUACIONES-DESEMPENO.txt): UN RENGLON POR EMPLEADO
      *         (NUMERO DE NOMINA, COMO EL MAESTRO DE PROG0010) Y ANIO
      *         DEL CICLO CON SU CALIFICACION, EL JEFE QUE LO EVALUO
      *         (SU EMPLEADOS-JEFE-ID AL CAPTURAR) Y LA FECHA. LA
      *         CAPTURA ES captura-evaluacion; avance-evaluaciones Y
      *         calibra-evaluaciones REPORTAN EL CICLO Y
      *         merito-salarios LO USA PARA PROPONER LOS AUMENTOS.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  EVALUACION-REGISTRO.
               05 EVA-ANIO PIC 9(4).
               05 EVA-NUMERO-EMP PIC 9(5).
      *        1 = NO CUMPLE, 2 = CUMPLE PARCIALMENTE, 3 = CUMPLE,
      *        4 = SUPERA, 5 = SOBRESALIENTE.
               05 EVA-CALIFICACION PIC 9(1).
               05 EVA-EVALUADOR PIC X(6).
               05 EVA-FECHA PIC X(8).
               05 EVA-COMENTARIO PIC X(40).
