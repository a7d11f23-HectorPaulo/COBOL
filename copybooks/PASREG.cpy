      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DEL DETALLE DE PREMIOS DE
      *         PUNTUALIDAD Y ASISTENCIA (PREMIOS-ASISTENCIA.txt): UN
      *         RENGLON POR EMPLEADO EVALUADO EN EL MES POR
      *         premios-asistencia, CON LOS RETARDOS Y FALTAS QUE SE LE
      *         CONTARON, LOS DOS PREMIOS (CERO EL QUE PERDIO) Y SU
      *         SUMA PARTIDA EN LO EXENTO PARA EL IMSS (CADA PREMIO
      *         HASTA EL 10% DEL SDI DEL MES) Y LO QUE INTEGRA AL
      *         SALARIO BASE. SIRVE DE CANDADO PARA NO PAGAR DOS VECES
      *         EL MISMO MES Y calcula-sdi SUMA LA PARTE QUE INTEGRA
      *         DEL BIMESTRE A LA PARTE VARIABLE. CAMPOS SEPARADOS POR
      *         UN ESPACIO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  PREMIO-ASISTENCIA-REGISTRO.
               05 PAS-PERIODO PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 PAS-NUMERO PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 PAS-SITIO PIC X(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 PAS-RETARDOS PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 PAS-FALTAS PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 PAS-PUNTUALIDAD PIC 9(7)V99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 PAS-ASISTENCIA PIC 9(7)V99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 PAS-EXENTO-IMSS PIC 9(7)V99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 PAS-INTEGRA-IMSS PIC 9(7)V99.
