      *         EMPLEADO PREGUNTADO, MAS EL LOG VIVO DEL MES EN
      *         CURSO: LA HISTORIA COMPLETA SIGUE AHI PERO LA
      *         PREGUNTA POR UNO DEJA DE SER UN BARRIDO COMPLETO.
      *         LAS LINEAS SE COPIAN TAL CUAL, CON SU ESLABON, PARA QUE
      *         verifica-auditoria SIGA LA CADENA DE LA GENERACION AL
      *         LOG VIVO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       FD GENERACION-AUDITORIA.
       01  LINEA-GENERACION PIC X(518).

       FD INDICE-AUDITORIA.
       01  LINEA-INDICE PIC X(90).
