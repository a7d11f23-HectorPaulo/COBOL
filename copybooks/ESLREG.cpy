      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:LAYOUT COMPARTIDO DEL ULTIMO ESLABON DE LA CADENA DE
      *         EMPLEADOS-AUDITORIA.log (EMPLEADOS-AUDITORIA-
      *         ESLABON.txt, UNA SOLA LINEA): SECUENCIA, HUELLA
      *         (huella-linea) Y SELLO DE LA ULTIMA ENTRADA ESCRITA.
      *         LO REESCRIBE encadena-auditoria EN CADA ENTRADA; EL
      *         ROLADO DEL LOG NO LO TOCA, ASI LA PRIMERA ENTRADA DEL
      *         LOG VIVO NUEVO SE ENCADENA CON LA ULTIMA DE LA
      *         GENERACION ROLADA. verifica-auditoria LO COMPARA CON
      *         LA ULTIMA LINEA DEL LOG PARA DETECTAR ENTRADAS
      *         BORRADAS DEL FINAL.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  ESLABON-REGISTRO.
               05 ESL-SECUENCIA PIC 9(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 ESL-HUELLA PIC X(18).
               05 FILLER PIC X(1) VALUE SPACE.
               05 ESL-FECHA-HORA PIC X(16).
