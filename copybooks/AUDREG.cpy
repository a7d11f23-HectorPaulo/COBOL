      *         LO ESCRIBE BDD-INDEXADAS Y LO REAPLICA
      *         RECUPERA-EMPLEADOS; SI EMPLEADOS-REGISTRO CAMBIA DE
      *         TAMANO, LAS IMAGENES DE AQUI Y EL PIC DE LA LINEA
      *         COMPLETA (53 + 2 VECES EL REGISTRO + 29 DEL ESLABON)
      *         CAMBIAN CON EL. CADA ENTRADA TRAE SU ESLABON: UNA
      *         SECUENCIA CONSECUTIVA Y LA HUELLA (huella-linea) DE LA
      *         LINEA COMPLETA ANTERIOR, QUE LLENA encadena-auditoria
      *         JUSTO ANTES DEL WRITE Y REVISA verifica-auditoria. LAS
      *         ENTRADAS ESCRITAS ANTES DEL ESLABON LO TRAEN EN
      *         BLANCO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  WS-LINEA-AUDITORIA-DET.
               05 AUD-ANTES PIC X(218).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-DESPUES PIC X(218).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-SECUENCIA PIC 9(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-HUELLA-ANTERIOR PIC X(18).
