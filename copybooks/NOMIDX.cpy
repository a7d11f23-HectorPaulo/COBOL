      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO DEL MAESTRO DE NOMINA INDEXADO. LA LLAVE
      *         PRIMARIA NMX-LLAVE ES EL SITIO MAS EL NUMERO DE
      *         EMPLEADO (LA MISMA PAREJA DE CRUCEID.cpy) Y NMX-DATOS
      *         ES LA IMAGEN COMPLETA DE 56 BYTES DE NOMREG.cpy, DE
      *         LA QUE NMX-DEPTO Y NMX-PUESTO SE DECLARAN COMO LLAVES
      *         ALTERNAS CON DUPLICADOS. LOS PROGRAMAS LEEN EL
      *         REGISTRO Y MUEVEN NMX-DATOS A WS-REG-EMPLEADOS; AL
      *         ESCRIBIR, LA LLAVE SE ARMA CON WS-SITIO-EMP Y
      *         WS-NUMERO-EMP. LO CARGA convierte-maestro A PARTIR
      *         DEL MAESTRO SECUENCIAL ANTERIOR.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  NOMINA-INDEXADA-REGISTRO.
               05 NMX-LLAVE.
                   10 NMX-SITIO PIC X(2).
                   10 NMX-NUMERO PIC 9(5).
               05 NMX-DATOS.
                   10 FILLER PIC X(36).
                   10 NMX-DEPTO PIC 9(3).
                   10 NMX-PUESTO PIC 9(2).
                   10 FILLER PIC X(15).
