      *         registra-historial COMO CUALQUIER CAMBIO. STATUS "P" =
      *         PENDIENTE, "A" = APROBADO Y APLICADO, "R" = RECHAZADO.
      *         IMPORTES CON SIGNO SEPARADO ADELANTE PARA RELEERSE.
      *         APR-APROBADOR Y APR-FECHA-DECISION LOS LLENA
      *         APRUEBA-CAMBIOS CON EL SUPERVISOR DE LA SESION QUE
      *         APROBO O RECHAZO (EN BLANCO MIENTRAS ESTA PENDIENTE);
      *         segrega-funciones LOS CRUZA CONTRA APR-USUARIO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  APROBACION-REGISTRO.
               05 APR-STATUS PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 APR-RAZON PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 APR-APROBADOR PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 APR-FECHA-DECISION PIC X(8).
