      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:LAYOUT COMPARTIDO DE UNA LINEA DEL REGISTRO DE CAMBIOS
      *         DE CLABE (CAMBIOS-CLABE.txt): CADA CAMBIO DE
      *         EMPLEADOS-CLABE, VENGA DE BDD-INDEXADAS,
      *         cambios-masivos, revisa-portal O libera-pendientes,
      *         DEJA AQUI LA CUENTA ANTERIOR Y LA NUEVA TOMADAS DE LAS
      *         IMAGENES ANTES/DESPUES DE LA AUDITORIA (rutina
      *         registra-cambio-clabe). MIENTRAS EL ULTIMO CAMBIO DEL
      *         EMPLEADO NO ESTE VERIFICADO, dispersa-nomina NO LE
      *         DEPOSITA Y cheques-nomina LE EMITE CHEQUE. STATUS
      *         "P" = PENDIENTE DE VERIFICAR, "V" = VERIFICADA POR
      *         OTRA PERSONA (confirma-clabe), "R" = RECHAZADA (SE
      *         SIGUE PAGANDO CON CHEQUE HASTA QUE SE CORRIJA LA
      *         CUENTA), "S" = SUSTITUIDA POR UN CAMBIO POSTERIOR
      *         ANTES DE VERIFICARSE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  CAMBIO-CLABE-REGISTRO.
               05 VCL-FECHA-HORA PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 VCL-EMPLEADO-ID PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
      *        Programa por el que entro el cambio y operador que lo
      *        hizo (el de la auditoria); quien verifica no puede ser
      *        el mismo operador.
               05 VCL-ORIGEN PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 VCL-USUARIO-CAMBIO PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 VCL-BANCO-ANTERIOR PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 VCL-CLABE-ANTERIOR PIC X(18).
               05 FILLER PIC X(1) VALUE SPACE.
               05 VCL-BANCO-NUEVO PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 VCL-CLABE-NUEVA PIC X(18).
               05 FILLER PIC X(1) VALUE SPACE.
               05 VCL-STATUS PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 VCL-USUARIO-VERIFICA PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 VCL-FECHA-VERIFICA PIC X(8).
