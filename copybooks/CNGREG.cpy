      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:LAYOUT COMPARTIDO DE UNA LINEA DEL REGISTRO DE CAMBIOS
      *         DURANTE EL CONGELAMIENTO (CAMBIOS-CONGELADOS.txt):
      *         MIENTRAS UN PERIODO DE PERIODOS-NOMINA.txt ESTA
      *         CALCULADO Y SIN CERRAR (verifica-congelamiento), CADA
      *         CAMBIO A UN DATO QUE AFECTA LA NOMINA (DEPTO, PUESTO,
      *         BANCO, CLABE, SALARIO) DEJA AQUI SU RENGLON, ESCRITO
      *         POR estaciona-congelado. ACCION "E" = ESTACIONADO
      *         PARA DESPUES DEL CIERRE (EL DEL DIRECTORIO VA A
      *         TRANSACCIONES-PENDIENTES.dat Y LO APLICA
      *         libera-pendientes; EL DE SALARIO VA A LA COLA DE
      *         APROBACIONES), "F" = FORZADO POR UN SUPERVISOR Y
      *         APLICADO EN EL MOMENTO. LO LISTA reporte-congelados.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  CAMBIO-CONGELADO-REGISTRO.
               05 CNG-PERIODO PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CNG-FECHA-HORA PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CNG-ACCION PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CNG-PROGRAMA PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
      *        ID del directorio, o numero de nomina para SALARIO.
               05 CNG-EMPLEADO-ID PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CNG-CAMPO PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CNG-VALOR-ANTERIOR PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CNG-VALOR-NUEVO PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CNG-USUARIO PIC X(20).
