      *         IMAGEN PREVIA, "X" LOTE YA REVERSADO) Y EL ID
      *         AFECTADO. LO ESCRIBEN CARGA-CSV Y CONSOLIDA-SITIOS EN
      *         CADA CORRIDA Y LO CONSUME reversa-lote PARA DESHACER
      *         UN LOTE MALO COMPLETO. fusiona-deptos AGREGA "N"
      *         (IMAGEN PREVIA DE 63 BYTES DEL MAESTRO DE NOMINA,
      *         NOMIDX.cpy, CON SU LLAVE ADENTRO) Y, PARA LOS ARCHIVOS
      *         LATERALES DE TEXTO, "F" (RENGLON QUE EL LOTE RETIRO O
      *         CAMBIO, COMO ESTABA) Y "G" (RENGLON QUE EL LOTE DEJO
      *         ESCRITO); EN ESOS DOS EL ID LLEVA LA CLAVE DEL
      *         ARCHIVO: CAT CATALOGO DE DEPARTAMENTOS, PLA PLANTILLA
      *         AUTORIZADA, SPL REPARTOS DE CENTROS DE COSTOS, TRI
      *         TRIPULACION MINIMA, PPT PRESUPUESTO DE NOMINA, DIS
      *         LISTA DE DISTRIBUCION DE REPORTES.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  WS-LINEA-LOTE.
