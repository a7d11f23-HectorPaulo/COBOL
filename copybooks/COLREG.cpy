      * Purpose:REGISTRO COMPARTIDO DE LA COLA DE TRABAJO DE CALIDAD
      *         DE DATOS (COLA-CALIDAD.dat), INDEXADA POR EL ID DEL
      *         EMPLEADO MAS LA CLAVE DE LA REGLA VIOLADA (NOM/APE/
      *         DIR/EDA/TEL/RFC/CUR/NSS, Y CPO PARA LA DIRECCION QUE
      *         NO CUADRA CON SEPOMEX, QUE TAMBIEN ABRE EL BARRIDO
      *         barre-direcciones). valida-calidad ABRE UN PENDIENTE POR
      *         CADA HALLAZGO Y CIERRA AUTOMATICAMENTE LOS QUE YA NO
      *         ENCUENTRA EN LA SIGUIENTE CORRIDA; LA OPCION C DE
      *         BDD-INDEXADAS RECORRE LOS PENDIENTES ABIERTOS Y SALTA
