      *         ACUSES DE RECIBO DE NOMINA (ACUSES-RECIBO.txt):
      *         PERIODO, NUMERO DE NOMINA, FECHA DE EMISION DEL
      *         RECIBO, STATUS (PEN PENDIENTE DE FIRMA / FIR FIRMADO)
      *         Y FECHA EN QUE REGRESO EL PAPEL FIRMADO O EN QUE EL
      *         EMPLEADO CONSULTO SU RECIBO ELECTRONICO EN EL PORTAL.
      *         LA ESCRIBE recibo-nomina AL EMITIR, captura-acuses LA
      *         MARCA FIRMADA CON EL PAPEL Y carga-vistas-portal CON
      *         LA CONSULTA, reporte-acuses LISTA LAS VENCIDAS POR
      *         DEPARTAMENTO Y expediente ENSENA LA HISTORIA DE UN
      *         EMPLEADO.
      * Tectonics: cobc -I copybooks
