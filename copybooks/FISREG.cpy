      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE LAS CONFIRMACIONES DE
      *         OBLIGACIONES FISCALES (CUMPLIMIENTO-FISCAL.txt): UN
      *         RENGLON POR CADA OBLIGACION DEL CATALOGO
      *         OBLIGACIONES-FISCALES.txt QUE ALGUIEN CONFIRMA COMO
      *         PRESENTADA O PAGADA, POR SITIO Y PERIODO, CON LA
      *         REFERENCIA (ACUSE O LINEA DE CAPTURA) Y EL OPERADOR
      *         QUE LA CAPTURO. LO ESCRIBE mantiene-fiscales Y LO LEE
      *         calendario-fiscal PARA SEPARAR LO CUMPLIDO DE LO
      *         VENCIDO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  CUMPLIMIENTO-REGISTRO.
               05 CUM-CLAVE PIC X(6).
               05 CUM-SITIO PIC X(2).
      *        AAAAMM (mensual y bimestral: mes que cierra el periodo),
      *        AAAA (anual) o AAAAMMQ1/AAAAMMQ2 (quincenal).
               05 CUM-PERIODO PIC X(8).
               05 CUM-FECHA-PRESENTADA PIC X(8).
               05 CUM-REFERENCIA PIC X(30).
               05 CUM-USUARIO PIC X(20).
               05 CUM-SELLO PIC X(16).
      *        "V" = vigente, "X" = anulada (capturada por error).
               05 CUM-ESTADO PIC X(1).
