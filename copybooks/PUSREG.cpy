      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE LA BITACORA DE PARAMETROS
      *         LEGALES USADOS (PARAMETROS-USADOS.txt): busca-
      *         parametro-legal ASIENTA UN RENGLON LA PRIMERA VEZ QUE
      *         UN PROGRAMA USA UNA CLAVE CON UNA VIGENCIA DENTRO DE
      *         UNA CORRIDA (EL SELLO DE fecha-sello DE SU PRIMERA
      *         CONSULTA IDENTIFICA LA CORRIDA). PUS-RESULTADO "S" SE
      *         USO EL VALOR DE LA TABLA, "N" LA CLAVE NO TENIA VALOR
      *         VIGENTE A ESA FECHA Y "X" NO HABIA TABLA; EN ESOS DOS
      *         CASOS EL PROGRAMA USO SU VALOR PROPIO. LO LISTA
      *         reporte-parametros.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  PARAMETRO-USADO-REGISTRO.
               05 PUS-SELLO PIC X(16).
               05 PUS-PROGRAMA PIC X(20).
               05 PUS-CLAVE PIC X(12).
               05 PUS-FECHA-CALCULO PIC X(8).
               05 PUS-VIGENCIA PIC X(8).
               05 PUS-VALOR PIC 9(7)V9(5).
               05 PUS-RESULTADO PIC X(1).
               05 PUS-FUENTE PIC X(40).
