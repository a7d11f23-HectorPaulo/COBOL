      * Author:HECTOR PAULO
      * Purpose:LAYOUT COMPARTIDO DE UNA LINEA DEL CONTROL DE PERIODOS
      *         DE NOMINA (PERIODOS-NOMINA.txt): IDENTIFICADOR DEL
      *         PERIODO (AAAAQQ LA QUINCENA, SEAASS LA SEMANA DE LA
      *         NOMINA SEMANAL), FECHAS DE INICIO Y FIN, Y STATUS
      *         ABIERTO / CALCULADO / CERRADO. LO ESTAMPA
      *         registro-nomina AL CORRER Y LO CIERRA cierra-periodo
      *         DESPUES DE LA DISPERSION; UN PERIODO CALCULADO O
