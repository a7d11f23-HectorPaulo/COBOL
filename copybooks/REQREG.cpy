      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE UNA REQUISICION DE PERSONAL
      *         (REQUISICIONES.txt, UNA LINEA POR REQUISICION): LA
      *         COMBINACION DEPTO/PUESTO QUE SE VA A CUBRIR, LA
      *         JUSTIFICACION, EL GERENTE QUE LA APRUEBA Y QUIEN LA
      *         CAPTURO. requisiciones SOLO LA ABRE SI LA PLANTILLA
      *         AUTORIZADA (busca-plantilla) TIENE LUGAR CONTANDO LOS
      *         ACTIVOS Y LAS OTRAS REQUISICIONES ABIERTAS; SE CIERRA
      *         CUBIERTA CUANDO UN CANDIDATO (CANREG.cpy) ACEPTA Y
      *         QUEDA DADO DE ALTA. reporte-cobertura SACA DE AQUI EL
      *         TIEMPO DE COBERTURA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  REQUISICION-REGISTRO.
               05 REQ-FOLIO PIC 9(6).
               05 REQ-DEPTO PIC 9(3).
               05 REQ-PUESTO PIC 9(2).
               05 REQ-JUSTIFICACION PIC X(60).
               05 REQ-GERENTE PIC X(20).
               05 REQ-CAPTURO PIC X(20).
               05 REQ-FECHA-APERTURA PIC X(8).
      *        "A" = abierta, "C" = cubierta (REQ-EMPLEADO-ID trae el
      *        ID dado de alta), "X" = cancelada.
               05 REQ-STATUS PIC X(1).
               05 REQ-FECHA-CIERRE PIC X(8).
               05 REQ-EMPLEADO-ID PIC X(6).
