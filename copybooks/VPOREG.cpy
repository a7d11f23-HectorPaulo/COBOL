      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DEL ARCHIVO DE CONSULTAS DE RECIBOS
      *         QUE DEVUELVE EL PORTAL DE LA INTRANET (VISTAS-
      *         PORTAL.txt): UN RENGLON CADA VEZ QUE UN EMPLEADO ABRE
      *         SU RECIBO ELECTRONICO, CON PERIODO, NUMERO DE NOMINA,
      *         FECHA Y HORA DE LA CONSULTA. carga-vistas-portal LO
      *         TOMA COMO ACUSE Y MARCA FIRMADA LA ENTRADA DEL REGISTRO
      *         DE ACUSES (FIRREG.cpy). CAMPOS SEPARADOS POR UN
      *         ESPACIO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  VISTA-PORTAL-REGISTRO.
               05 VPO-PERIODO PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 VPO-NUMERO PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 VPO-FECHA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 VPO-HORA PIC X(6).
