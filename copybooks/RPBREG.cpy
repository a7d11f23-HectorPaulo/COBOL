      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:AREA DE LLAMADA A busca-registro-patronal. ACCIONES:
      *         "E" REGISTRO DE UN EMPLEADO (RPB-SITIO, RPB-NUMERO) A
      *             LA FECHA RPB-FECHA (EN BLANCO, LA ULTIMA
      *             ASIGNACION); RESULTADO "E" POR ASIGNACION DEL
      *             EMPLEADO, "S" POR SU SITIO, "N" EL SITIO NO TIENE
      *             REGISTRO Y "X" NO HAY CATALOGO DE REGISTROS (UN
      *             SOLO PATRON); EN "N" Y "X" EL REGISTRO VA EN
      *             BLANCO.
      *         "R" DATOS DEL REGISTRO RPB-REGISTRO; "S" O "N".
      *         "I" EL REGISTRO QUE OCUPA EL LUGAR RPB-NUMERO EN EL
      *             CATALOGO, PARA RECORRERLO; "S" O "N".
      *         EN TODAS REGRESA RPB-TOTAL-REGISTROS Y, CUANDO HAY
      *         REGISTRO, SU RAZON SOCIAL, RFC, CLASE Y PRIMA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  REGISTRO-PATRONAL-CONSULTA.
               05 RPB-ACCION PIC X(1).
               05 RPB-SITIO PIC X(2).
               05 RPB-NUMERO PIC 9(5).
               05 RPB-FECHA PIC X(8).
               05 RPB-REGISTRO PIC X(11).
               05 RPB-RAZON-SOCIAL PIC X(40).
               05 RPB-RFC-PATRON PIC X(13).
               05 RPB-CLASE-RIESGO PIC 9(1).
               05 RPB-PRIMA-RIESGO PIC 9(2)V9(5).
               05 RPB-TOTAL-REGISTROS PIC 9(3).
               05 RPB-RESULTADO PIC X(1).
