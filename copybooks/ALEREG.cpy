      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTROS COMPARTIDOS DE LAS ALERTAS DE OPERACION:
      *         ALERTA-REGISTRO ES UN RENGLON DE LA BANDEJA DE SALIDA
      *         (BANDEJA-ALERTAS.txt) QUE RECOGE LA PASARELA DE
      *         CORREO/SMS, UNO POR CADA DESTINATARIO DE GUARDIA DE UNA
      *         ALERTA; ACUSE-ALERTA ES UN RENGLON DE
      *         ACUSES-ALERTAS.txt CON EL OPERADOR QUE RECONOCIO LA
      *         ALERTA. LA BANDEJA LA ESCRIBE levanta-alerta (LLAMADA
      *         POR CUALQUIER PROGRAMA DE LOTE Y POR reenvia-alertas);
      *         LOS ACUSES LOS ESCRIBE acusa-alerta; reporte-alertas
      *         LEE AMBOS PARA EL RESUMEN MENSUAL.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  ALERTA-REGISTRO.
      *        Folio de la alerta; los reenvios conservan el folio.
               05 ALE-FOLIO PIC 9(8).
      *        00 = envio original, 01... = reenvio por falta de acuse.
               05 ALE-REENVIO PIC 9(2).
      *        Sello (fecha-sello) en que el renglon entro a la bandeja.
               05 ALE-SELLO PIC X(16).
      *        "C" = critica, "M" = mayor, "A" = aviso.
               05 ALE-SEVERIDAD PIC X(1).
               05 ALE-PROGRAMA PIC X(20).
      *        Sello de la corrida del programa que levanto la alerta.
               05 ALE-SELLO-CORRIDA PIC X(16).
               05 ALE-MENSAJE PIC X(80).
      *        Operador de guardia segun GUARDIAS-ALERTAS.txt;
      *        "(SIN GUARDIA)" si ninguna guardia cubre la hora.
               05 ALE-DESTINATARIO PIC X(20).
      *        "MAIL" o "SMS".
               05 ALE-MEDIO PIC X(4).
               05 ALE-CONTACTO PIC X(60).

           01  ACUSE-ALERTA.
               05 ACA-FOLIO PIC 9(8).
               05 ACA-SELLO PIC X(16).
               05 ACA-USUARIO PIC X(20).
               05 ACA-COMENTARIO PIC X(60).
