      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:LAYOUTS COMPARTIDOS DEL CONTROL DE HORAS EXTRA:
      *         AUTORIZACIONES-EXTRA.txt (LAS HORAS QUE EL JEFE
      *         DIRECTO AUTORIZA POR EMPLEADO Y FECHA, POR ADELANTADO
      *         O RATIFICANDO DESPUES UNAS RETENIDAS; LAS CAPTURA
      *         autoriza-extra), EXTRA-RETENIDA.txt (LO TRABAJADO DE
      *         MAS SIN AUTORIZACION QUE procesa-checadas NO PAGA Y
      *         DEJA PENDIENTE DE APROBAR O RECHAZAR) Y
      *         EXTRA-DIARIA.txt (EL DETALLE POR EMPLEADO Y DIA DE LA
      *         EXTRA TRABAJADA, PAGADA Y RETENIDA DE LA CORRIDA DE
      *         checadas, DE DONDE reporte-extra-legal MIDE LOS
      *         LIMITES DE LEY). EL EMPLEADO VA POR NUMERO DE NOMINA,
      *         COMO EN LAS CHECADAS.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  AUTORIZACION-EXTRA-REGISTRO.
               05 HEX-NUMERO PIC 9(5).
               05 HEX-FECHA PIC X(8).
               05 HEX-HORAS PIC 9(2)V99.
               05 HEX-JEFE-ID PIC X(6).
      *        "P" = previa (antes de trabajarlas), "R" = ratificacion
      *        de horas retenidas.
               05 HEX-CLASE PIC X(1).
      *        "A" = autorizada, "C" = cancelada antes de la fecha.
               05 HEX-STATUS PIC X(1).
               05 HEX-MOTIVO PIC X(40).
               05 HEX-FECHA-CAPTURA PIC X(8).
           01  EXTRA-RETENIDA-REGISTRO.
               05 RET-NUMERO PIC 9(5).
               05 RET-FECHA PIC X(8).
               05 RET-MIN-TRABAJADOS PIC 9(4).
               05 RET-MIN-RETENIDOS PIC 9(4).
      *        "P" = pendiente, "A" = aprobada (ya tiene su
      *        ratificacion en AUTORIZACIONES-EXTRA.txt), "R" =
      *        rechazada, no se paga.
               05 RET-STATUS PIC X(1).
               05 RET-JEFE-ID PIC X(6).
               05 RET-FECHA-DECISION PIC X(8).
           01  EXTRA-DIARIA-REGISTRO.
               05 EXD-NUMERO PIC 9(5).
               05 EXD-FECHA PIC 9(8).
               05 EXD-MIN-TRABAJADOS PIC 9(4).
               05 EXD-MIN-PAGADOS PIC 9(4).
               05 EXD-MIN-RETENIDOS PIC 9(4).
