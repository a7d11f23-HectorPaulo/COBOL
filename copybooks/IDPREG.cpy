      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTROS COMPARTIDOS DE LA ALIMENTACION DIARIA DE
      *         IDENTIDADES PARA SISTEMAS (CUENTAS DE RED Y ACCESO A
      *         TORNIQUETES). IDENTIDAD-REGISTRO ES UN RENGLON DE
      *         IDENTIDADES-ENVIADAS.txt: LA PARTE IDP-DETALLE ES
      *         EXACTAMENTE EL RENGLON "D" QUE VIAJA EN EL ARCHIVO DE
      *         ALIMENTACION (LOTE = FECHA DE LOS MOVIMIENTOS, RENGLON
      *         CONSECUTIVO DENTRO DEL LOTE) Y LO DEMAS ES EL CONTROL
      *         DEL ACUSE QUE REGRESA SISTEMAS. ACUSE-IDENTIDAD ES UN
      *         RENGLON DEL ARCHIVO DE ACUSES QUE SISTEMAS DEVUELVE,
      *         UNO POR LOTE/RENGLON APLICADO O RECHAZADO. LOS ESCRIBE
      *         genera-identidades Y LOS CONCILIA revisa-identidades.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  IDENTIDAD-REGISTRO.
               05 IDP-DETALLE.
                   10 IDP-TIPO-REG PIC X(1).
                   10 IDP-LOTE PIC 9(8).
                   10 IDP-RENGLON PIC 9(5).
      *            "ALT" = crear o rehabilitar la cuenta, "BAJ" =
      *            deshabilitar el mismo dia, "TRF" = cambio de
      *            departamento o de sitio (grupos y puertas), "NOM" =
      *            cambio de nombre.
                   10 IDP-MOVIMIENTO PIC X(3).
                   10 IDP-EMPLEADO-ID PIC X(6).
      *            En una transferencia de sitio, el ID que deja de
      *            usarse (la cuenta se renombra, no se da de baja).
                   10 IDP-ID-ANTERIOR PIC X(6).
      *            Jefe inmediato, para rutear la aprobacion en TI.
                   10 IDP-JEFE-ID PIC X(6).
                   10 IDP-NOMBRE PIC X(25).
                   10 IDP-APELLIDOS PIC X(35).
                   10 IDP-DEPTO PIC 9(3).
                   10 IDP-DEPTO-ANTERIOR PIC 9(3).
                   10 IDP-SITIO PIC X(2).
                   10 IDP-SITIO-ANTERIOR PIC X(2).
                   10 IDP-PUESTO PIC 9(2).
                   10 IDP-FECHA-EFECTIVA PIC X(8).
      *        Sello (fecha-sello) de la corrida que mando el renglon.
               05 IDP-SELLO-ENVIO PIC X(16).
      *        "P" = sin acuse, "A" = aplicado por sistemas, "R" =
      *        rechazado por sistemas.
               05 IDP-ACUSE PIC X(1).
               05 IDP-SELLO-ACUSE PIC X(16).
               05 IDP-NOTA-ACUSE PIC X(30).

           01  ACUSE-IDENTIDAD.
               05 ACU-TIPO-REG PIC X(1).
               05 ACU-LOTE PIC 9(8).
               05 ACU-RENGLON PIC 9(5).
      *        "OK" = aplicado, "ER" = rechazado (la nota dice por que).
               05 ACU-RESULTADO PIC X(2).
               05 ACU-SELLO PIC X(16).
               05 ACU-NOTA PIC X(30).
