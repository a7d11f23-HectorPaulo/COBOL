      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE LA LISTA DE INDUCCION DE
      *         NUEVO INGRESO (INDUCCION.txt): UN RENGLON POR TAREA
      *         DE CADA EMPLEADO. revisa-induccion ABRE LA LISTA DE
      *         CADA EMPLEADOS-ID NUEVO CON LAS TAREAS DEL CATALOGO
      *         DE SU PUESTO (CATALOGO-INDUCCION.txt) Y CIERRA SOLAS
      *         LAS QUE EL SISTEMA PUEDE COMPROBAR: IMS (ALTA EN EL
      *         EXTRACTO IMSS), CTR (CONTRATO EN CONTRATOS.dat), CLB
      *         (CLABE VALIDA), IDN (RFC, CURP Y NSS CAPTURADOS), TUR
      *         (TURNO ASIGNADO) Y SGM (INSCRITO EN SGMM.txt). LAS
      *         DEMAS LAS PALOMEA RECURSOS HUMANOS EN marca-induccion
      *         Y reporte-induccion LISTA LAS VENCIDAS POR SITIO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  INDUCCION-REGISTRO.
               05 IND-EMPLEADO-ID PIC X(6).
               05 IND-TAREA PIC X(3).
               05 IND-DESCRIPCION PIC X(30).
      *        Sitio del ID ("00" = plaza sin prefijo, como en
      *        CATALOGO-SITIOS.txt) y nombre, para que el reporte de
      *        vencidas no tenga que leer el directorio.
               05 IND-SITIO PIC X(2).
               05 IND-NOMBRE PIC X(40).
               05 IND-FECHA-ALTA PIC X(8).
               05 IND-FECHA-LIMITE PIC X(8).
      *        "P" = pendiente, "C" = cumplida.
               05 IND-STATUS PIC X(1).
               05 IND-FECHA-CUMPLIDA PIC X(8).
      *        Usuario que la palomeo, o "AUTOMATICO".
               05 IND-CERRO PIC X(20).
