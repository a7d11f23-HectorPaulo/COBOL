      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE LA CONSTANCIA DE NO ADEUDO DE
      *         UNA BAJA (CONSTANCIAS-BAJA.txt): UN RENGLON POR
      *         EMPLEADO Y AREA QUE DEBE FIRMAR ANTES DEL FINIQUITO.
      *         AREAS: PRE (SALDO DE PRESTAMOS, SE RECUPERA), FON
      *         (FONDO DE AHORRO, SE PAGA), INF (CREDITO INFONAVIT,
      *         AVISO DE SUSPENSION), SGM (SGMM Y DEPENDIENTES A
      *         CANCELAR), EQP (EQUIPO NO DEVUELTO, SE RECUPERA),
      *         VAC (SOLICITUDES DE VACACIONES ABIERTAS) Y VIA
      *         (VIATICOS SIN COMPROBAR, SE RECUPERA). LO ARMA
      *         constancia-no-adeudo, LAS AREAS FIRMAN EN
      *         firma-constancia Y finiquito NO EMITE LA HOJA FINAL
      *         MIENTRAS ALGUN AREA SIGA PENDIENTE. IMPORTE CON SIGNO
      *         SEPARADO ADELANTE PARA PODERSE RELEER.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  CONSTANCIA-REGISTRO.
               05 CNS-EMPLEADO-ID PIC X(6).
               05 CNS-AREA PIC X(3).
               05 CNS-FECHA-BAJA PIC X(8).
      *        "R" = importe a recuperar del finiquito, "P" = importe
      *        a pagar junto con el finiquito, espacio = sin importe.
               05 CNS-SENTIDO PIC X(1).
               05 CNS-IMPORTE PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 CNS-DETALLE PIC X(60).
      *        "P" = pendiente de firma, "L" = liberada.
               05 CNS-STATUS PIC X(1).
               05 CNS-FECHA-LIBERA PIC X(8).
      *        Usuario que firmo, o "AUTOMATICO" cuando el area no
      *        tenia nada pendiente.
               05 CNS-LIBERO PIC X(20).
