      *         CONCILIACION BANCARIA CUADRA CONTRA ESTE ARCHIVO.
      *         CHQ-STATUS: "E" = emitido, "C" = cancelado, "R" =
      *         reexpedido (cheque nuevo que repone uno cancelado;
      *         CHQ-FOLIO-ORIGEN trae el folio cancelado que repone),
      *         "P" = pagado por el banco (concilia-cheques lo marca
      *         con la fecha y el importe que el banco reporta).
      *         pago-positivo AVISA AL BANCO CADA CHEQUE EMITIDO Y CADA
      *         CANCELACION (CHQ-AVISO-BANCO) PARA QUE NO PAGUE UN
      *         CHEQUE ALTERADO O QUE NO SALIO DE ESTA SERIE.
      *         IMPORTES CON SIGNO SEPARADO ADELANTE PARA RELEERSE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
               05 CHQ-STATUS PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CHQ-FOLIO-ORIGEN PIC 9(7).
               05 FILLER PIC X(1) VALUE SPACE.
      *        Beneficiario tal como se imprimio en el cheque.
               05 CHQ-NOMBRE PIC X(30).
               05 FILLER PIC X(1) VALUE SPACE.
      *        Ultimo aviso mandado al banco en el archivo de pago
      *        positivo: espacio = ninguno, "E" = emision avisada,
      *        "C" = cancelacion avisada.
               05 CHQ-AVISO-BANCO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
      *        Cobro reportado por el banco (solo con status "P").
               05 CHQ-FECHA-COBRO PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CHQ-IMPORTE-COBRADO PIC S9(7)V99
                   SIGN LEADING SEPARATE.
