      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:LAYOUT COMPARTIDO DE UNA LINEA DE FINIQUITOS POR PAGAR
      *         (FINIQUITOS-POR-PAGAR.txt): finiquito LA ENCOLA CON
      *         CADA COMPONENTE DEL CALCULO Y STATUS "P" PENDIENTE; UN
      *         SUPERVISOR LA APRUEBA ("A") O RECHAZA ("R") CON RAZON
      *         EN aprueba-finiquitos, Y paga-finiquitos TOMA LAS
      *         APROBADAS, SEPARA EXENTO Y GRAVADO, CALCULA EL ISR,
      *         ESCRIBE LAS CIFRAS DEL PAGO Y LA DEJA "G" PAGADA CON
      *         SU FOLIO Y EL DESGLOSE FISCAL, QUE LUEGO LEEN
      *         timbra-nomina (NODO DE SEPARACION DEL CFDI) Y
      *         constancia-anual. RECALCULAR EL FINIQUITO DE LA MISMA
      *         BAJA SUSTITUYE LA LINEA QUE NO ESTE PAGADA Y LA
      *         REGRESA A PENDIENTE. IMPORTES CON SIGNO SEPARADO
      *         ADELANTE PARA PODERSE RELEER.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  FINIQUITO-PAGO-REGISTRO.
               05 FNQ-NUMERO-EMP PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-SITIO PIC X(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-FECHA-BAJA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-NOMBRE PIC X(30).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-DEPTO PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-REGIMEN PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
      *        Anos de servicio para la exencion de la indemnizacion:
      *        la fraccion de mas de seis meses cuenta como ano.
               05 FNQ-ANOS-SERVICIO PIC 9(2).
               05 FILLER PIC X(1) VALUE SPACE.
      *        Ultimo sueldo mensual ordinario (maestro de nomina):
      *        base de la tasa del ISR de la indemnizacion.
               05 FNQ-SUELDO-MENSUAL PIC S9(7)V99 SIGN LEADING
                   SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-SUELDO-PENDIENTE PIC S9(7)V99 SIGN LEADING
                   SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-VACACIONES PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-PRIMA-VACACIONAL PIC S9(7)V99 SIGN LEADING
                   SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-AGUINALDO PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
      *        Indemnizacion completa: 90 dias mas 20 por ano.
               05 FNQ-INDEMNIZACION PIC S9(7)V99 SIGN LEADING
                   SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-TOTAL PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
      *        Neto despues de lo que recupera o paga la constancia
      *        de no adeudo, antes del ISR.
               05 FNQ-NETO PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-FECHA-CALCULO PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-STATUS PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-APROBADOR PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-FECHA-DECISION PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-RAZON PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
      *        Desglose fiscal que deja paga-finiquitos al pagar.
               05 FNQ-FOLIO-PAGO PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-FECHA-PAGO PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-EXENTO PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-GRAVADO-ORDINARIO PIC S9(7)V99 SIGN LEADING
                   SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-ISR-ORDINARIO PIC S9(7)V99 SIGN LEADING
                   SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-INDEM-ACUMULABLE PIC S9(7)V99 SIGN LEADING
                   SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-INDEM-NO-ACUMULABLE PIC S9(7)V99 SIGN LEADING
                   SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-ISR-INDEMNIZACION PIC S9(7)V99 SIGN LEADING
                   SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 FNQ-NETO-PAGADO PIC S9(7)V99 SIGN LEADING SEPARATE.
