      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DEL ARCHIVO DE ACCIDENTES DE
      *         TRABAJO (ACCIDENTES-TRABAJO.dat), INDEXADO POR NUMERO
      *         DE NOMINA MAS FOLIO DEL CERTIFICADO DE INCAPACIDAD
      *         (LA MISMA LLAVE QUE INC-LLAVE DE INCREG.cpy). GUARDA
      *         LOS DATOS DEL AVISO ST-7: FECHA Y HORA, LUGAR, TIPO
      *         (T EN EL CENTRO DE TRABAJO, R EN TRAYECTO),
      *         CONSECUENCIA (I INCAPACIDAD TEMPORAL, P PERMANENTE
      *         PARCIAL, T PERMANENTE TOTAL, D DEFUNCION) Y EL
      *         PORCENTAJE DE INCAPACIDAD PERMANENTE. LO CAPTURA
      *         captura-accidente Y LO LEE prima-riesgo PARA LA
      *         DETERMINACION ANUAL DE LA PRIMA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  ACCIDENTE-REGISTRO.
               05 ACC-LLAVE.
                   10 ACC-NUMERO-EMP PIC 9(5).
                   10 ACC-FOLIO PIC X(8).
               05 ACC-SITIO PIC X(2).
               05 ACC-FECHA PIC X(8).
               05 ACC-HORA PIC X(4).
               05 ACC-LUGAR PIC X(30).
               05 ACC-TIPO PIC X(1).
               05 ACC-CONSECUENCIA PIC X(1).
               05 ACC-PORC-INCAPACIDAD PIC 9(3)V99.
               05 ACC-DESCRIPCION PIC X(40).
