      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DEL INDICE DE RECIBOS ELECTRONICOS
      *         (INDICE-RECIBOS-<periodo>.txt) QUE CARGA EL PORTAL DE
      *         LA INTRANET PARA PUBLICARLOS: UN RENGLON POR RECIBO
      *         EMITIDO EN ARCHIVO PROPIO POR recibo-nomina EN MODO
      *         ELECTRONICO, CON PERIODO, NUMERO DE NOMINA, ID DEL
      *         DIRECTORIO, FECHA DE EMISION, NETO, HUELLA DE LA CLAVE
      *         (huella-linea SOBRE EL RFC, PARA QUE EL PORTAL VERIFIQUE
      *         LA CLAVE ANTES DE DESCIFRAR CON protege-recibo) Y NOMBRE
      *         DEL ARCHIVO DEL RECIBO. CAMPOS SEPARADOS POR UN ESPACIO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  RECIBO-ELECTRONICO-REGISTRO.
               05 REE-PERIODO PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 REE-NUMERO PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 REE-ID PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 REE-FECHA-EMISION PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 REE-NETO PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 REE-HUELLA-CLAVE PIC 9(18).
               05 FILLER PIC X(1) VALUE SPACE.
               05 REE-ARCHIVO PIC X(60).
