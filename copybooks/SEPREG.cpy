      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DEL CATALOGO DE CODIGOS POSTALES
      *         DE SEPOMEX (SEPOMEX.dat), INDEXADO POR EL CODIGO
      *         POSTAL DE 5 DIGITOS: UN REGISTRO POR CODIGO CON LA
      *         CLAVE DE 2 LETRAS DEL ESTADO (LA MISMA DE LA CURP:
      *         AS, BC, ... DF, ... ZS), EL NOMBRE DEL ESTADO, EL
      *         MUNICIPIO Y LA CIUDAD (ESPACIOS EN LOS CODIGOS
      *         RURALES SIN CIUDAD). LOS NOMBRES VAN EN MAYUSCULAS
      *         Y SIN ACENTOS. LO CARGA carga-sepomex DEL ARCHIVO
      *         OFICIAL Y LO CONSULTA busca-codigo-postal.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  SEPOMEX-REGISTRO.
               05 SEP-CODIGO-POSTAL PIC X(5).
               05 SEP-ESTADO PIC X(2).
               05 SEP-ESTADO-NOMBRE PIC X(30).
               05 SEP-MUNICIPIO PIC X(40).
               05 SEP-CIUDAD PIC X(40).
