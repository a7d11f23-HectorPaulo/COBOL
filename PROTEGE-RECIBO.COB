      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: CIFRA ("C") O DESCIFRA ("D") UN
      *         RENGLON DE 80 POSICIONES DE UN RECIBO ELECTRONICO CON
      *         UNA CLAVE SACADA DEL RFC DEL EMPLEADO (EN MAYUSCULAS,
      *         SIN ESPACIOS FINALES). CADA CARACTER IMPRIMIBLE (DEL
      *         ESPACIO A LA TILDE) SE RECORRE DENTRO DE ESOS 95
      *         CARACTERES SEGUN LA LETRA DE LA CLAVE QUE LE TOCA, SU
      *         POSICION Y EL NUMERO DE RENGLON, ASI DOS RENGLONES
      *         IGUALES NO SALEN IGUALES; LO DEMAS PASA SIN CAMBIO.
      *         LA USA recibo-nomina AL ESCRIBIR CADA RECIBO EN SU
      *         ARCHIVO Y EL PORTAL LA REPITE AL REVES PARA MOSTRARLO
      *         A QUIEN TECLEA SU RFC. CLAVE EN BLANCO: EL RENGLON
      *         REGRESA TAL CUAL.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. protege-recibo.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CLAVE-MAYUS PIC X(13).
       01  WS-LONGITUD-CLAVE PIC 9(2).
       01  WS-POSICION PIC 9(3).
       01  WS-POSICION-CLAVE PIC 9(2).
       01  WS-VALOR-CARACTER PIC 9(3).
       01  WS-DESPLAZAMIENTO PIC 9(3).

       LINKAGE SECTION.
       01  LK-MODO PIC X(1).
       01  LK-CLAVE PIC X(13).
       01  LK-RENGLON PIC 9(4).
       01  LK-LINEA PIC X(80).

       PROCEDURE DIVISION USING LK-MODO LK-CLAVE LK-RENGLON LK-LINEA.
       MAIN-PROCEDURE.
           MOVE FUNCTION UPPER-CASE(LK-CLAVE) TO WS-CLAVE-MAYUS.
           MOVE ZEROES TO WS-LONGITUD-CLAVE.
           IF WS-CLAVE-MAYUS NOT = SPACES
               COMPUTE WS-LONGITUD-CLAVE =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-CLAVE-MAYUS
                       TRAILING))
           END-IF.
           IF WS-LONGITUD-CLAVE > ZEROES
               PERFORM PROTEGE-POSICION
                   VARYING WS-POSICION FROM 1 BY 1
                   UNTIL WS-POSICION > 80
           END-IF.
           GOBACK.

      *    Codigo del caracter menos el del espacio: 0 a 94 para los
      *    imprimibles (FUNCTION ORD cuenta desde 1).
           PROTEGE-POSICION.
           COMPUTE WS-VALOR-CARACTER =
               FUNCTION ORD(LK-LINEA (WS-POSICION:1)) - 1.
           IF WS-VALOR-CARACTER >= 32 AND WS-VALOR-CARACTER <= 126
               SUBTRACT 32 FROM WS-VALOR-CARACTER
               COMPUTE WS-POSICION-CLAVE =
                   FUNCTION MOD(WS-POSICION - 1, WS-LONGITUD-CLAVE)
                   + 1
               COMPUTE WS-DESPLAZAMIENTO =
                   FUNCTION MOD(FUNCTION ORD(WS-CLAVE-MAYUS
                       (WS-POSICION-CLAVE:1)) + WS-POSICION
                       + 7 * LK-RENGLON, 95)
               IF LK-MODO = "D"
                   COMPUTE WS-VALOR-CARACTER =
                       FUNCTION MOD(WS-VALOR-CARACTER + 95
                           - WS-DESPLAZAMIENTO, 95)
               ELSE
                   COMPUTE WS-VALOR-CARACTER =
                       FUNCTION MOD(WS-VALOR-CARACTER
                           + WS-DESPLAZAMIENTO, 95)
               END-IF
               MOVE FUNCTION CHAR(WS-VALOR-CARACTER + 33)
                   TO LK-LINEA (WS-POSICION:1)
           END-IF.
       END PROGRAM protege-recibo.
