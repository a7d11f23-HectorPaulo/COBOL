      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RUTINA COMPARTIDA: ACUMULA EN UNA HUELLA DE 18 DIGITOS
      *         EL CONTENIDO DE UNA LINEA DE TEXTO, BYTE POR BYTE Y EN
      *         ORDEN (DOS SUMAS POLINOMIALES MODULO PRIMOS DISTINTOS).
      *         A DIFERENCIA DE hash-total-id, CUALQUIER CAMBIO EN
      *         CUALQUIER POSICION (UN DIGITO DE CLABE, UN IMPORTE,
      *         DOS CARACTERES INTERCAMBIADOS) CAMBIA LA HUELLA. EL
      *         LLAMADOR ARRANCA LA HUELLA EN CEROS Y LA PASA LINEA
      *         TRAS LINEA; LA HUELLA FINAL SELLA EL ARCHIVO COMPLETO.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. huella-linea.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-POSICION PIC 9(3).
       01  WS-VALOR-BYTE PIC 9(3).

       LINKAGE SECTION.
       01  LK-LINEA PIC X(999).
       01  LK-LONGITUD PIC 9(3).
       01  LK-HUELLA.
           05 LK-HUELLA-A PIC 9(9).
           05 LK-HUELLA-B PIC 9(9).

       PROCEDURE DIVISION USING LK-LINEA LK-LONGITUD LK-HUELLA.
       MAIN-PROCEDURE.
           PERFORM ACUMULA-POSICION
               VARYING WS-POSICION FROM 1 BY 1
               UNTIL WS-POSICION > LK-LONGITUD.
      *    Fin de linea: dos archivos con los mismos bytes repartidos
      *    en otras lineas no dan la misma huella.
           MOVE 10 TO WS-VALOR-BYTE.
           PERFORM ACUMULA-VALOR.
           GOBACK.

           ACUMULA-POSICION.
           COMPUTE WS-VALOR-BYTE =
               FUNCTION ORD(LK-LINEA (WS-POSICION:1)).
           PERFORM ACUMULA-VALOR.

           ACUMULA-VALOR.
           COMPUTE LK-HUELLA-A =
               FUNCTION MOD(LK-HUELLA-A * 257 + WS-VALOR-BYTE,
                   999999937).
           COMPUTE LK-HUELLA-B =
               FUNCTION MOD(LK-HUELLA-B * 263 + WS-VALOR-BYTE,
                   999999929).
       END PROGRAM huella-linea.
