      * Author:HECTOR PAULO
      * Date:08/08/2026
      * Purpose:REPORTE DE EXCEPCIONES DE CALIDAD DE DATOS DE
      *         EMPLEADOS-ARCHIVO, INCLUIDA LA DIRECCION CONTRA EL
      *         CATALOGO DE SEPOMEX (REGLA CPO)
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-RESULTADO-IDENTIDAD PIC X.
       01  WS-IDENTIDAD-MALA PIC X.
       01  WS-FECHA-CORRIDA-CAL PIC X(8).
       01  WS-DIRECCION-CALIDAD PIC X(35).
       01  WS-RESULTADO-DIRECCION PIC X.
       01  WS-MENSAJE-DIRECCION PIC X(60).
       01  WS-TABLA-ABIERTOS.
           05 WS-ABI-RENGLON OCCURS 9999 TIMES.
               10 WS-ABI-ID PIC X(6).
           PERFORM VALIDA-EDAD.
           PERFORM VALIDA-TELEFONO.
           PERFORM VALIDA-IDENTIDAD-TRIO.
           PERFORM VALIDA-DIRECCION-REGLA.
           PERFORM LEE-SIGUIENTE-REGISTRO.

           VALIDA-CAMPOS-REQUERIDOS.
               PERFORM REGISTRA-EXCEPCION-COLA
           END-IF.

      *    Regla CPO: la direccion de un registro vivo debe cuadrar
      *    con el catalogo de SEPOMEX (codigo postal que exista,
      *    ciudad y estado del codigo, sin ciudad ni estado en
      *    blanco). Sin catalogo no se puede juzgar: los pendientes
      *    CPO ya abiertos se conservan en vez de cerrarse.
           VALIDA-DIRECCION-REGLA.
           IF (EMPLEADOS-STATUS = "A" OR EMPLEADOS-STATUS = "L")
               AND EMPLEADOS-DIRECCION NOT = SPACES
               MOVE EMPLEADOS-DIRECCION TO WS-DIRECCION-CALIDAD
               CALL "valida-direccion"
                   USING WS-DIRECCION-CALIDAD WS-RESULTADO-DIRECCION
                       WS-MENSAJE-DIRECCION
               END-CALL
               MOVE "CPO" TO WS-REGLA-ACTUAL
               IF WS-RESULTADO-DIRECCION = "X"
                   PERFORM VARYING WS-IX-ABI FROM 1 BY 1
                       UNTIL WS-IX-ABI > WS-TOTAL-ABIERTOS
                       IF WS-ABI-ID (WS-IX-ABI) = EMPLEADOS-ID
                           AND WS-ABI-REGLA (WS-IX-ABI) = "CPO"
                           MOVE "S" TO WS-ABI-CONFIRMADO (WS-IX-ABI)
                       END-IF
                   END-PERFORM
               ELSE
                   IF WS-RESULTADO-DIRECCION NOT = "S"
                       DISPLAY "ID " EMPLEADOS-ID ": direccion: "
                           FUNCTION TRIM(WS-MENSAJE-DIRECCION)
                       ADD 1 TO WS-TOTAL-EXCEPCIONES
                       PERFORM REGISTRA-EXCEPCION-COLA
                   END-IF
               END-IF
           END-IF.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
