       01  WS-PTR-CSV PIC 9(4).
       01  WS-CLABE-OK PIC X.
       01  WS-RESULTADO-CLABE PIC X.
       01  WS-DIRECCION-OK PIC X.
       01  WS-RESULTADO-DIRECCION PIC X.
       01  WS-MENSAJE-DIRECCION PIC X(60).
       01  WS-PREFIJO-ASIGNA PIC X(2).
       01  WS-ID-PROPUESTO PIC X(6).
       01  WS-RESULTADO-ASIGNA PIC X.
                           EMPLEADOS-ID " no corresponde a su banco."
                   END-IF
               END-IF
      *        La direccion se valida contra el catalogo de
      *        SEPOMEX: un codigo postal que no existe o una ciudad o
      *        estado que no son del codigo tumban el renglon; la
      *        ciudad y el estado en blanco se llenan con los del
      *        codigo y solo se avisa.
               MOVE "S" TO WS-DIRECCION-OK
               IF EMPLEADOS-DIRECCION NOT = SPACES
                   CALL "valida-direccion"
                       USING EMPLEADOS-DIRECCION
                           WS-RESULTADO-DIRECCION WS-MENSAJE-DIRECCION
                   END-CALL
                   IF WS-RESULTADO-DIRECCION = "N"
                       OR WS-RESULTADO-DIRECCION = "X"
                       MOVE "N" TO WS-DIRECCION-OK
                       DISPLAY "Rechazado, la direccion del ID "
                           EMPLEADOS-ID ": "
                           FUNCTION TRIM(WS-MENSAJE-DIRECCION)
                   END-IF
                   IF WS-RESULTADO-DIRECCION = "C"
                       DISPLAY "Aviso, ID " EMPLEADOS-ID ": "
                           FUNCTION TRIM(WS-MENSAJE-DIRECCION)
                   END-IF
               END-IF
               MOVE "A" TO EMPLEADOS-STATUS
               MOVE WS-FECHA-ALTA-CARGA TO EMPLEADOS-FECHA-ALTA
               IF WS-CLABE-OK = "N" OR WS-DIRECCION-OK = "N"
                   ADD 1 TO WS-TOTAL-RECHAZADOS
               ELSE
               IF EMPLEADOS-ID = SPACES
