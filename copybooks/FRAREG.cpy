      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE LA LISTA DE REVISION DE LAS
      *         ALERTAS DE FRAUDE DE NOMINA (COLA-FRAUDE.dat),
      *         INDEXADA POR LA CLAVE DE LA REGLA MAS EL ID DEL
      *         EMPLEADO (CLB/CLD/TEL/DOM/SCH/PBJ/SDR/SID, VER
      *         analiza-fraude). analiza-fraude ABRE O CONFIRMA UNA
      *         ALERTA POR CADA HALLAZGO Y CIERRA LAS QUE YA NO
      *         APARECEN; dictamina-fraude LE PONE SU CODIGO DE
      *         DISPOSICION. UNA ALERTA DICTAMINADA COMO FALSO
      *         POSITIVO NO SE VUELVE A LEVANTAR MIENTRAS SU DETALLE
      *         (LA EVIDENCIA) SIGA SIENDO EL MISMO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  FRAUDE-REGISTRO.
               05 FRA-LLAVE.
                   10 FRA-REGLA PIC X(3).
                   10 FRA-EMPLEADO-ID PIC X(6).
               05 FRA-FECHA-DETECCION PIC X(8).
      *        Ultimo periodo de nomina (AAAAMM) en que aparecio.
               05 FRA-PERIODO PIC X(6).
      *        "A" = abierta (aparecio en la ultima corrida), "C" =
      *        cerrada (la corrida posterior ya no la encontro).
               05 FRA-STATUS PIC X(1).
      *        Espacios = sin revisar, "FP" = falso positivo, "CF" =
      *        confirmada y turnada a auditoria, "CO" = corregida (si
      *        vuelve a aparecer se reabre sin disposicion).
               05 FRA-DISPOSICION PIC X(2).
               05 FRA-DICTAMINO PIC X(20).
               05 FRA-FECHA-DICTAMEN PIC X(8).
               05 FRA-NOTA PIC X(40).
               05 FRA-DETALLE PIC X(60).
