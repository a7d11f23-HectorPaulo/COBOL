      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:RESUMEN MENSUAL DE ALERTAS DE OPERACION: PARA EL MES
      *         DE REPORTE_ALERTAS_MES (AAAAMM; EL MES ANTERIOR POR
      *         OMISION) CUENTA LAS ALERTAS LEVANTADAS EN
      *         BANDEJA-ALERTAS.txt (ALEREG.cpy, UNA POR FOLIO SIN
      *         IMPORTAR CUANTOS DESTINATARIOS TUVO), SUS REENVIOS, LAS
      *         ACUSADAS EN ACUSES-ALERTAS.txt Y LAS QUE SIGUEN SIN
      *         ACUSE, CON EL TIEMPO DE ACUSE PROMEDIO Y MAXIMO EN
      *         MINUTOS (DEL ENVIO ORIGINAL AL PRIMER ACUSE), POR
      *         SEVERIDAD Y POR PROGRAMA QUE LAS LEVANTO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-alertas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT BANDEJA-ALERTAS
       ASSIGN TO DYNAMIC WS-RUTA-BANDEJA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-BAN.

       SELECT ACUSES-ALERTAS
       ASSIGN TO DYNAMIC WS-RUTA-ACUSES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ACA.

       SELECT ALERTAS-RPT
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD BANDEJA-ALERTAS.
       01  LINEA-BANDEJA PIC X(227).

       FD ACUSES-ALERTAS.
       01  LINEA-ACUSE PIC X(104).

       FD ALERTAS-RPT.
       01  LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ALEREG.
       COPY RPTENC.

       01  WS-RUTA-BANDEJA PIC X(200).
       01  WS-FILE-STATUS-BAN PIC X(2).
       01  WS-RUTA-ACUSES PIC X(200).
       01  WS-FILE-STATUS-ACA PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
       01  FIN-DE-ARCHIVO PIC X.

       01  WS-FECHA-HOY PIC X(8).
       01  WS-MES-X PIC X(6).
       01  WS-MES-REPORTE PIC X(6).
       01  WS-MES-NUM PIC 9(6).
       01  WS-MES-PARTES REDEFINES WS-MES-NUM.
           05 WS-MES-ANIO PIC 9(4).
           05 WS-MES-MES PIC 9(2).

       01  WS-TABLA-FOLIOS.
           05 WS-FOL-RENGLON OCCURS 5000 TIMES.
               10 WS-FOL-FOLIO PIC 9(8).
               10 WS-FOL-SEVERIDAD PIC 9(1).
               10 WS-FOL-PROGRAMA PIC 9(3).
               10 WS-FOL-SELLO PIC X(16).
               10 WS-FOL-REENVIOS PIC 9(2).
               10 WS-FOL-ACUSE PIC X(16).
       01  WS-TOTAL-FOLIOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-FOL PIC 9(4).
       01  WS-FOL-ENCONTRADO PIC 9(4).
       01  WS-FOLIO-BUSCADO PIC 9(8).

      *    Renglones de resumen: 1 = criticas, 2 = mayores,
      *    3 = avisos; los programas despues, uno por renglon.
       01  WS-TABLA-SEVERIDADES.
           05 WS-SEV-RENGLON OCCURS 3 TIMES.
               10 WS-SEV-NOMBRE PIC X(10).
               10 WS-SEV-ALERTAS PIC 9(5).
               10 WS-SEV-REENVIOS PIC 9(5).
               10 WS-SEV-ACUSADAS PIC 9(5).
               10 WS-SEV-MINUTOS PIC 9(9).
               10 WS-SEV-MAXIMO PIC 9(7).
       01  WS-IX-SEV PIC 9(1).

       01  WS-TABLA-PROGRAMAS.
           05 WS-PRO-RENGLON OCCURS 100 TIMES.
               10 WS-PRO-NOMBRE PIC X(20).
               10 WS-PRO-ALERTAS PIC 9(5).
               10 WS-PRO-CRITICAS PIC 9(5).
               10 WS-PRO-ACUSADAS PIC 9(5).
               10 WS-PRO-MINUTOS PIC 9(9).
               10 WS-PRO-MAXIMO PIC 9(7).
       01  WS-TOTAL-PROGRAMAS PIC 9(3) VALUE ZEROES.
       01  WS-IX-PRO PIC 9(3).
       01  WS-PRO-ENCONTRADO PIC 9(3).

       01  WS-SELLO-CALC PIC X(16).
       01  WS-MINUTOS-CALC PIC 9(12).
       01  WS-MINUTOS-ENVIO PIC 9(12).
       01  WS-MINUTOS-ACUSE PIC 9(7).
       01  WS-FECHA-CALC PIC 9(8).
       01  WS-HORA-CALC PIC 9(2).
       01  WS-MINUTO-CALC PIC 9(2).

       01  WS-RES-ALERTAS PIC 9(5).
       01  WS-RES-REENVIOS PIC 9(5).
       01  WS-RES-ACUSADAS PIC 9(5).
       01  WS-RES-MINUTOS PIC 9(9).
       01  WS-RES-MAXIMO PIC 9(7).
       01  WS-TOTAL-ALERTAS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-SIN-ACUSE PIC 9(5) VALUE ZEROES.

       01  WS-TITULO-RPT.
           05 FILLER PIC X(46) VALUE
               "RESUMEN MENSUAL DE ALERTAS DE OPERACION - MES ".
           05 TIT-MES PIC X(6).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(20) VALUE "SEVERIDAD".
           05 FILLER PIC X(9) VALUE " ALERTAS".
           05 FILLER PIC X(9) VALUE " REENVIOS".
           05 FILLER PIC X(9) VALUE " ACUSADAS".
           05 FILLER PIC X(10) VALUE " SIN ACUSE".
           05 FILLER PIC X(12) VALUE " PROM. (MIN)".
           05 FILLER PIC X(11) VALUE " MAX. (MIN)".
       01  WS-LINEA-COLUMNAS-PRO.
           05 FILLER PIC X(20) VALUE "PROGRAMA".
           05 FILLER PIC X(9) VALUE " ALERTAS".
           05 FILLER PIC X(9) VALUE " CRITICAS".
           05 FILLER PIC X(9) VALUE " ACUSADAS".
           05 FILLER PIC X(10) VALUE " SIN ACUSE".
           05 FILLER PIC X(12) VALUE " PROM. (MIN)".
           05 FILLER PIC X(11) VALUE " MAX. (MIN)".
       01  WS-LINEA-DETALLE.
           05 DET-CONCEPTO PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ALERTAS PIC ZZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DET-REENVIOS PIC ZZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DET-ACUSADAS PIC ZZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DET-SIN-ACUSE PIC ZZZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DET-PROMEDIO PIC ZZZZZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DET-MAXIMO PIC ZZZZZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "reporte-alertas".
       01  WS-BIT-EVENTO PIC X(6).
       01  WS-BIT-CONTADOR PIC 9(6).
       01  WS-BIT-ESTADO PIC X(10).

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM RESUELVE-PARAMETROS.
           INITIALIZE WS-TABLA-SEVERIDADES.
           MOVE "CRITICAS" TO WS-SEV-NOMBRE (1).
           MOVE "MAYORES" TO WS-SEV-NOMBRE (2).
           MOVE "AVISOS" TO WS-SEV-NOMBRE (3).
           PERFORM CARGA-ALERTAS.
           PERFORM CARGA-ACUSES.
           PERFORM ACUMULA-FOLIO
               VARYING WS-IX-FOL FROM 1 BY 1
               UNTIL WS-IX-FOL > WS-TOTAL-FOLIOS.
           OPEN OUTPUT ALERTAS-RPT.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   FUNCTION TRIM(WS-RUTA-REPORTE)
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-REPORTE.
           CLOSE ALERTAS-RPT.
           DISPLAY "Alertas del mes " WS-MES-REPORTE ": "
               WS-TOTAL-ALERTAS "  Sin acuse: " WS-TOTAL-SIN-ACUSE.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-ALERTAS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-MES-X FROM ENVIRONMENT "REPORTE_ALERTAS_MES".
           IF WS-MES-X IS NUMERIC
               MOVE WS-MES-X TO WS-MES-REPORTE
           ELSE
               MOVE WS-FECHA-HOY (1:6) TO WS-MES-NUM
               IF WS-MES-MES = 1
                   SUBTRACT 1 FROM WS-MES-ANIO
                   MOVE 12 TO WS-MES-MES
               ELSE
                   SUBTRACT 1 FROM WS-MES-MES
               END-IF
               MOVE WS-MES-NUM TO WS-MES-REPORTE
           END-IF.
           ACCEPT WS-RUTA-BANDEJA FROM ENVIRONMENT
               "BANDEJA_ALERTAS_PATH".
           IF WS-RUTA-BANDEJA = SPACES
               MOVE "BANDEJA-ALERTAS.txt" TO WS-RUTA-BANDEJA
           END-IF.
           ACCEPT WS-RUTA-ACUSES FROM ENVIRONMENT
               "ACUSES_ALERTAS_PATH".
           IF WS-RUTA-ACUSES = SPACES
               MOVE "ACUSES-ALERTAS.txt" TO WS-RUTA-ACUSES
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "REPORTE_ALERTAS_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               MOVE "REPORTE-ALERTAS" TO WS-GEN-BASE-NOMBRE
               MOVE ".txt" TO WS-GEN-EXTENSION
               CALL "genera-nombre-generacion"
                   USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
                       WS-RUTA-REPORTE
               END-CALL
           END-IF.

           CARGA-ALERTAS.
           OPEN INPUT BANDEJA-ALERTAS.
           IF WS-FILE-STATUS-BAN NOT = "00"
               DISPLAY "Aviso: sin bandeja de alertas ("
                   FUNCTION TRIM(WS-RUTA-BANDEJA) "); el resumen "
                   "sale en ceros."
           ELSE
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-BANDEJA
               PERFORM AGREGA-ALERTA UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE BANDEJA-ALERTAS
           END-IF.

           LEE-LINEA-BANDEJA.
           READ BANDEJA-ALERTAS
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-BANDEJA TO ALERTA-REGISTRO
           END-READ.

      *    La alerta cuenta en el mes de su envio original; sus
      *    reenvios se suman a ella aunque caigan en otro mes.
           AGREGA-ALERTA.
           IF ALE-FOLIO IS NUMERIC AND ALE-REENVIO IS NUMERIC
               MOVE ALE-FOLIO TO WS-FOLIO-BUSCADO
               PERFORM BUSCA-FOLIO
               IF WS-FOL-ENCONTRADO = ZEROES
                   AND ALE-REENVIO = ZEROES
                   AND ALE-SELLO (1:6) = WS-MES-REPORTE
                   AND WS-TOTAL-FOLIOS < 5000
                   ADD 1 TO WS-TOTAL-FOLIOS
                   MOVE ALE-FOLIO TO WS-FOL-FOLIO (WS-TOTAL-FOLIOS)
                   EVALUATE ALE-SEVERIDAD
                       WHEN "C"
                           MOVE 1 TO WS-FOL-SEVERIDAD (WS-TOTAL-FOLIOS)
                       WHEN "M"
                           MOVE 2 TO WS-FOL-SEVERIDAD (WS-TOTAL-FOLIOS)
                       WHEN OTHER
                           MOVE 3 TO WS-FOL-SEVERIDAD (WS-TOTAL-FOLIOS)
                   END-EVALUATE
                   PERFORM BUSCA-PROGRAMA
                   MOVE WS-PRO-ENCONTRADO
                       TO WS-FOL-PROGRAMA (WS-TOTAL-FOLIOS)
                   MOVE ALE-SELLO TO WS-FOL-SELLO (WS-TOTAL-FOLIOS)
                   MOVE ZEROES TO WS-FOL-REENVIOS (WS-TOTAL-FOLIOS)
                   MOVE SPACES TO WS-FOL-ACUSE (WS-TOTAL-FOLIOS)
               ELSE
                   IF WS-FOL-ENCONTRADO > ZEROES
                       AND ALE-REENVIO >
                           WS-FOL-REENVIOS (WS-FOL-ENCONTRADO)
                       MOVE ALE-REENVIO
                           TO WS-FOL-REENVIOS (WS-FOL-ENCONTRADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-LINEA-BANDEJA.

           BUSCA-FOLIO.
           MOVE ZEROES TO WS-FOL-ENCONTRADO.
           PERFORM VARYING WS-IX-FOL FROM 1 BY 1
               UNTIL WS-IX-FOL > WS-TOTAL-FOLIOS
               OR WS-FOL-ENCONTRADO > ZEROES
               IF WS-FOL-FOLIO (WS-IX-FOL) = WS-FOLIO-BUSCADO
                   MOVE WS-IX-FOL TO WS-FOL-ENCONTRADO
               END-IF
           END-PERFORM.

      *    Un programa nuevo entra a la tabla; pasados los cien se
      *    suman en el ultimo renglon.
           BUSCA-PROGRAMA.
           MOVE ZEROES TO WS-PRO-ENCONTRADO.
           PERFORM VARYING WS-IX-PRO FROM 1 BY 1
               UNTIL WS-IX-PRO > WS-TOTAL-PROGRAMAS
               OR WS-PRO-ENCONTRADO > ZEROES
               IF WS-PRO-NOMBRE (WS-IX-PRO) = ALE-PROGRAMA
                   MOVE WS-IX-PRO TO WS-PRO-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-PRO-ENCONTRADO = ZEROES
               IF WS-TOTAL-PROGRAMAS < 100
                   ADD 1 TO WS-TOTAL-PROGRAMAS
                   INITIALIZE WS-PRO-RENGLON (WS-TOTAL-PROGRAMAS)
                   MOVE ALE-PROGRAMA
                       TO WS-PRO-NOMBRE (WS-TOTAL-PROGRAMAS)
               END-IF
               MOVE WS-TOTAL-PROGRAMAS TO WS-PRO-ENCONTRADO
           END-IF.

           CARGA-ACUSES.
           OPEN INPUT ACUSES-ALERTAS.
           IF WS-FILE-STATUS-ACA = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LINEA-ACUSE
               PERFORM MARCA-ACUSE UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE ACUSES-ALERTAS
           END-IF.

           LEE-LINEA-ACUSE.
           READ ACUSES-ALERTAS
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-ACUSE TO ACUSE-ALERTA
           END-READ.

           MARCA-ACUSE.
           IF ACA-FOLIO IS NUMERIC
               MOVE ACA-FOLIO TO WS-FOLIO-BUSCADO
               PERFORM BUSCA-FOLIO
               IF WS-FOL-ENCONTRADO > ZEROES
                   IF WS-FOL-ACUSE (WS-FOL-ENCONTRADO) = SPACES
                       MOVE ACA-SELLO
                           TO WS-FOL-ACUSE (WS-FOL-ENCONTRADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-LINEA-ACUSE.

           ACUMULA-FOLIO.
           MOVE WS-FOL-SEVERIDAD (WS-IX-FOL) TO WS-IX-SEV.
           MOVE WS-FOL-PROGRAMA (WS-IX-FOL) TO WS-IX-PRO.
           ADD 1 TO WS-TOTAL-ALERTAS.
           ADD 1 TO WS-SEV-ALERTAS (WS-IX-SEV).
           ADD 1 TO WS-PRO-ALERTAS (WS-IX-PRO).
           IF WS-IX-SEV = 1
               ADD 1 TO WS-PRO-CRITICAS (WS-IX-PRO)
           END-IF.
           ADD WS-FOL-REENVIOS (WS-IX-FOL)
               TO WS-SEV-REENVIOS (WS-IX-SEV).
           IF WS-FOL-ACUSE (WS-IX-FOL) = SPACES
               ADD 1 TO WS-TOTAL-SIN-ACUSE
           ELSE
               MOVE WS-FOL-SELLO (WS-IX-FOL) TO WS-SELLO-CALC
               PERFORM CALCULA-MINUTOS
               MOVE WS-MINUTOS-CALC TO WS-MINUTOS-ENVIO
               MOVE WS-FOL-ACUSE (WS-IX-FOL) TO WS-SELLO-CALC
               PERFORM CALCULA-MINUTOS
               IF WS-MINUTOS-CALC > WS-MINUTOS-ENVIO
                   COMPUTE WS-MINUTOS-ACUSE =
                       WS-MINUTOS-CALC - WS-MINUTOS-ENVIO
               ELSE
                   MOVE ZEROES TO WS-MINUTOS-ACUSE
               END-IF
               ADD 1 TO WS-SEV-ACUSADAS (WS-IX-SEV)
               ADD WS-MINUTOS-ACUSE TO WS-SEV-MINUTOS (WS-IX-SEV)
               IF WS-MINUTOS-ACUSE > WS-SEV-MAXIMO (WS-IX-SEV)
                   MOVE WS-MINUTOS-ACUSE TO WS-SEV-MAXIMO (WS-IX-SEV)
               END-IF
               ADD 1 TO WS-PRO-ACUSADAS (WS-IX-PRO)
               ADD WS-MINUTOS-ACUSE TO WS-PRO-MINUTOS (WS-IX-PRO)
               IF WS-MINUTOS-ACUSE > WS-PRO-MAXIMO (WS-IX-PRO)
                   MOVE WS-MINUTOS-ACUSE TO WS-PRO-MAXIMO (WS-IX-PRO)
               END-IF
           END-IF.

      *    Minutos corridos desde el dia 1 del calendario para un
      *    sello AAAAMMDDHHMM....
           CALCULA-MINUTOS.
           MOVE ZEROES TO WS-MINUTOS-CALC.
           IF WS-SELLO-CALC (1:12) IS NUMERIC
               MOVE WS-SELLO-CALC (1:8) TO WS-FECHA-CALC
               MOVE WS-SELLO-CALC (9:2) TO WS-HORA-CALC
               MOVE WS-SELLO-CALC (11:2) TO WS-MINUTO-CALC
               COMPUTE WS-MINUTOS-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC) * 1440
                   + WS-HORA-CALC * 60 + WS-MINUTO-CALC
           END-IF.

           ESCRIBE-REPORTE.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-MES-REPORTE TO TIT-MES.
           MOVE WS-TITULO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "POR SEVERIDAD" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON-SEVERIDAD
               VARYING WS-IX-SEV FROM 1 BY 1 UNTIL WS-IX-SEV > 3.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "POR PROGRAMA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS-PRO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-RENGLON-PROGRAMA
               VARYING WS-IX-PRO FROM 1 BY 1
               UNTIL WS-IX-PRO > WS-TOTAL-PROGRAMAS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTAL DEL MES" TO DET-CONCEPTO.
           MOVE ZEROES TO WS-RES-REENVIOS WS-RES-ACUSADAS
               WS-RES-MINUTOS WS-RES-MAXIMO.
           PERFORM SUMA-SEVERIDAD
               VARYING WS-IX-SEV FROM 1 BY 1 UNTIL WS-IX-SEV > 3.
           MOVE WS-TOTAL-ALERTAS TO WS-RES-ALERTAS.
           PERFORM ESCRIBE-RENGLON-RESUMEN.

           SUMA-SEVERIDAD.
           ADD WS-SEV-REENVIOS (WS-IX-SEV) TO WS-RES-REENVIOS.
           ADD WS-SEV-ACUSADAS (WS-IX-SEV) TO WS-RES-ACUSADAS.
           ADD WS-SEV-MINUTOS (WS-IX-SEV) TO WS-RES-MINUTOS.
           IF WS-SEV-MAXIMO (WS-IX-SEV) > WS-RES-MAXIMO
               MOVE WS-SEV-MAXIMO (WS-IX-SEV) TO WS-RES-MAXIMO
           END-IF.

           ESCRIBE-RENGLON-SEVERIDAD.
           MOVE WS-SEV-NOMBRE (WS-IX-SEV) TO DET-CONCEPTO.
           MOVE WS-SEV-ALERTAS (WS-IX-SEV) TO WS-RES-ALERTAS.
           MOVE WS-SEV-REENVIOS (WS-IX-SEV) TO WS-RES-REENVIOS.
           MOVE WS-SEV-ACUSADAS (WS-IX-SEV) TO WS-RES-ACUSADAS.
           MOVE WS-SEV-MINUTOS (WS-IX-SEV) TO WS-RES-MINUTOS.
           MOVE WS-SEV-MAXIMO (WS-IX-SEV) TO WS-RES-MAXIMO.
           PERFORM ESCRIBE-RENGLON-RESUMEN.

           ESCRIBE-RENGLON-PROGRAMA.
           MOVE WS-PRO-NOMBRE (WS-IX-PRO) TO DET-CONCEPTO.
           MOVE WS-PRO-ALERTAS (WS-IX-PRO) TO WS-RES-ALERTAS.
           MOVE WS-PRO-CRITICAS (WS-IX-PRO) TO WS-RES-REENVIOS.
           MOVE WS-PRO-ACUSADAS (WS-IX-PRO) TO WS-RES-ACUSADAS.
           MOVE WS-PRO-MINUTOS (WS-IX-PRO) TO WS-RES-MINUTOS.
           MOVE WS-PRO-MAXIMO (WS-IX-PRO) TO WS-RES-MAXIMO.
           PERFORM ESCRIBE-RENGLON-RESUMEN.

           ESCRIBE-RENGLON-RESUMEN.
           MOVE WS-RES-ALERTAS TO DET-ALERTAS.
           MOVE WS-RES-REENVIOS TO DET-REENVIOS.
           MOVE WS-RES-ACUSADAS TO DET-ACUSADAS.
           COMPUTE DET-SIN-ACUSE = WS-RES-ALERTAS - WS-RES-ACUSADAS.
           IF WS-RES-ACUSADAS > ZEROES
               COMPUTE DET-PROMEDIO ROUNDED =
                   WS-RES-MINUTOS / WS-RES-ACUSADAS
           ELSE
               MOVE ZEROES TO DET-PROMEDIO
           END-IF.
           MOVE WS-RES-MAXIMO TO DET-MAXIMO.
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           CIERRA-BITACORA-RECHAZO.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
                   WS-BIT-CONTADOR WS-BIT-ESTADO
           END-CALL.

       END PROGRAM reporte-alertas.
