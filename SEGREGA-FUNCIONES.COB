      ******************************************************************
      * Author:HECTOR PAULO
      * Date:15/10/2026
      * Purpose:REPORTE DE SEGREGACION DE FUNCIONES PARA AUDITORIA
      *         INTERNA: REVISA SI LOS CONTROLES SE RESPETARON EN EL
      *         PERIODO (SEGREGA_DESDE / SEGREGA_HASTA, AAAAMMDD; POR
      *         OMISION EL MES EN CURSO; PARA EL TRIMESTRE SE DAN LAS
      *         DOS FECHAS) Y SENALA POR OPERADOR LAS COMBINACIONES DE
      *         RIESGO: (1) EDITO SU PROPIO REGISTRO DEL DIRECTORIO
      *         (EL ID DE EMPLEADO DE SU CUENTA EN OPERADORES.txt);
      *         (2) DIO DE ALTA A UN EMPLEADO (EN CUALQUIER FECHA) Y EN
      *         EL PERIODO LE CAMBIO LA CLABE; (3) CAPTURO UN CAMBIO
      *         DE SALARIO DE LA COLA DE APROBACIONES (APRREG.cpy) Y LO
      *         APROBO EL MISMO, CON OTRA SESION U OTRA CUENTA DE LA
      *         MISMA PERSONA; (4) FIRMO LA PRENOMINA (FPNREG.cpy) O
      *         APROBO LA LIBERACION DE LA DISPERSION (LDIREG.cpy) Y
      *         ADEMAS EDITO EL MAESTRO EN EL MISMO PERIODO; (5)
      *         PERSONAS CON VARIAS CUENTAS ACTIVAS CUYOS ROLES JUNTOS
      *         SON UN CONFLICTO. LA AUDITORIA SE LEE COMPLETA: LAS
      *         GENERACIONES ROLADAS DEL CATALOGO Y EL LOG VIVO. DOS
      *         CUENTAS SON DE LA MISMA PERSONA CUANDO TRAEN EL MISMO
      *         ID DE EMPLEADO (admin-operadores).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. segrega-funciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPERADORES
       ASSIGN TO DYNAMIC WS-RUTA-OPERADORES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-OPE.

       SELECT CATALOGO-GENERACIONES
       ASSIGN TO DYNAMIC WS-RUTA-CATALOGO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CAT.

       SELECT EMPLEADOS-AUDITORIA
       ASSIGN TO DYNAMIC WS-RUTA-REVISADA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-AUDIT.

       SELECT APROBACIONES-SALARIO
       ASSIGN TO DYNAMIC WS-RUTA-APROBACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-APR.

       SELECT LIBERACIONES-DISPERSION
       ASSIGN TO DYNAMIC WS-RUTA-LIBERACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-LDI.

       SELECT FIRMAS-PRENOMINA
       ASSIGN TO DYNAMIC WS-RUTA-FIRMAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FPN.

       SELECT REPORTE-SEGREGACION
       ASSIGN TO DYNAMIC WS-RUTA-REPORTE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
       01  LINEA-OPERADOR PIC X(80).

       FD CATALOGO-GENERACIONES.
       01  LINEA-CATALOGO PIC X(138).

       FD EMPLEADOS-AUDITORIA.
       01  LINEA-AUDITORIA PIC X(518).

       FD APROBACIONES-SALARIO.
       01  LINEA-APROBACION PIC X(120).

       FD LIBERACIONES-DISPERSION.
       01  LINEA-LIBERACION PIC X(162).

       FD FIRMAS-PRENOMINA.
       01  LINEA-FIRMA PIC X(125).

       FD REPORTE-SEGREGACION.
       01  LINEA-REPORTE PIC X(150).

       WORKING-STORAGE SECTION.
       COPY AUDREG.
       COPY APRREG.
       COPY LDIREG.
       COPY FPNREG.
       COPY RPTENC.

       01  WS-RUTA-OPERADORES PIC X(200).
       01  WS-FILE-STATUS-OPE PIC X(2).
       01  WS-RUTA-CATALOGO PIC X(200).
       01  WS-FILE-STATUS-CAT PIC X(2).
       01  WS-RUTA-AUDITORIA PIC X(200).
       01  WS-RUTA-REVISADA PIC X(200).
       01  WS-FILE-STATUS-AUDIT PIC X(2).
       01  WS-RUTA-APROBACIONES PIC X(200).
       01  WS-FILE-STATUS-APR PIC X(2).
       01  WS-RUTA-LIBERACIONES PIC X(200).
       01  WS-FILE-STATUS-LDI PIC X(2).
       01  WS-RUTA-FIRMAS PIC X(200).
       01  WS-FILE-STATUS-FPN PIC X(2).
       01  WS-RUTA-REPORTE PIC X(200).
       01  WS-FILE-STATUS-RPT PIC X(2).
       01  FIN-DE-ARCHIVO PIC X.
       01  WS-FECHA-HOY PIC X(8).
       01  WS-FECHA-DESDE PIC X(8).
       01  WS-FECHA-HASTA PIC X(8).
       01  WS-FECHA-EVENTO PIC X(8).

       01  WS-LINEA-CATALOGO-DET.
           05 GEN-BASE PIC X(40).
           05 FILLER PIC X(1).
           05 GEN-SELLO PIC X(16).
           05 FILLER PIC X(1).
           05 GEN-NOMBRE PIC X(80).

      *    Generaciones rodadas de la auditoria en el orden del
      *    catalogo y al final el log vivo.
       01  WS-TABLA-ARCHIVOS.
           05 WS-ARC-RUTA OCCURS 500 TIMES PIC X(200).
       01  WS-TOTAL-ARCHIVOS PIC 9(3) VALUE ZEROES.
       01  WS-IX-ARC PIC 9(3).

       01  WS-TABLA-OPERADORES.
           05 WS-OPE-RENGLON OCCURS 100 TIMES.
               10 WS-OPE-USUARIO PIC X(20).
               10 WS-OPE-ROL PIC X(1).
               10 WS-OPE-STATUS PIC X(1).
               10 WS-OPE-EMPLEADO PIC X(6).
       01  WS-TOTAL-OPERADORES PIC 9(3) VALUE ZEROES.
       01  WS-IX-OPE PIC 9(3).
       01  WS-IX-OPE-2 PIC 9(3).
       01  WS-OPE-ENCONTRADO PIC 9(3).
       01  WS-PASSWORD-X PIC X(20).
       01  WS-STATUS-X PIC X(2).
       01  WS-INTENTOS-X PIC X(2).
       01  WS-FECHA-PWD-X PIC X(8).

      *    Pares de roles que una misma persona no debe juntar.
       01  WS-PARES-CONFLICTO-VALORES.
           05 FILLER PIC X(42) VALUE
               "MSCAPTURA CAMBIOS Y LOS APRUEBA           ".
           05 FILLER PIC X(42) VALUE
               "MNEDITA EL MAESTRO Y FIRMA LA PRENOMINA   ".
           05 FILLER PIC X(42) VALUE
               "MTEDITA EL MAESTRO Y LIBERA LA DISPERSION ".
           05 FILLER PIC X(42) VALUE
               "NTCALCULA LA NOMINA Y LIBERA LA DISPERSION".
           05 FILLER PIC X(42) VALUE
               "STAPRUEBA CAMBIOS Y LIBERA LA DISPERSION  ".
       01  WS-PARES-CONFLICTO REDEFINES WS-PARES-CONFLICTO-VALORES.
           05 WS-PAR OCCURS 5 TIMES.
               10 WS-PAR-ROLES PIC X(2).
               10 WS-PAR-RIESGO PIC X(40).
       01  WS-IX-PAR PIC 9(1).
       01  WS-ROLES-CUENTAS PIC X(2).
       01  WS-ROLES-INVERSOS PIC X(2).

      *    Altas de empleados en toda la historia: quien dio de alta
      *    a cada id.
       01  WS-TABLA-ALTAS.
           05 WS-ALT-RENGLON OCCURS 9999 TIMES.
               10 WS-ALT-ID PIC X(6).
               10 WS-ALT-USUARIO PIC X(20).
       01  WS-TOTAL-ALTAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-ALT PIC 9(4).

      *    Cambios de CLABE del periodo.
       01  WS-TABLA-CLABES.
           05 WS-CLA-RENGLON OCCURS 2000 TIMES.
               10 WS-CLA-ID PIC X(6).
               10 WS-CLA-USUARIO PIC X(20).
               10 WS-CLA-FECHA PIC X(8).
       01  WS-TOTAL-CLABES PIC 9(4) VALUE ZEROES.
       01  WS-IX-CLA PIC 9(4).

      *    Actividad por operador en el periodo.
       01  WS-TABLA-ACTIVIDAD.
           05 WS-ACT-RENGLON OCCURS 200 TIMES.
               10 WS-ACT-USUARIO PIC X(20).
               10 WS-ACT-EDICIONES PIC 9(6).
               10 WS-ACT-LIBERACIONES PIC 9(6).
               10 WS-ACT-FIRMAS PIC 9(6).
       01  WS-TOTAL-ACTIVIDAD PIC 9(3) VALUE ZEROES.
       01  WS-IX-ACT PIC 9(3).
       01  WS-ACT-ENCONTRADO PIC 9(3).
       01  WS-USUARIO-BUSCADO PIC X(20).

       01  WS-USUARIO-1 PIC X(20).
       01  WS-USUARIO-2 PIC X(20).
       01  WS-EMPLEADO-1 PIC X(6).
       01  WS-EMPLEADO-2 PIC X(6).
       01  WS-MISMA-PERSONA PIC X.

       01  WS-HALLAZGOS-SECCION PIC 9(6).
       01  WS-TOTAL-PROPIO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-ALTA-CLABE PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-CAPTURA-APRUEBA PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-LIBERA-MAESTRO PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-ROLES PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-HALLAZGOS PIC 9(6) VALUE ZEROES.
       01  WS-CONTEO-EDITADO-1 PIC ZZZZZ9.
       01  WS-CONTEO-EDITADO-2 PIC ZZZZZ9.
       01  WS-CONTEO-EDITADO-3 PIC ZZZZZ9.

       01  WS-LINEA-TITULO.
           05 FILLER PIC X(38) VALUE
               "SEGREGACION DE FUNCIONES - PERIODO DEL".
           05 FILLER PIC X(1) VALUE SPACE.
           05 TIT-DESDE PIC X(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 TIT-HASTA PIC X(8).
       01  WS-LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "  OPERADOR             FECHA    EMPLEADO".
           05 FILLER PIC X(40) VALUE
               " DETALLE                                ".
       01  WS-LINEA-HALLAZGO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HAL-USUARIO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HAL-FECHA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HAL-EMPLEADO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HAL-DETALLE PIC X(90).
       01  WS-LINEA-TOTAL.
           05 TOT-ETIQUETA PIC X(50).
           05 TOT-VALOR PIC ZZZZZ9.

       01  WS-BIT-PROGRAMA PIC X(20) VALUE "segrega-funciones".
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
           PERFORM CARGA-OPERADORES.
           OPEN OUTPUT REPORTE-SEGREGACION.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "RECHAZADO: no se pudo crear el reporte: "
                   WS-RUTA-REPORTE
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO ENC-FECHA.
           MOVE 1 TO ENC-PAGINA.
           MOVE WS-ENCABEZADO-RPT TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-FECHA-DESDE TO TIT-DESDE.
           MOVE WS-FECHA-HASTA TO TIT-HASTA.
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE "EDITO SU PROPIO REGISTRO DEL DIRECTORIO"
               TO LINEA-REPORTE.
           PERFORM ABRE-SECCION.
           PERFORM CARGA-GENERACIONES.
           ADD 1 TO WS-TOTAL-ARCHIVOS.
           MOVE WS-RUTA-AUDITORIA TO WS-ARC-RUTA (WS-TOTAL-ARCHIVOS).
           PERFORM REVISA-ARCHIVO-AUDITORIA
               VARYING WS-IX-ARC FROM 1 BY 1
               UNTIL WS-IX-ARC > WS-TOTAL-ARCHIVOS.
           MOVE WS-HALLAZGOS-SECCION TO WS-TOTAL-PROPIO.
           PERFORM CIERRA-SECCION.

           MOVE "DIO DE ALTA AL EMPLEADO Y LUEGO LE CAMBIO LA CLABE"
               TO LINEA-REPORTE.
           PERFORM ABRE-SECCION.
           PERFORM CRUZA-CLABE-CON-ALTA
               VARYING WS-IX-CLA FROM 1 BY 1
               UNTIL WS-IX-CLA > WS-TOTAL-CLABES.
           MOVE WS-HALLAZGOS-SECCION TO WS-TOTAL-ALTA-CLABE.
           PERFORM CIERRA-SECCION.

           MOVE "CAPTURO UN CAMBIO DE SALARIO Y LO APROBO EL MISMO"
               TO LINEA-REPORTE.
           PERFORM ABRE-SECCION.
           PERFORM REVISA-APROBACIONES.
           MOVE WS-HALLAZGOS-SECCION TO WS-TOTAL-CAPTURA-APRUEBA.
           PERFORM CIERRA-SECCION.

           MOVE "LIBERO O FIRMO LA NOMINA Y EDITO EL MAESTRO"
               TO LINEA-REPORTE.
           PERFORM ABRE-SECCION.
           PERFORM CARGA-LIBERACIONES.
           PERFORM CARGA-FIRMAS.
           PERFORM REVISA-ACTIVIDAD
               VARYING WS-IX-ACT FROM 1 BY 1
               UNTIL WS-IX-ACT > WS-TOTAL-ACTIVIDAD.
           MOVE WS-HALLAZGOS-SECCION TO WS-TOTAL-LIBERA-MAESTRO.
           PERFORM CIERRA-SECCION.

           MOVE "MEZCLA DE ROLES EN CONFLICTO EN OPERADORES.txt"
               TO LINEA-REPORTE.
           PERFORM ABRE-SECCION.
           PERFORM REVISA-ROLES-CUENTA
               VARYING WS-IX-OPE FROM 1 BY 1
               UNTIL WS-IX-OPE > WS-TOTAL-OPERADORES.
           MOVE WS-HALLAZGOS-SECCION TO WS-TOTAL-ROLES.
           PERFORM CIERRA-SECCION.

           PERFORM ESCRIBE-TOTALES.
           CLOSE REPORTE-SEGREGACION.
           DISPLAY "Periodo: " WS-FECHA-DESDE " al " WS-FECHA-HASTA.
           DISPLAY "Combinaciones de riesgo encontradas: "
               WS-TOTAL-HALLAZGOS.
           DISPLAY "Reporte en: " FUNCTION TRIM(WS-RUTA-REPORTE).
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-TOTAL-HALLAZGOS TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           STOP RUN.

           RESUELVE-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-FECHA-DESDE FROM ENVIRONMENT "SEGREGA_DESDE".
           IF WS-FECHA-DESDE NOT NUMERIC
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE
               MOVE "01" TO WS-FECHA-DESDE (7:2)
           END-IF.
           ACCEPT WS-FECHA-HASTA FROM ENVIRONMENT "SEGREGA_HASTA".
           IF WS-FECHA-HASTA NOT NUMERIC
               MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
               MOVE "31" TO WS-FECHA-HASTA (7:2)
           END-IF.
           ACCEPT WS-RUTA-OPERADORES FROM ENVIRONMENT
               "OPERADORES_PATH".
           IF WS-RUTA-OPERADORES = SPACES
               MOVE "OPERADORES.txt" TO WS-RUTA-OPERADORES
           END-IF.
           ACCEPT WS-RUTA-AUDITORIA FROM ENVIRONMENT
               "BDD_INDEXADAS_AUDITORIA_PATH".
           IF WS-RUTA-AUDITORIA = SPACES
               MOVE "EMPLEADOS-AUDITORIA.log" TO WS-RUTA-AUDITORIA
           END-IF.
           ACCEPT WS-RUTA-CATALOGO FROM ENVIRONMENT
               "CATALOGO_GENERACIONES_PATH".
           IF WS-RUTA-CATALOGO = SPACES
               MOVE "CATALOGO-GENERACIONES.txt" TO WS-RUTA-CATALOGO
           END-IF.
           ACCEPT WS-RUTA-APROBACIONES FROM ENVIRONMENT
               "APROBACIONES_SALARIO_PATH".
           IF WS-RUTA-APROBACIONES = SPACES
               MOVE "APROBACIONES-SALARIO.txt"
                   TO WS-RUTA-APROBACIONES
           END-IF.
           ACCEPT WS-RUTA-LIBERACIONES FROM ENVIRONMENT
               "LIBERACIONES_DISPERSION_PATH".
           IF WS-RUTA-LIBERACIONES = SPACES
               MOVE "LIBERACIONES-DISPERSION.txt"
                   TO WS-RUTA-LIBERACIONES
           END-IF.
           ACCEPT WS-RUTA-FIRMAS FROM ENVIRONMENT
               "FIRMAS_PRENOMINA_PATH".
           IF WS-RUTA-FIRMAS = SPACES
               MOVE "FIRMAS-PRENOMINA.txt" TO WS-RUTA-FIRMAS
           END-IF.
           ACCEPT WS-RUTA-REPORTE FROM ENVIRONMENT
               "SEGREGA_RPT_PATH".
           IF WS-RUTA-REPORTE = SPACES
               STRING "REPORTE-SEGREGACION-" DELIMITED BY SIZE
                   WS-FECHA-DESDE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-FECHA-HASTA DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-REPORTE
               END-STRING
           END-IF.

      *    Se cargan todas las cuentas, tambien las deshabilitadas:
      *    el rastro de quien ya se fue debe seguir resolviendo su id
      *    de empleado. Solo las no deshabilitadas cuentan para la
      *    mezcla de roles.
           CARGA-OPERADORES.
           OPEN INPUT OPERADORES.
           IF WS-FILE-STATUS-OPE NOT = "00"
               DISPLAY "AVISO: sin archivo de operadores; no se "
                   "revisan roles ni registros propios."
           ELSE
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-OPERADOR
               PERFORM AGREGA-OPERADOR UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE OPERADORES
           END-IF.

           LEE-OPERADOR.
           READ OPERADORES
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
           END-READ.

           AGREGA-OPERADOR.
           IF LINEA-OPERADOR NOT = SPACES
               AND WS-TOTAL-OPERADORES < 100
               ADD 1 TO WS-TOTAL-OPERADORES
               MOVE SPACES TO WS-STATUS-X
               MOVE SPACES
                   TO WS-OPE-EMPLEADO (WS-TOTAL-OPERADORES)
               UNSTRING LINEA-OPERADOR DELIMITED BY ","
                   INTO WS-OPE-USUARIO (WS-TOTAL-OPERADORES)
                       WS-PASSWORD-X
                       WS-OPE-ROL (WS-TOTAL-OPERADORES)
                       WS-STATUS-X WS-INTENTOS-X WS-FECHA-PWD-X
                       WS-OPE-EMPLEADO (WS-TOTAL-OPERADORES)
               END-UNSTRING
               IF WS-STATUS-X (1:1) = "B" OR WS-STATUS-X (1:1) = "D"
                   MOVE WS-STATUS-X (1:1)
                       TO WS-OPE-STATUS (WS-TOTAL-OPERADORES)
               ELSE
                   MOVE "A"
                       TO WS-OPE-STATUS (WS-TOTAL-OPERADORES)
               END-IF
           END-IF.
           PERFORM LEE-OPERADOR.

           CARGA-GENERACIONES.
           OPEN INPUT CATALOGO-GENERACIONES.
           IF WS-FILE-STATUS-CAT = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-CATALOGO
               PERFORM ANOTA-GENERACION UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE CATALOGO-GENERACIONES
           END-IF.

           LEE-CATALOGO.
           READ CATALOGO-GENERACIONES
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-CATALOGO TO WS-LINEA-CATALOGO-DET
           END-READ.

           ANOTA-GENERACION.
           IF GEN-BASE = "EMPLEADOS-AUDITORIA"
               AND WS-TOTAL-ARCHIVOS < 499
               ADD 1 TO WS-TOTAL-ARCHIVOS
               MOVE GEN-NOMBRE TO WS-ARC-RUTA (WS-TOTAL-ARCHIVOS)
           END-IF.
           PERFORM LEE-CATALOGO.

           REVISA-ARCHIVO-AUDITORIA.
           MOVE WS-ARC-RUTA (WS-IX-ARC) TO WS-RUTA-REVISADA.
           OPEN INPUT EMPLEADOS-AUDITORIA.
           IF WS-FILE-STATUS-AUDIT = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-ENTRADA-AUDITORIA
               PERFORM REVISA-ENTRADA-AUDITORIA
                   UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE EMPLEADOS-AUDITORIA
           END-IF.

           LEE-ENTRADA-AUDITORIA.
           READ EMPLEADOS-AUDITORIA
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-AUDITORIA TO WS-LINEA-AUDITORIA-DET
           END-READ.

      *    Las altas cuentan de toda la historia; lo demas solo si
      *    cae en el periodo.
           REVISA-ENTRADA-AUDITORIA.
           IF LINEA-AUDITORIA NOT = SPACES
               IF AUD-TRANSACCION = "ALTA"
                   AND WS-TOTAL-ALTAS < 9999
                   ADD 1 TO WS-TOTAL-ALTAS
                   MOVE AUD-ID TO WS-ALT-ID (WS-TOTAL-ALTAS)
                   MOVE AUD-USUARIO TO WS-ALT-USUARIO (WS-TOTAL-ALTAS)
               END-IF
               MOVE AUD-FECHA-HORA (1:8) TO WS-FECHA-EVENTO
               IF WS-FECHA-EVENTO >= WS-FECHA-DESDE
                   AND WS-FECHA-EVENTO <= WS-FECHA-HASTA
                   PERFORM REVISA-EDICION-PERIODO
               END-IF
           END-IF.
           PERFORM LEE-ENTRADA-AUDITORIA.

           REVISA-EDICION-PERIODO.
           MOVE AUD-USUARIO TO WS-USUARIO-BUSCADO.
           PERFORM BUSCA-ACTIVIDAD.
           ADD 1 TO WS-ACT-EDICIONES (WS-ACT-ENCONTRADO).
      *    Banco y CLABE en la imagen de EMPLEADOS-REGISTRO: CLABE en
      *    la posicion 147 (18), como en registra-cambio-clabe.
           IF AUD-ANTES NOT = SPACES
               AND AUD-DESPUES NOT = SPACES
               AND AUD-ANTES (147:18) NOT = AUD-DESPUES (147:18)
               AND WS-TOTAL-CLABES < 2000
               ADD 1 TO WS-TOTAL-CLABES
               MOVE AUD-ID TO WS-CLA-ID (WS-TOTAL-CLABES)
               MOVE AUD-USUARIO TO WS-CLA-USUARIO (WS-TOTAL-CLABES)
               MOVE WS-FECHA-EVENTO TO WS-CLA-FECHA (WS-TOTAL-CLABES)
           END-IF.
           MOVE AUD-USUARIO TO WS-USUARIO-1.
           PERFORM BUSCA-EMPLEADO-DE-USUARIO.
           IF WS-EMPLEADO-1 NOT = SPACES
               AND WS-EMPLEADO-1 = AUD-ID
               MOVE AUD-USUARIO TO HAL-USUARIO
               MOVE WS-FECHA-EVENTO TO HAL-FECHA
               MOVE AUD-ID TO HAL-EMPLEADO
               MOVE SPACES TO HAL-DETALLE
               STRING "transaccion " DELIMITED BY SIZE
                   FUNCTION TRIM(AUD-TRANSACCION) DELIMITED BY SIZE
                   " sobre su propio registro" DELIMITED BY SIZE
                   INTO HAL-DETALLE
               END-STRING
               PERFORM ESCRIBE-HALLAZGO
           END-IF.

      *    Id de empleado de la cuenta WS-USUARIO-1 en
      *    WS-EMPLEADO-1 (espacios si no lo tiene o no existe).
           BUSCA-EMPLEADO-DE-USUARIO.
           MOVE SPACES TO WS-EMPLEADO-1.
           PERFORM VARYING WS-IX-OPE FROM 1 BY 1
               UNTIL WS-IX-OPE > WS-TOTAL-OPERADORES
               OR WS-EMPLEADO-1 NOT = SPACES
               IF WS-OPE-USUARIO (WS-IX-OPE) = WS-USUARIO-1
                   MOVE WS-OPE-EMPLEADO (WS-IX-OPE) TO WS-EMPLEADO-1
               END-IF
           END-PERFORM.

      *    La misma cuenta, o dos cuentas con el mismo id de
      *    empleado, son la misma persona.
           COMPARA-PERSONAS.
           MOVE "N" TO WS-MISMA-PERSONA.
           IF WS-USUARIO-1 = WS-USUARIO-2
               MOVE "S" TO WS-MISMA-PERSONA
           ELSE
               PERFORM BUSCA-EMPLEADO-DE-USUARIO
               MOVE WS-EMPLEADO-1 TO WS-EMPLEADO-2
               MOVE WS-USUARIO-2 TO WS-USUARIO-1
               PERFORM BUSCA-EMPLEADO-DE-USUARIO
               IF WS-EMPLEADO-1 NOT = SPACES
                   AND WS-EMPLEADO-1 = WS-EMPLEADO-2
                   MOVE "S" TO WS-MISMA-PERSONA
               END-IF
           END-IF.

           BUSCA-ACTIVIDAD.
           MOVE ZEROES TO WS-ACT-ENCONTRADO.
           PERFORM VARYING WS-IX-ACT FROM 1 BY 1
               UNTIL WS-IX-ACT > WS-TOTAL-ACTIVIDAD
               OR WS-ACT-ENCONTRADO > ZEROES
               IF WS-ACT-USUARIO (WS-IX-ACT) = WS-USUARIO-BUSCADO
                   MOVE WS-IX-ACT TO WS-ACT-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ACT-ENCONTRADO = ZEROES
               IF WS-TOTAL-ACTIVIDAD < 200
                   ADD 1 TO WS-TOTAL-ACTIVIDAD
               END-IF
               MOVE WS-TOTAL-ACTIVIDAD TO WS-ACT-ENCONTRADO
               MOVE WS-USUARIO-BUSCADO
                   TO WS-ACT-USUARIO (WS-ACT-ENCONTRADO)
               MOVE ZEROES TO WS-ACT-EDICIONES (WS-ACT-ENCONTRADO)
               MOVE ZEROES TO WS-ACT-LIBERACIONES (WS-ACT-ENCONTRADO)
               MOVE ZEROES TO WS-ACT-FIRMAS (WS-ACT-ENCONTRADO)
           END-IF.

           CRUZA-CLABE-CON-ALTA.
           PERFORM VARYING WS-IX-ALT FROM 1 BY 1
               UNTIL WS-IX-ALT > WS-TOTAL-ALTAS
               IF WS-ALT-ID (WS-IX-ALT) = WS-CLA-ID (WS-IX-CLA)
                   MOVE WS-ALT-USUARIO (WS-IX-ALT) TO WS-USUARIO-1
                   MOVE WS-CLA-USUARIO (WS-IX-CLA) TO WS-USUARIO-2
                   PERFORM COMPARA-PERSONAS
                   IF WS-MISMA-PERSONA = "S"
                       MOVE WS-CLA-USUARIO (WS-IX-CLA) TO HAL-USUARIO
                       MOVE WS-CLA-FECHA (WS-IX-CLA) TO HAL-FECHA
                       MOVE WS-CLA-ID (WS-IX-CLA) TO HAL-EMPLEADO
                       MOVE SPACES TO HAL-DETALLE
                       STRING "cambio la CLABE del empleado que dio "
                           DELIMITED BY SIZE
                           "de alta " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ALT-USUARIO (WS-IX-ALT))
                           DELIMITED BY SIZE
                           INTO HAL-DETALLE
                       END-STRING
                       PERFORM ESCRIBE-HALLAZGO
                   END-IF
               END-IF
           END-PERFORM.

      *    Solo las decisiones del periodo que traen aprobador (las
      *    anteriores a que la cola lo guardara no se pueden juzgar).
           REVISA-APROBACIONES.
           OPEN INPUT APROBACIONES-SALARIO.
           IF WS-FILE-STATUS-APR = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-APROBACION
               PERFORM REVISA-APROBACION UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE APROBACIONES-SALARIO
           END-IF.

           LEE-APROBACION.
           READ APROBACIONES-SALARIO
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-APROBACION TO APROBACION-REGISTRO
           END-READ.

           REVISA-APROBACION.
           IF APR-STATUS = "A"
               AND APR-APROBADOR NOT = SPACES
               AND APR-FECHA-DECISION >= WS-FECHA-DESDE
               AND APR-FECHA-DECISION <= WS-FECHA-HASTA
               MOVE APR-USUARIO TO WS-USUARIO-1
               MOVE APR-APROBADOR TO WS-USUARIO-2
               PERFORM COMPARA-PERSONAS
               IF WS-MISMA-PERSONA = "S"
                   MOVE APR-APROBADOR TO HAL-USUARIO
                   MOVE APR-FECHA-DECISION TO HAL-FECHA
                   MOVE APR-NUMERO-EMP TO HAL-EMPLEADO
                   MOVE SPACES TO HAL-DETALLE
                   IF APR-USUARIO = APR-APROBADOR
                       STRING "aprobo en otra sesion el cambio de "
                           DELIMITED BY SIZE
                           "salario que capturo el " DELIMITED BY SIZE
                           APR-FECHA-CAPTURA DELIMITED BY SIZE
                           INTO HAL-DETALLE
                       END-STRING
                   ELSE
                       STRING "aprobo el cambio de salario que "
                           DELIMITED BY SIZE
                           "capturo su otra cuenta " DELIMITED BY SIZE
                           FUNCTION TRIM(APR-USUARIO)
                           DELIMITED BY SIZE
                           INTO HAL-DETALLE
                       END-STRING
                   END-IF
                   PERFORM ESCRIBE-HALLAZGO
               END-IF
           END-IF.
           PERFORM LEE-APROBACION.

           CARGA-LIBERACIONES.
           OPEN INPUT LIBERACIONES-DISPERSION.
           IF WS-FILE-STATUS-LDI = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-LIBERACION
               PERFORM ANOTA-LIBERACION UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE LIBERACIONES-DISPERSION
           END-IF.

           LEE-LIBERACION.
           READ LIBERACIONES-DISPERSION
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-LIBERACION TO LIBERACION-REGISTRO
           END-READ.

           ANOTA-LIBERACION.
           IF (LDI-EVENTO = "AP1" OR LDI-EVENTO = "AP2")
               AND LDI-SELLO (1:8) >= WS-FECHA-DESDE
               AND LDI-SELLO (1:8) <= WS-FECHA-HASTA
               MOVE LDI-USUARIO TO WS-USUARIO-BUSCADO
               PERFORM BUSCA-ACTIVIDAD
               ADD 1 TO WS-ACT-LIBERACIONES (WS-ACT-ENCONTRADO)
           END-IF.
           PERFORM LEE-LIBERACION.

           CARGA-FIRMAS.
           OPEN INPUT FIRMAS-PRENOMINA.
           IF WS-FILE-STATUS-FPN = "00"
               MOVE "1" TO FIN-DE-ARCHIVO
               PERFORM LEE-FIRMA
               PERFORM ANOTA-FIRMA UNTIL FIN-DE-ARCHIVO = "0"
               CLOSE FIRMAS-PRENOMINA
           END-IF.

           LEE-FIRMA.
           READ FIRMAS-PRENOMINA
               AT END
                   MOVE "0" TO FIN-DE-ARCHIVO
               NOT AT END
                   MOVE LINEA-FIRMA TO FIRMA-PRENOMINA-REGISTRO
           END-READ.

           ANOTA-FIRMA.
           IF FPN-SELLO (1:8) >= WS-FECHA-DESDE
               AND FPN-SELLO (1:8) <= WS-FECHA-HASTA
               MOVE FPN-USUARIO TO WS-USUARIO-BUSCADO
               PERFORM BUSCA-ACTIVIDAD
               ADD 1 TO WS-ACT-FIRMAS (WS-ACT-ENCONTRADO)
           END-IF.
           PERFORM LEE-FIRMA.

           REVISA-ACTIVIDAD.
           IF WS-ACT-EDICIONES (WS-IX-ACT) > ZEROES
               AND (WS-ACT-LIBERACIONES (WS-IX-ACT) > ZEROES
                   OR WS-ACT-FIRMAS (WS-IX-ACT) > ZEROES)
               MOVE WS-ACT-USUARIO (WS-IX-ACT) TO HAL-USUARIO
               MOVE SPACES TO HAL-FECHA
               MOVE SPACES TO HAL-EMPLEADO
               MOVE WS-ACT-EDICIONES (WS-IX-ACT)
                   TO WS-CONTEO-EDITADO-1
               MOVE WS-ACT-LIBERACIONES (WS-IX-ACT)
                   TO WS-CONTEO-EDITADO-2
               MOVE WS-ACT-FIRMAS (WS-IX-ACT) TO WS-CONTEO-EDITADO-3
               MOVE SPACES TO HAL-DETALLE
               STRING "ediciones al maestro " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONTEO-EDITADO-1)
                   DELIMITED BY SIZE
                   ", aprobaciones de dispersion " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONTEO-EDITADO-2)
                   DELIMITED BY SIZE
                   ", firmas de prenomina " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONTEO-EDITADO-3)
                   DELIMITED BY SIZE
                   INTO HAL-DETALLE
               END-STRING
               PERFORM ESCRIBE-HALLAZGO
           END-IF.

      *    Cada par de cuentas activas de la misma persona con roles
      *    que juntos son un conflicto.
           REVISA-ROLES-CUENTA.
           IF WS-OPE-STATUS (WS-IX-OPE) NOT = "D"
               AND WS-OPE-EMPLEADO (WS-IX-OPE) NOT = SPACES
               COMPUTE WS-IX-OPE-2 = WS-IX-OPE + 1
               PERFORM REVISA-PAR-CUENTAS
                   VARYING WS-IX-OPE-2 FROM WS-IX-OPE-2 BY 1
                   UNTIL WS-IX-OPE-2 > WS-TOTAL-OPERADORES
           END-IF.

           REVISA-PAR-CUENTAS.
           IF WS-OPE-STATUS (WS-IX-OPE-2) NOT = "D"
               AND WS-OPE-EMPLEADO (WS-IX-OPE-2)
                   = WS-OPE-EMPLEADO (WS-IX-OPE)
               MOVE WS-OPE-ROL (WS-IX-OPE) TO WS-ROLES-CUENTAS (1:1)
               MOVE WS-OPE-ROL (WS-IX-OPE-2) TO WS-ROLES-CUENTAS (2:1)
               MOVE WS-OPE-ROL (WS-IX-OPE-2) TO WS-ROLES-INVERSOS (1:1)
               MOVE WS-OPE-ROL (WS-IX-OPE) TO WS-ROLES-INVERSOS (2:1)
               PERFORM VARYING WS-IX-PAR FROM 1 BY 1
                   UNTIL WS-IX-PAR > 5
                   IF WS-PAR-ROLES (WS-IX-PAR) = WS-ROLES-CUENTAS
                       OR WS-PAR-ROLES (WS-IX-PAR) = WS-ROLES-INVERSOS
                       PERFORM ESCRIBE-CONFLICTO-ROLES
                   END-IF
               END-PERFORM
           END-IF.

           ESCRIBE-CONFLICTO-ROLES.
           MOVE WS-OPE-USUARIO (WS-IX-OPE) TO HAL-USUARIO.
           MOVE SPACES TO HAL-FECHA.
           MOVE WS-OPE-EMPLEADO (WS-IX-OPE) TO HAL-EMPLEADO.
           MOVE SPACES TO HAL-DETALLE.
           STRING "rol " DELIMITED BY SIZE
               WS-OPE-ROL (WS-IX-OPE) DELIMITED BY SIZE
               " y cuenta " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPE-USUARIO (WS-IX-OPE-2))
               DELIMITED BY SIZE
               " rol " DELIMITED BY SIZE
               WS-OPE-ROL (WS-IX-OPE-2) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAR-RIESGO (WS-IX-PAR))
               DELIMITED BY SIZE
               INTO HAL-DETALLE
           END-STRING.
           PERFORM ESCRIBE-HALLAZGO.

      *    El titulo de la seccion ya viene en LINEA-REPORTE.
           ABRE-SECCION.
           MOVE ZEROES TO WS-HALLAZGOS-SECCION.
           MOVE LINEA-REPORTE TO HAL-DETALLE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE HAL-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           CIERRA-SECCION.
           IF WS-HALLAZGOS-SECCION = ZEROES
               MOVE "  Sin hallazgos." TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

           ESCRIBE-HALLAZGO.
           ADD 1 TO WS-HALLAZGOS-SECCION.
           ADD 1 TO WS-TOTAL-HALLAZGOS.
           MOVE WS-LINEA-HALLAZGO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EDITO SU PROPIO REGISTRO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-PROPIO TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "ALTA Y CAMBIO DE CLABE DEL MISMO EMPLEADO:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ALTA-CLABE TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "CAPTURO Y APROBO EL MISMO CAMBIO DE SALARIO:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-CAPTURA-APRUEBA TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "LIBERO O FIRMO LA NOMINA Y EDITO EL MAESTRO:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-LIBERA-MAESTRO TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "CUENTAS DE UNA PERSONA CON ROLES EN CONFLICTO:"
               TO TOT-ETIQUETA.
           MOVE WS-TOTAL-ROLES TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.
           MOVE "TOTAL DE COMBINACIONES DE RIESGO:" TO TOT-ETIQUETA.
           MOVE WS-TOTAL-HALLAZGOS TO TOT-VALOR.
           PERFORM ESCRIBE-LINEA-TOTAL.

           ESCRIBE-LINEA-TOTAL.
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
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
       END PROGRAM segrega-funciones.
