      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DEL MANIFIESTO DE REPARTO DE
      *         REPORTES (MANIFIESTO-REPARTO.txt): UN RENGLON POR CADA
      *         ARCHIVO QUE reparte-reportes ENTREGA A UN DESTINATARIO
      *         DE LA LISTA DE DISTRIBUCION, CON SU ROL, SI SE LE
      *         OCULTARON MONTOS, LOS DEPARTAMENTOS QUE RECIBIO Y LA
      *         HUELLA (huella-linea) DEL ARCHIVO COMPLETO, PARA PODER
      *         PROBAR QUIEN RECIBIO QUE. LOS DEPARTAMENTOS DEL REPORTE
      *         QUE NO TIENEN DESTINATARIO QUEDAN EN UN RENGLON CON
      *         ESTADO "S" Y SIN ARCHIVO DE SALIDA.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  MANIFIESTO-REPARTO.
      *        Sello (fecha-sello) de la corrida de reparto.
               05 MAN-SELLO PIC X(16).
      *        PLA = reporte-plantilla, KAR = kardex-asistencia,
      *        VAC = reporte-vacaciones, VAR = varianza-nomina,
      *        CER = reporte-certificaciones.
               05 MAN-REPORTE PIC X(3).
               05 MAN-USUARIO PIC X(20).
               05 MAN-CORREO PIC X(60).
      *        Rol del destinatario en OPERADORES.txt; "C" si no es
      *        operador activo.
               05 MAN-ROL PIC X(1).
      *        "S" = se le ocultaron los montos del reporte.
               05 MAN-MASCARA PIC X(1).
      *        "E" = entregado, "V" = entregado sin renglones de sus
      *        departamentos, "F" = no se pudo escribir el archivo,
      *        "S" = departamentos sin destinatario.
               05 MAN-ESTADO PIC X(1).
               05 MAN-RENGLONES PIC 9(6).
               05 MAN-HUELLA PIC X(18).
      *        "TODOS" o los departamentos separados por "/".
               05 MAN-DEPTOS PIC X(120).
               05 MAN-RUTA-ENTRADA PIC X(120).
               05 MAN-RUTA-SALIDA PIC X(120).
