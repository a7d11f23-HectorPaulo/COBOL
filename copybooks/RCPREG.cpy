      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:LAYOUT COMPARTIDO DE UNA LINEA DEL ARCHIVO DE
      *         RECUPERACIONES PENDIENTES (RECUPERACIONES-
      *         PENDIENTES.txt): NUMERO DE NOMINA, CONCEPTO DEL
      *         DESCUENTO QUE NO CUPO EN EL NETO (FAL FALTAS, INF
      *         INFONAVIT, FON FONDO DE AHORRO, SGM GASTOS MEDICOS O EL
      *         CODIGO DE LA DEDUCCION VOLUNTARIA, P.EJ. PRE), IMPORTE
      *         POR RECUPERAR, PERIODO EN QUE SE DIFIRIO Y SITIO DEL
      *         EMPLEADO (EL NUMERO SE REPITE ENTRE SITIOS; ESPACIOS ES
      *         LA SERIE SIN SITIO, COMO EN LOS RENGLONES ANTERIORES).
      *         registro-nomina LO CARGA AL ARRANCAR, COBRA LO
      *         PENDIENTE JUNTO CON EL CONCEPTO DEL PERIODO Y LO
      *         REESCRIBE COMPLETO AL FINAL CON LO QUE SIGA SIN CABER.
      *         IMPORTES CON SIGNO SEPARADO ADELANTE PARA RELEERSE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  RECUPERACION-REGISTRO.
               05 RCP-NUMERO-EMP PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RCP-CONCEPTO PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RCP-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RCP-PERIODO-ORIGEN PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RCP-SITIO PIC X(2).
