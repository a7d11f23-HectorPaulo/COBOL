      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:AREA DE LLAMADA A calcula-cobertura. ACCIONES:
      *         "E" COBERTURA DEL TURNO CBT-TURNO DEL DEPARTAMENTO
      *             CBT-DEPTO EL DIA CBT-FECHA: ASIGNADOS POR ROL
      *             (EMPLEADOS-TURNO, O EL TURNO PERMUTADO EN UNA
      *             PERMUTA APROBADA) QUE TRABAJAN ESE DIA DE LA
      *             SEMANA, CUANTOS ESTAN FUERA Y QUIENES, Y EL
      *             MINIMO DE TRIPULACION DE ESE DIA. CON
      *             CBT-NUMERO-EXTRA DISTINTO DE CERO ESE EMPLEADO SE
      *             CUENTA FUERA TAMBIEN (MOTIVO "X"), PARA SIMULAR
      *             UNA SOLICITUD DE VACACIONES ANTES DE APROBARLA.
      *             RESULTADO "S" QUEDA BAJO EL MINIMO, "N" CUBIERTO,
      *             "X" NO HAY MINIMO CAPTURADO PARA ESE DIA.
      *         "I" EL RENGLON CBT-RENGLON DE LA TABLA DE MINIMOS
      *             (DEPTO, TURNO, DIA Y MINIMO), PARA RECORRERLA;
      *             "S" O "N".
      *         "C" VUELVE A LEER TODOS LOS ARCHIVOS (DESPUES DE
      *             APROBAR O CAPTURAR AUSENCIAS EN LA MISMA SESION).
      *         MOTIVOS DE AUSENCIA: V VACACION, I INCAPACIDAD,
      *         P PERMISO CON GOCE, L LICENCIA SIN GOCE, X LA
      *         SOLICITUD QUE SE ESTA SIMULANDO. EN UN FESTIVO DEL
      *         CALENDARIO (CBT-FESTIVO "S") TODO EL TURNO DESCANSA
      *         POR LEY Y NO QUEDA NADIE DISPONIBLE.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  COBERTURA-TURNO-CONSULTA.
               05 CBT-ACCION PIC X(1).
               05 CBT-DEPTO PIC 9(3).
               05 CBT-TURNO PIC X(3).
               05 CBT-FECHA PIC X(8).
               05 CBT-NUMERO-EXTRA PIC 9(5).
               05 CBT-RENGLON PIC 9(3).
               05 CBT-DIA PIC X(1).
               05 CBT-MINIMO PIC 9(3).
               05 CBT-ASIGNADOS PIC 9(4).
               05 CBT-FUERA PIC 9(4).
               05 CBT-DISPONIBLES PIC 9(4).
               05 CBT-FESTIVO PIC X(1).
               05 CBT-TOTAL-MINIMOS PIC 9(3).
               05 CBT-TOTAL-AUSENTES PIC 9(2).
               05 CBT-AUSENTE OCCURS 40 TIMES.
                   10 CBT-AUS-NUMERO PIC 9(5).
                   10 CBT-AUS-ID PIC X(6).
                   10 CBT-AUS-NOMBRE PIC X(25).
                   10 CBT-AUS-MOTIVO PIC X(1).
                   10 CBT-AUS-HASTA PIC X(8).
               05 CBT-RESULTADO PIC X(1).
