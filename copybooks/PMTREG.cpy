      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE PERMUTAS DE TURNO
      *         (PERMUTAS-TURNO.txt): UN RENGLON POR SOLICITUD DE DOS
      *         EMPLEADOS (POR NUMERO DE NOMINA, COMO LAS CHECADAS) QUE
      *         SE CAMBIAN EL TURNO DE FECHA A FECHA: A TRABAJA EL
      *         TURNO DE B Y B EL DE A. LOS TURNOS SON LOS ASIGNADOS EN
      *         EL DIRECTORIO AL CAPTURAR (EMPLEADOS-TURNO), QUE NO SE
      *         TOCA. LA CAPTURA ES solicita-permuta, LA DECISION DEL
      *         JEFE DIRECTO aprueba-permuta; procesa-checadas Y
      *         kardex-asistencia USAN LAS APROBADAS COMO TURNO DEL DIA
      *         Y reporte-permutas LAS LISTA POR DEPARTAMENTO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  PERMUTA-REGISTRO.
               05 PMT-FOLIO PIC 9(6).
               05 PMT-NUMERO-A PIC 9(5).
               05 PMT-TURNO-A PIC X(3).
               05 PMT-NUMERO-B PIC 9(5).
               05 PMT-TURNO-B PIC X(3).
               05 PMT-FECHA-INICIO PIC X(8).
               05 PMT-FECHA-FIN PIC X(8).
      *        "S" = solicitada, "A" = aprobada, "R" = rechazada,
      *        "C" = cancelada antes de empezar.
               05 PMT-STATUS PIC X(1).
               05 PMT-MOTIVO PIC X(40).
               05 PMT-FECHA-SOLICITUD PIC X(8).
               05 PMT-JEFE-ID PIC X(6).
               05 PMT-FECHA-DECISION PIC X(8).
               05 PMT-NOTA-DECISION PIC X(40).
