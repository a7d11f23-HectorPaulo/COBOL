      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE ACCIONES DISCIPLINARIAS
      *         (DISCIPLINA.txt): UN RENGLON POR AMONESTACION, ACTA
      *         ADMINISTRATIVA O SUSPENSION SIN GOCE DE UN EMPLEADOS-ID,
      *         CON FOLIO, FECHAS, DESCRIPCION, TESTIGOS Y DIAS DE
      *         SUSPENSION. LA FECHA DE CONOCIMIENTO ARRANCA EL MES QUE
      *         TIENE LA EMPRESA PARA SANCIONAR (DESPUES PRESCRIBE). LO
      *         MANTIENE mantiene-disciplina; alerta-actas LISTA LAS
      *         ACTAS ABIERTAS POR PRESCRIBIR, kardex-asistencia MARCA
      *         LOS DIAS DE SUSPENSION CON "S" Y LOS DESCUENTA COMO
      *         FALTAS, Y expediente Y consulta-historico MUESTRAN LA
      *         HISTORIA DEL EMPLEADO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  DISCIPLINA-REGISTRO.
               05 DIS-EMPLEADO-ID PIC X(6).
               05 DIS-FOLIO PIC 9(6).
      *        "A" = amonestacion, "C" = acta administrativa, "S" =
      *        suspension sin goce de sueldo.
               05 DIS-TIPO PIC X(1).
               05 DIS-FECHA-HECHOS PIC X(8).
               05 DIS-FECHA-CONOCIMIENTO PIC X(8).
               05 DIS-DESCRIPCION PIC X(60).
               05 DIS-TESTIGO-1 PIC X(30).
               05 DIS-TESTIGO-2 PIC X(30).
      *        Sancion aplicada: "A" = amonestacion, "S" = suspension,
      *        "R" = rescision, "N" = sin sancion, espacio = el acta
      *        sigue sin resolver.
               05 DIS-SANCION PIC X(1).
               05 DIS-DIAS-SUSPENSION PIC 9(2).
               05 DIS-INICIO-SUSPENSION PIC X(8).
      *        "A" = acta abierta, "R" = resuelta, "P" = prescrita sin
      *        sancion, "N" = anulada por captura erronea.
               05 DIS-STATUS PIC X(1).
               05 DIS-FECHA-RESOLUCION PIC X(8).
               05 DIS-USUARIO PIC X(20).
