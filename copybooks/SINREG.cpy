      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DEL PADRON SINDICAL (SINDICATO.dat),
      *         INDEXADO POR EL ID DEL EMPLEADO DEL DIRECTORIO: A QUE
      *         SINDICATO Y SECCION PERTENECE, CUANDO SE AFILIO Y,
      *         EN SU CASO, CUANDO SE DIO DE BAJA DEL SINDICATO. LO
      *         MANTIENE MANTIENE-SINDICATO (OPCION S DE BDD-
      *         INDEXADAS); registro-nomina LO USA PARA RETENER LA
      *         CUOTA SINDICAL Y remesa-sindical PARA EL REPORTE DE
      *         PAGO AL SINDICATO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  SINDICATO-REGISTRO.
               05 SIN-EMPLEADO-ID PIC X(6).
      *        Clave del sindicato en el catalogo SINDICATOS.txt, que
      *        trae la cuota (fija o porcentaje) y la cuenta CLABE a
      *        la que se transfiere la remesa.
               05 SIN-SINDICATO PIC X(6).
               05 SIN-SECCION PIC X(4).
      *        Fechas AAAAMMDD; la baja en blanco = sigue afiliado.
               05 SIN-FECHA-ALTA PIC X(8).
               05 SIN-FECHA-BAJA PIC X(8).
