      *        programa que ya llena EMPLEADOS-DIRECCION como texto
      *        libre (por ejemplo CARGA-CSV.COB) sigue compilando y
      *        funcionando sin cambios.
      *        El codigo postal es el de 5 digitos de SEPOMEX (la
      *        calle cedio 2 posiciones) y DIR-ESTADO la clave de 2
      *        letras de la CURP; toda captura los valida contra el
      *        catalogo con valida-direccion y valida-calidad abre
      *        pendiente CPO por lo que no cuadre.
               05 EMPLEADOS-DIRECCION-X REDEFINES EMPLEADOS-DIRECCION.
                   10 DIR-CALLE PIC X(18).
                   10 DIR-CIUDAD PIC X(10).
                   10 DIR-ESTADO PIC X(2).
                   10 DIR-CODIGO-POSTAL PIC X(5).
               05 EMPLEADOS-STATUS PIC X(1).
      *        "A" = Activo, "T" = Terminado/Baja, "L" = Licencia,
      *        "I" = Inactivo (baja logica reversible; los reportes lo
