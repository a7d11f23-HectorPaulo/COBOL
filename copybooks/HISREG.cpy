               05 HIS-SELLO-CAPTURA PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
      *        HIS-TIPO: "SAL" = cambio de salario, "PUE" = cambio de
      *        puesto, "DEP" = cambio de departamento por fusion o
      *        renumeracion (fusiona-deptos).
               05 HIS-TIPO PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 HIS-VALOR-ANTERIOR PIC X(9).
