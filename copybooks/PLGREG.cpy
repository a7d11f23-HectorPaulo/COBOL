      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE LA TABLA CENTRAL DE PARAMETROS
      *         LEGALES (PARAMETROS-LEGALES.txt): UN RENGLON POR CLAVE
      *         Y FECHA DE INICIO DE VIGENCIA, CON SU VALOR Y LA
      *         FUENTE (PUBLICACION DEL DOF, RESOLUCION, ETC.). EL
      *         VALOR VIGENTE A UNA FECHA ES EL DEL RENGLON DE LA
      *         CLAVE CON LA VIGENCIA MAS RECIENTE QUE NO LA REBASA.
      *         LO MANTIENE mantiene-parametros (SOLO SUPERVISOR) Y LO
      *         CONSULTAN LOS PROGRAMAS VIA busca-parametro-legal.
      *         CLAVES EN USO:
      *           UMA-DIARIA   UMA DIARIA
      *           SM-GENERAL   SALARIO MINIMO DIARIO GENERAL
      *           SM-FRONTERA  SALARIO MINIMO DIARIO ZONA LIBRE DE LA
      *                        FRONTERA NORTE
      *           VSM-MENSUAL  VALOR MENSUAL DEL SALARIO MINIMO PARA
      *                        LOS CREDITOS INFONAVIT EN VSM
      *           AGUI-EXE-UMA UMAS EXENTAS DEL AGUINALDO
      *           PVAC-EXE-UMA UMAS EXENTAS DE LA PRIMA VACACIONAL
      *           INDE-EXE-UMA UMAS EXENTAS DE LA INDEMNIZACION POR
      *                        CADA ANO DE SERVICIO
      *           VALE-EXE-PCT POR CIENTO DE LA UMA MENSUAL EXENTO EN
      *                        VALES DE DESPENSA
      *           SDI-TOPE-UMA UMAS DEL TOPE DE COTIZACION DEL SDI
      *           PREM-EXE-PCT POR CIENTO DEL SDI EXENTO EN CADA PREMIO
      *                        DE PUNTUALIDAD O ASISTENCIA
      *           SEM-MIN-L73  SEMANAS MINIMAS DE PENSION, LEY 1973
      *           SEM-MIN-L97  SEMANAS MINIMAS DE PENSION, LEY 1997
      *                        (CAMBIAN CADA ANO HASTA 2031)
      *           IMSS-rrr-O   TASA OBRERA DEL RAMO rrr (POR CIENTO)
      *           IMSS-rrr-P   TASA PATRONAL DEL RAMO rrr (POR CIENTO)
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  PARAMETRO-LEGAL-REGISTRO.
               05 PLG-CLAVE PIC X(12).
      *        Inicio de vigencia, AAAAMMDD.
               05 PLG-VIGENCIA PIC X(8).
               05 PLG-VALOR PIC 9(7)V9(5).
               05 PLG-FUENTE PIC X(40).
               05 PLG-FECHA-CAPTURA PIC X(8).
               05 PLG-USUARIO PIC X(20).
