      *         A PARTIR DEL MAESTRO DE EMPLEADOS DE PROG0010, CON
      *         SUBTOTALES POR DEPARTAMENTO Y TOTAL DE LA EMPRESA, PARA
      *         TENER UNA SOLA FUENTE IMPRESA DE LAS CIFRAS DE LA
      *         CORRIDA DE NOMINA. CADA CORRIDA PAGA UNA SOLA
      *         FRECUENCIA (NOMINA_FRECUENCIA Q QUINCENAL U OMITIDA, O
      *         S SEMANAL CON SEPTIMO DIA PROPORCIONAL A LOS DIAS
      *         TRABAJADOS DEL KARDEX). LOS DESCUENTOS SIGUEN UN ORDEN
      *         DE PRELACION CON PISO DE SALARIO MINIMO; LO QUE NO
      *         CABE SE DIFIERE A RECUPERACIONES-PENDIENTES.txt,
      *         QUE SE COBRA POR SITIO Y NUMERO DE NOMINA.
      *         LOS DIAS DE INCAPACIDAD Y DE LICENCIA SIN GOCE
      *         (PERMISOS.txt) DENTRO DEL PERIODO SE DESCUENTAN Y SE
      *         LISTAN EN EL ANEXO DE AUSENCIAS; LOS PERMISOS CON GOCE
      *         SE PAGAN COMPLETOS. EL PISO USA EL SALARIO MINIMO DE
      *         LA ZONA DEL SITIO DE CADA EMPLEADO (busca-salario-
      *         minimo) Y QUIEN COBRA POR SUS DIAS TRABAJADOS MENOS DE
      *         ESE MINIMO SALE EN EL ANEXO DE CUMPLIMIENTO DE SALARIO
      *         MINIMO, PARA CORREGIRLO ANTES DE DISPERSAR. EL
      *         SALARIO MINIMO Y EL VSM DE INFONAVIT SON LOS VIGENTES
      *         AL FIN DEL PERIODO EN LA TABLA DE PARAMETROS LEGALES
      *         (busca-parametro-legal).
      *         CON REGISTRO_NOMINA_SITIO=XX LA CORRIDA CALCULA SOLO
      *         LA PARTICION DE ESE SITIO ("00" = SERIE SIN SITIO),
      *         CON SU PROPIO CANDADO, CHECKPOINT Y CIFRAS PARCIALES
      *         (SUFIJO -XX), PARA CORRER LOS SITIOS A LA VEZ; CON
      *         REGISTRO_NOMINA_UNE=S UNE LAS PARTICIONES DE TODOS LOS
      *         SITIOS DEL MAESTRO EN LAS CIFRAS Y EL REGISTRO UNICOS,
      *         REHACE SUBTOTALES Y TOTAL DE LA EMPRESA Y ASIENTA EL
      *         ACUMULADO, EL FONDO, LAS RECUPERACIONES Y EL PERIODO;
      *         SI FALTA O FALLO UN SITIO, NO UNE NADA. CADA
      *         PARTICION DEJA EN SUS ANEXOS (ANEXOS-REGNOM-XX.txt)
      *         LOS RENGLONES DEL ANEXO DE CUMPLIMIENTO Y DEL DE
      *         AUSENCIAS Y EL RESUMEN DE DEDUCCIONES POR CODIGO, PARA
      *         QUE EL REGISTRO UNIDO LLEVE LAS MISMAS SECCIONES Y EL
      *         MISMO AVISO EN LA BITACORA QUE LA CORRIDA COMPLETA.
      *         EL DETALLE DE INFONAVIT RETENIDO LLEVA EL SITIO DEL
      *         EMPLEADO PARA QUE remesa-infonavit LO SEPARE POR
      *         REGISTRO PATRONAL.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
       SELECT EMPLEADOS-ENTRADA
       ASSIGN TO DYNAMIC WS-RUTA-ENTRADA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NMX-LLAVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-ENT.

       SELECT EMPLEADOS-ORDEN ASSIGN TO "SORTWK02".

       SELECT EMPLEADOS-CLASIFICADO
       ASSIGN TO DYNAMIC WS-RUTA-CLASIFICADO
       FILE STATUS IS WS-FILE-STATUS-CLAS.

      *    En la union, los detalles "D" de las cifras parciales de
      *    todos los sitios se reordenan por departamento y nombre,
      *    igual que el maestro en la corrida completa.
       SELECT UNION-ORDEN ASSIGN TO "SORTWK03".

      *    Cifras parciales, checkpoint y detalles de una particion
      *    por sitio, que la union lee uno por uno.
       SELECT ARCHIVO-PARTICION
       ASSIGN TO DYNAMIC WS-RUTA-PARTICION
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PAR.

       SELECT REGISTRO-RPT
       ASSIGN TO DYNAMIC WS-RUTA-REGISTRO
       ORGANIZATION IS LINE SEQUENTIAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PEX.

      *    Pago a destajo valorizado por calcula-destajo (numero,
      *    importe,periodo): solo se toman los renglones del periodo
      *    de la corrida; se suma al bruto y viaja en CIF-DESTAJO.
       SELECT DESTAJO-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-DESTAJO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DST.

      *    Descuento de comedor armado por carga-comedor desde el
      *    torniquete (numero,importe,periodo): con renglones del
      *    periodo sustituye al monto fijo "COM" de DEDUCCIONES.txt.
       SELECT COMEDOR-NOMINA
       ASSIGN TO DYNAMIC WS-RUTA-COMEDOR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CMD.

      *    Cifras por empleado de esta corrida (layout CIFREG.cpy)
      *    para los programas que las consumen sin recalcular:
      *    recibos, dispersion bancaria, acumulados.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-SGM.

      *    Padron sindical (SINREG.cpy, lo mantiene mantiene-
      *    sindicato) y catalogo de sindicatos (clave,tipo,valor,
      *    cuenta,nombre; tipo "M" monto fijo por periodo, "P"
      *    porcentaje del bruto): a cada afiliado vigente en el
      *    periodo se le retiene la cuota de su sindicato en su
      *    propia cubeta CIF-SINDICAL, que remesa-sindical
      *    transfiere al sindicato.
       SELECT PADRON-SINDICAL
       ASSIGN TO DYNAMIC WS-RUTA-PADRON-SIN
       ORGANIZATION IS INDEXED
       RECORD KEY IS SIN-EMPLEADO-ID
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PSI.

       SELECT CATALOGO-SINDICATOS
       ASSIGN TO DYNAMIC WS-RUTA-CAT-SINDICATOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-CSI.

      *    Faltas injustificadas del mes (numero,dias) que deja el
      *    kardex de asistencia: se descuentan a cuota diaria en su
      *    propia cubeta CIF-FALTAS, explicitas en vez de enterradas
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-FAL.

      *    Dias trabajados de la semana por empleado (numero,dias) que
      *    deja el kardex en modo semanal; con ellos se paga el
      *    septimo dia proporcional en la nomina semanal.
       SELECT DIAS-TRABAJADOS
       ASSIGN TO DYNAMIC WS-RUTA-DIAS-TRAB
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DTR.

      *    Inscripciones al fondo de ahorro (numero,porcentaje): el
      *    empleado aporta ese porcentaje del bruto (tope legal 13%)
      *    y la empresa acredita un match igual en SALDOS-FONDO.txt;
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-IRE.

      *    Descuentos que no cupieron en el neto de periodos
      *    anteriores (RCPREG.cpy): se cargan al arrancar, se cobran
      *    con su concepto y se reescriben completos al final, igual
      *    que los saldos del fondo.
       SELECT RECUPERACIONES-PENDIENTES
       ASSIGN TO DYNAMIC WS-RUTA-RECUPERACIONES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-RCP.

      *    Detalle de lo diferido en la corrida (periodo, numero,
      *    nombre, concepto, importe del periodo, aplicado y
      *    diferido) para que nomina sepa a quien no le cupo que;
      *    en un reinicio se relee para no perder lo ya diferido.
       SELECT DESCUENTOS-DIFERIDOS
       ASSIGN TO DYNAMIC WS-RUTA-DIFERIDOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-DIF.

      *    Incapacidades del IMSS (INCREG.cpy): los dias amparados
      *    que caen dentro del mes de la corrida se descuentan del
      *    bruto (esos los paga el IMSS) y se listan en el anexo de
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-INC.

      *    Permisos y licencias (PMSREG.cpy): los dias de licencia
      *    sin goce dentro del periodo se descuentan del bruto igual
      *    que las incapacidades y van al mismo anexo; el permiso con
      *    goce no mueve la nomina.
       SELECT PERMISOS
       ASSIGN TO DYNAMIC WS-RUTA-PERMISOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FILE-STATUS-PMS.

      *    Acumulado anual por empleado (ACUREG.cpy): cada corrida
      *    suma su bruto e ISR al ano en curso para que el ajuste
      *    anual de diciembre tenga de donde partir.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ENTRADA.
           COPY NOMIDX.

       SD  EMPLEADOS-ORDEN.
       01  SD-REG-EMPLEADOS.
           05 SD-SALARIO-EMP PIC S9(07)V99.
           05 SD-SITIO-EMP PIC X(02).
           05 SD-REGIMEN-EMP PIC X(03).
           05 SD-FRECUENCIA-EMP PIC X(01).

       FD  EMPLEADOS-CLASIFICADO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS.
       01  REG-EMPLEADOS-CLAS PIC X(56).

       SD  UNION-ORDEN.
       01  SD-LINEA-UNION.
           05 SDU-TIPO PIC X(01).
           05 SDU-NUMERO PIC 9(05).
           05 SDU-SITIO PIC X(02).
           05 SDU-NOMBRE PIC X(30).
           05 SDU-DEPTO PIC 9(03).
           05 FILLER PIC X(153).

       FD  ARCHIVO-PARTICION.
       01  LINEA-PARTICION PIC X(210).

       FD  REGISTRO-RPT.
       01  LINEA-REGISTRO-RPT PIC X(122).
       01  LINEA-EXCEPCION-HOR PIC X(70).

       FD  CIFRAS-NOMINA.
       01  LINEA-CIFRAS PIC X(194).

       FD  CIFRAS-ANTERIOR.
       01  LINEA-CIFRAS-ANT PIC X(194).

       FD  CHECKPOINT-CORRIDA.
       01  LINEA-CHECKPOINT PIC X(210).
       FD  PERCEPCIONES-EXTRA.
       01  LINEA-PERCEPCION PIC X(30).

       FD  DESTAJO-NOMINA.
       01  LINEA-DESTAJO PIC X(40).

       FD  COMEDOR-NOMINA.
       01  LINEA-COMEDOR PIC X(40).

       FD  ACUMULADO-ANUAL.
       01  LINEA-ACUMULADO PIC X(36).

       FD  INSCRIPCIONES-SGMM.
       01  LINEA-SGMM PIC X(60).

       FD  PADRON-SINDICAL.
           COPY SINREG.

       FD  CATALOGO-SINDICATOS.
       01  LINEA-CAT-SINDICATO PIC X(100).

       FD  FALTAS-MES.
       01  LINEA-FALTAS PIC X(20).

       FD  DIAS-TRABAJADOS.
       01  LINEA-DIAS-TRAB PIC X(20).

       FD  FONDO-AHORRO.
       01  LINEA-FONDO PIC X(30).

       FD  INFONAVIT-RETENIDO.
       01  LINEA-INF-RETENIDO PIC X(40).

       FD  RECUPERACIONES-PENDIENTES.
       01  LINEA-RECUPERACION PIC X(40).

       FD  DESCUENTOS-DIFERIDOS.
       01  LINEA-DIFERIDO PIC X(83).

       FD  INCAPACIDADES.
           COPY INCREG.

       FD  PERMISOS.
       01  LINEA-PERMISO PIC X(104).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-ENTRADA PIC X(200).
       01  WS-FILE-STATUS-ENT PIC X(2).
       01  FIN-DE-ENTRADA PIC X.
       01  WS-FILE-STATUS-CLAS PIC X(2).
       01  WS-GEN-BASE-NOMBRE PIC X(40).
       01  WS-GEN-EXTENSION PIC X(4).
      *    a salarios, solo retencion de ISR; espacios o "SAL" = el
      *    regimen normal de sueldos y salarios.
           05 WS-REGIMEN-EMP PIC X(03).
           05 WS-FRECUENCIA-EMP PIC X(01).

      *    Los asimilados se listan en su propia seccion del registro
      *    con sus propios subtotales, fuera de los subtotales por
       01  WS-PEX-IMPORTE-X PIC X(12).
       01  WS-PERCEPCION-EXTRA PIC S9(7)V99.

       01  WS-RUTA-DESTAJO PIC X(200).
       01  WS-FILE-STATUS-DST PIC X(2).
       01  FIN-DE-DESTAJO PIC X.
      *    Destajo por numero y sitio (numero,importe,periodo,sitio
      *    de calcula-destajo; los renglones viejos sin sitio son de
      *    la serie sin sitio).
       01  WS-TABLA-DESTAJO.
           05 WS-DST-RENGLON OCCURS 9999 TIMES.
               10 WS-DST-NUMERO PIC 9(5).
               10 WS-DST-SITIO PIC X(2).
               10 WS-DST-IMPORTE PIC S9(7)V99.
       01  WS-TOTAL-DESTAJO PIC 9(4) VALUE ZEROES.
       01  WS-IX-DST PIC 9(4).
       01  WS-DST-DESBORDADAS PIC 9(4) VALUE ZEROES.
       01  WS-DST-NUMERO-X PIC X(6).
       01  WS-DST-IMPORTE-X PIC X(12).
       01  WS-DST-PERIODO-X PIC X(8).
       01  WS-DST-SITIO-X PIC X(2).
       01  WS-PAGO-DESTAJO PIC S9(7)V99.

       01  WS-RUTA-COMEDOR PIC X(200).
       01  WS-FILE-STATUS-CMD PIC X(2).
       01  FIN-DE-COMEDOR PIC X.
      *    Descuento de comedor por numero y sitio (numero,importe,
      *    periodo,sitio de carga-comedor).
       01  WS-TABLA-COMEDOR.
           05 WS-CMD-RENGLON OCCURS 9999 TIMES.
               10 WS-CMD-NUMERO PIC 9(5).
               10 WS-CMD-SITIO PIC X(2).
               10 WS-CMD-IMPORTE PIC S9(7)V99.
       01  WS-TOTAL-COMEDOR PIC 9(4) VALUE ZEROES.
       01  WS-IX-CMD PIC 9(4).
       01  WS-CMD-DESBORDADAS PIC 9(4) VALUE ZEROES.
       01  WS-CMD-NUMERO-X PIC X(6).
       01  WS-CMD-IMPORTE-X PIC X(12).
       01  WS-CMD-PERIODO-X PIC X(8).
       01  WS-CMD-SITIO-X PIC X(2).

      *    Alerta de operacion (levanta-alerta) cuando un archivo de
      *    pagos o descuentos no cabe en su tabla.
       01  WS-ALE-SEVERIDAD PIC X(1).
       01  WS-ALE-MENSAJE PIC X(80).
       01  WS-ALE-SELLO-CORRIDA PIC X(16).
       01  WS-ALE-FOLIO PIC 9(8).
       01  WS-DESBORDADAS-EDITADO PIC ZZZ9.

       01  WS-RUTA-SGMM PIC X(200).
       01  WS-FILE-STATUS-SGM PIC X(2).
       01  FIN-DE-SGMM PIC X.
       01  WS-SGM-CUOTA-X PIC X(10).
       01  WS-DEDUCCION-SGMM PIC S9(7)V99.

       01  WS-RUTA-PADRON-SIN PIC X(200).
       01  WS-FILE-STATUS-PSI PIC X(2).
       01  FIN-DE-PADRON-SIN PIC X.
      *    WS-AFI-VIGENTE "S" = afiliado en alguna fecha del periodo
      *    (alta a mas tardar el fin y sin baja antes del inicio);
      *    el "N" sigue en la tabla para no cobrarle la cuota fija
      *    vieja del archivo de deducciones.
       01  WS-TABLA-AFILIADOS.
           05 WS-AFI-RENGLON OCCURS 9999 TIMES.
               10 WS-AFI-SITIO PIC X(2).
               10 WS-AFI-NUMERO PIC 9(5).
               10 WS-AFI-SINDICATO PIC X(6).
               10 WS-AFI-VIGENTE PIC X.
       01  WS-TOTAL-AFILIADOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-AFI PIC 9(4).
       01  WS-AFI-ENCONTRADO PIC 9(4).
       01  WS-SIN-VENTANA-INI PIC X(8).
       01  WS-SIN-VENTANA-FIN PIC X(8).
       01  WS-RUTA-CAT-SINDICATOS PIC X(200).
       01  WS-FILE-STATUS-CSI PIC X(2).
       01  FIN-DE-CAT-SINDICATOS PIC X.
       01  WS-TABLA-CAT-SINDICATOS.
           05 WS-CSI-RENGLON OCCURS 50 TIMES.
               10 WS-CSI-CLAVE PIC X(6).
               10 WS-CSI-TIPO PIC X.
               10 WS-CSI-VALOR PIC 9(5)V99.
       01  WS-TOTAL-CAT-SINDICATOS PIC 9(2) VALUE ZEROES.
       01  WS-IX-CSI PIC 9(2).
       01  WS-CSI-CLAVE-X PIC X(6).
       01  WS-CSI-TIPO-X PIC X(2).
       01  WS-CSI-VALOR-X PIC X(12).
       01  WS-DEDUCCION-SINDICAL PIC S9(7)V99.

       01  WS-RUTA-FALTAS PIC X(200).
       01  WS-FILE-STATUS-FAL PIC X(2).
       01  FIN-DE-FALTAS PIC X.
       01  WS-DEDUCCION-FALTAS PIC S9(7)V99.
       01  WS-CUOTA-DIARIA-FAL PIC 9(5)V9999.

      *    Frecuencia de la corrida (NOMINA_FRECUENCIA): "Q" quincenal
      *    o "S" semanal. Cada corrida paga solo a los empleados de su
      *    frecuencia; en la semanal el bruto es seis dias de salario
      *    diario mas el septimo dia proporcional a los dias
      *    trabajados (dias / 6), tope seis.
       01  WS-FRECUENCIA-CORRIDA PIC X(1).
       01  WS-FRECUENCIA-EMPLEADO PIC X(1).
       01  WS-TOTAL-OTRA-FRECUENCIA PIC 9(5) VALUE ZEROES.
       01  WS-RUTA-DIAS-TRAB PIC X(200).
       01  WS-FILE-STATUS-DTR PIC X(2).
       01  FIN-DE-DIAS-TRAB PIC X.
       01  WS-TABLA-DIAS-TRAB.
           05 WS-DTR-RENGLON OCCURS 9999 TIMES.
               10 WS-DTR-NUMERO PIC 9(5).
               10 WS-DTR-DIAS PIC 9(3).
       01  WS-TOTAL-DIAS-TRAB PIC 9(4) VALUE ZEROES.
       01  WS-IX-DTR PIC 9(4).
       01  WS-DTR-ENCONTRADO PIC 9(4).
       01  WS-DTR-NUMERO-X PIC X(6).
       01  WS-DTR-DIAS-X PIC X(4).
       01  WS-DIAS-SEPTIMO PIC 9(3).
       01  WS-SALARIO-DIARIO-SEM PIC 9(5)V9999.
       01  WS-SEPTIMO-DIA PIC S9(7)V99.
       01  WS-SEMANA-INICIO PIC X(8).
       01  WS-SEMANA-FIN PIC X(8).
       01  WS-TOTAL-SIN-DIAS-TRAB PIC 9(5) VALUE ZEROES.

       01  WS-LINEA-SEPTIMO-DET.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "DIAS TRABAJADOS: ".
           05 SEP-DIAS PIC Z9.
           05 FILLER PIC X(16) VALUE "  SEPTIMO DIA: ".
           05 SEP-IMPORTE PIC -ZZZZZZ9.99.

       01  WS-RUTA-FONDO PIC X(200).
       01  WS-FILE-STATUS-FON PIC X(2).
       01  FIN-DE-FONDO PIC X.
      *    Valor mensual del salario minimo (VSM) para los creditos
      *    tipo "V", en centesimas por la misma razon que los
      *    porcentajes de ambiente; sin variable se usa el valor
      *    vigente capturado aqui. Manda el VSM-MENSUAL de la tabla
      *    de parametros legales vigente a la fecha del calculo.
       01  WS-VSM-MENSUAL-X PIC X(8).
       01  WS-VSM-MENSUAL-CENT PIC 9(7).
       01  WS-VSM-MENSUAL PIC 9(5)V99 VALUE 2480.00.
           05 IRE-CREDITO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IRE-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 IRE-SITIO PIC X(2).

       01  WS-LINEA-RESUMEN-INF.
           05 FILLER PIC X(21) VALUE "INFONAVIT EMPLEADOS: ".
           05 FILLER PIC X(8) VALUE " TOTAL: ".
           05 RIN-TOTAL PIC -ZZZZZZZZ9.99.

      *    Orden de prelacion de los descuentos: ISR e IMSS, luego la
      *    pension alimenticia (sin piso, solo hasta el neto tras
      *    impuestos), y sobre lo que rebase el piso del salario
      *    minimo de los dias pagados: faltas, INFONAVIT, fondo de
      *    ahorro, SGMM, cuota sindical y al final las deducciones
      *    voluntarias
      *    (prestamos incluidos) en el orden del archivo. Lo que no
      *    cabe se recorta y se difiere al siguiente periodo.
       01  WS-RUTA-RECUPERACIONES PIC X(200).
       01  WS-FILE-STATUS-RCP PIC X(2).
       01  FIN-DE-RECUPERACIONES PIC X.
       01  WS-RUTA-DIFERIDOS PIC X(200).
       01  WS-FILE-STATUS-DIF PIC X(2).
       01  FIN-DE-DIFERIDOS PIC X.
       01  WS-DIFERIDOS-ABIERTO PIC X VALUE "N".
      *    WS-RCP-ESTADO: "N" pendiente de un periodo anterior, "S"
      *    ya cobrado en esta corrida, "D" diferido en esta corrida.
       01  WS-TABLA-RECUPERACIONES.
           05 WS-RCP-RENGLON OCCURS 9999 TIMES.
               10 WS-RCP-NUMERO PIC 9(5).
               10 WS-RCP-CONCEPTO PIC X(3).
               10 WS-RCP-IMPORTE PIC S9(7)V99.
               10 WS-RCP-ORIGEN PIC X(6).
               10 WS-RCP-ESTADO PIC X.
               10 WS-RCP-SITIO PIC X(2).
       01  WS-TOTAL-RECUPERACIONES PIC 9(4) VALUE ZEROES.
       01  WS-RCP-DESBORDADAS PIC 9(4) VALUE ZEROES.
       01  WS-IX-RCP PIC 9(4).
       COPY RCPREG.
      *    Salario minimo diario de la zona del sitio del empleado
      *    para el piso; lo resuelve busca-salario-minimo con el
      *    catalogo de sitios y el minimo vigente a la fecha del
      *    calculo en la tabla de parametros legales.
       01  WS-SALARIO-MINIMO-DIARIO PIC 9(5)V99 VALUE 315.04.
       01  WS-ZONA-EMP PIC X(1).
       01  WS-RESULTADO-MINIMO PIC X.
      *    Fecha a la que se piden los parametros legales: el fin del
      *    periodo, para que un recalculo retroactivo use los valores
      *    que regian entonces; sin periodo, la fecha de la corrida.
       01  WS-FECHA-CALCULO-PLG PIC X(8).
       01  WS-PERIODO-FIN-PLG PIC X(8).
       01  WS-CLAVE-PLG PIC X(12).
       01  WS-VALOR-PLG PIC 9(7)V9(5).
       01  WS-RESULTADO-PLG PIC X.
       01  WS-DIAS-FALTA-EMP PIC 9(3).
       01  WS-DIAS-PISO PIC S9(3)V99.
       01  WS-PISO-SALARIO-MINIMO PIC S9(7)V99.
       01  WS-DISPONIBLE-DESCUENTO PIC S9(7)V99.
       01  WS-CONCEPTO-DESCUENTO PIC X(3).
       01  WS-IMPORTE-PENDIENTE PIC S9(7)V99.
       01  WS-IMPORTE-PROPUESTO PIC S9(7)V99.
       01  WS-IMPORTE-APLICADO PIC S9(7)V99.
       01  WS-IMPORTE-DIFERIDO PIC S9(7)V99.
       01  WS-TOTAL-DIFERIDOS PIC 9(5) VALUE ZEROES.
       01  WS-DIFERIDO-EMPRESA PIC S9(9)V99 VALUE ZEROES.
       01  WS-ARRASTRADO-EMPRESA PIC S9(9)V99 VALUE ZEROES.

       01  WS-LINEA-DIFERIDO-DET.
           05 DIF-PERIODO PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DIF-NUMERO PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DIF-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DIF-CONCEPTO PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DIF-PROPUESTO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DIF-APLICADO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DIF-DIFERIDO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DIF-SITIO PIC X(2).

       01  WS-LINEA-RESUMEN-DIF.
           05 FILLER PIC X(22) VALUE "DESCUENTOS DIFERIDOS: ".
           05 RDI-CONTADOR PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE " TOTAL: ".
           05 RDI-TOTAL PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(14) VALUE "  ARRASTRADO: ".
           05 RDI-ARRASTRADO PIC -ZZZZZZZZ9.99.

       01  WS-RUTA-INCAPACIDADES PIC X(200).
       01  WS-FILE-STATUS-INC PIC X(2).
       01  FIN-DE-INCAPACIDADES PIC X.
               10 WS-INC-DIAS PIC 9(3).
       01  WS-TOTAL-INCAPACIDADES PIC 9(3) VALUE ZEROES.
       01  WS-IX-INC PIC 9(3).
       COPY PMSREG.
       01  WS-RUTA-PERMISOS PIC X(200).
       01  WS-FILE-STATUS-PMS PIC X(2).
       01  FIN-DE-PERMISOS PIC X.
       01  WS-TABLA-LICENCIAS.
           05 WS-LSG-RENGLON OCCURS 999 TIMES.
               10 WS-LSG-SITIO PIC X(2).
               10 WS-LSG-NUMERO PIC 9(5).
               10 WS-LSG-FOLIO PIC 9(6).
               10 WS-LSG-INICIO PIC 9(8).
               10 WS-LSG-FIN PIC 9(8).
       01  WS-TOTAL-LICENCIAS PIC 9(3) VALUE ZEROES.
       01  WS-IX-LSG PIC 9(3).
       01  WS-INI-MES-ENTERO PIC 9(7).
       01  WS-FIN-MES-ENTERO PIC 9(7).
       01  WS-INI-CERT PIC 9(7).
       01  WS-ANO-MES-CORRIDA PIC 9(6).
       01  WS-TABLA-ANEXO.
           05 WS-ANX-RENGLON OCCURS 999 TIMES.
               10 WS-ANX-TIPO PIC X(4).
               10 WS-ANX-NUMERO PIC 9(5).
               10 WS-ANX-FOLIO PIC X(8).
               10 WS-ANX-DIAS PIC 9(3).
               10 WS-ANX-DESCUENTO PIC S9(7)V99.
       01  WS-TOTAL-ANEXO PIC 9(3) VALUE ZEROES.
       01  WS-IX-ANX PIC 9(3).
       01  WS-DIAS-SIN-GOCE-EMP PIC 9(3).
      *    Cumplimiento de salario minimo: pago ordinario de los dias
      *    trabajados contra el minimo de la zona por esos dias.
       01  WS-DIAS-CUMPLE PIC S9(3)V99.
       01  WS-PAGO-CUMPLE PIC S9(7)V99.
       01  WS-MINIMO-CUMPLE PIC S9(7)V99.
       01  WS-TABLA-CUMPLIMIENTO.
           05 WS-SMN-RENGLON OCCURS 999 TIMES.
               10 WS-SMN-NUMERO PIC 9(5).
               10 WS-SMN-NOMBRE PIC X(30).
               10 WS-SMN-SITIO PIC X(2).
               10 WS-SMN-ZONA PIC X(1).
               10 WS-SMN-DIAS PIC 9(3)V99.
               10 WS-SMN-PAGO PIC S9(7)V99.
               10 WS-SMN-MINIMO PIC S9(7)V99.
       01  WS-TOTAL-CUMPLIMIENTO PIC 9(3) VALUE ZEROES.
       01  WS-IX-SMN PIC 9(3).

       01  WS-LINEA-CUMPLIMIENTO.
           05 SMN-NUMERO PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 SMN-NOMBRE PIC X(30).
           05 FILLER PIC X(7) VALUE " sitio ".
           05 SMN-SITIO PIC X(2).
           05 FILLER PIC X(6) VALUE " zona ".
           05 SMN-ZONA PIC X(1).
           05 FILLER PIC X(6) VALUE " dias ".
           05 SMN-DIAS PIC ZZ9.99.
           05 FILLER PIC X(8) VALUE " pagado ".
           05 SMN-PAGO PIC -ZZZZZZ9.99.
           05 FILLER PIC X(8) VALUE " minimo ".
           05 SMN-MINIMO PIC ZZZZZZ9.99.
           05 FILLER PIC X(7) VALUE " falta ".
           05 SMN-FALTANTE PIC ZZZZZZ9.99.

       01  WS-LINEA-ANEXO.
           05 ANX-TIPO PIC X(4).
           05 ANX-NUMERO PIC 9(5).
           05 FILLER PIC X(7) VALUE " folio ".
           05 ANX-FOLIO PIC X(8).
               10 WS-HEC-NUMERO PIC 9(5).
               10 WS-HEC-BRUTO PIC S9(7)V99.
               10 WS-HEC-ISR PIC S9(7)V99.
               10 WS-HEC-SITIO PIC X(2).
       01  WS-TOTAL-HECHOS PIC 9(4) VALUE ZEROES.
       01  WS-IX-HEC PIC 9(4).
       01  WS-HEC-ENCONTRADO PIC 9(4).
       01  WS-CANDADO-USUARIO PIC X(20).
       01  WS-CANDADO-RESULTADO PIC X.

      *    Particion por sitio y union de particiones. El sufijo de
      *    sitio ("-XX" antes de la extension) separa los archivos de
      *    cada particion para que los sitios corran a la vez.
       01  WS-MODO-PARTICION PIC X VALUE "N".
       01  WS-MODO-UNION PIC X VALUE "N".
       01  WS-REINTENTO-UNION PIC X VALUE "N".
       01  WS-SITIO-PARTICION-X PIC X(2).
       01  WS-SITIO-PARTICION PIC X(2).
       01  WS-SITIO-SUFIJO PIC X(2).
       01  WS-RUTA-SUFIJO PIC X(200).
       01  WS-RUTA-SUFIJO-BASE PIC X(200).
       01  WS-SUF-BLANCOS PIC 9(3).
       01  WS-SUF-LARGO PIC 9(3).
       01  WS-SUF-COLA PIC 9(3).
       01  WS-SUF-DIRECTORIO PIC 9(3).
       01  WS-SUF-PUNTO PIC 9(3).
       01  WS-RUTA-CLASIFICADO PIC X(200)
           VALUE "REGISTRO-NOMINA-ORD.TMP".
       01  WS-RUTA-PARTICION PIC X(200).
       01  WS-FILE-STATUS-PAR PIC X(2).
      *    Anexos de una particion: un renglon por linea de los
      *    anexos de cumplimiento ("S") y de ausencias ("A") y del
      *    resumen de deducciones ("R"), los renglones desbordados
      *    de destajo y comedor ("W") y al final el periodo ("F").
       01  WS-RUTA-ANEXOS-PAR PIC X(200).
       01  WS-PAR-TIPO-ANEXOS PIC X.
       01  WS-PAR-PERIODO-ANEXOS PIC X(6).
       01  WS-LINEA-ANEXO-PAR.
           05 APA-TIPO PIC X(1).
           05 APA-DATOS PIC X(63).
           05 APA-SMN REDEFINES APA-DATOS.
               10 APA-SMN-NUMERO PIC 9(5).
               10 APA-SMN-NOMBRE PIC X(30).
               10 APA-SMN-SITIO PIC X(2).
               10 APA-SMN-ZONA PIC X(1).
               10 APA-SMN-DIAS PIC 9(3)V99.
               10 APA-SMN-PAGO PIC S9(7)V99 SIGN LEADING SEPARATE.
               10 APA-SMN-MINIMO PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 APA-ANX REDEFINES APA-DATOS.
               10 APA-ANX-TIPO PIC X(4).
               10 APA-ANX-NUMERO PIC 9(5).
               10 APA-ANX-FOLIO PIC X(8).
               10 APA-ANX-DIAS PIC 9(3).
               10 APA-ANX-DESCUENTO PIC S9(7)V99
                   SIGN LEADING SEPARATE.
               10 FILLER PIC X(33).
           05 APA-RES REDEFINES APA-DATOS.
               10 APA-RES-CODIGO PIC X(3).
               10 APA-RES-CONTADOR PIC 9(5).
               10 APA-RES-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
               10 FILLER PIC X(43).
           05 APA-DSB REDEFINES APA-DATOS.
               10 APA-DST-DESBORDADAS PIC 9(4).
               10 APA-CMD-DESBORDADAS PIC 9(4).
               10 FILLER PIC X(55).
           05 APA-FIN REDEFINES APA-DATOS.
               10 APA-PERIODO PIC X(6).
               10 FILLER PIC X(57).
       01  FIN-DE-PARTICION PIC X.
       01  FIN-DE-UNION PIC X.
       01  WS-TABLA-SITIOS.
           05 WS-SIT-RENGLON OCCURS 99 TIMES.
               10 WS-SIT-CODIGO PIC X(2).
               10 WS-SIT-SUFIJO PIC X(2).
               10 WS-SIT-EMPLEADOS PIC 9(6).
               10 WS-SIT-ESTADO PIC X(30).
       01  WS-TOTAL-SITIOS PIC 9(2) VALUE ZEROES.
       01  WS-IX-SIT PIC 9(2).
       01  WS-SITIOS-RECHAZADOS PIC 9(2) VALUE ZEROES.
       01  WS-SITIO-ANTERIOR PIC X(2).
       01  WS-PAR-DETALLES PIC 9(6).
       01  WS-PAR-TIPO-FINAL PIC X.
       01  WS-PAR-EMPLEADOS-T PIC 9(6).
       01  WS-PAR-PERIODO-T PIC X(6).
       01  WS-PAR-CHECKPOINT-VIVO PIC X.
       01  WS-LINEA-UNION-SITIO.
           05 FILLER PIC X(16) VALUE "PARTICION SITIO ".
           05 UNS-SITIO PIC X(2).
           05 FILLER PIC X(12) VALUE " EMPLEADOS: ".
           05 UNS-EMPLEADOS PIC ZZZZZ9.

       PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           PERFORM RESUELVE-PARTICION.
           MOVE "INICIO" TO WS-BIT-EVENTO.
           MOVE ZEROES TO WS-BIT-CONTADOR.
           MOVE "CORRIENDO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.
           PERFORM TOMA-CANDADO-CORRIDA.
           PERFORM RESUELVE-FRECUENCIA.
           IF WS-MODO-UNION = "S"
               PERFORM UNE-PARTICIONES
           END-IF.
           PERFORM DETECTA-REINICIO.
           PERFORM RESUELVE-RUTAS.
           PERFORM VERIFICA-PERIODO.
           PERFORM CARGA-CREDITOS-INFONAVIT.
           PERFORM CARGA-FONDO-AHORRO.
           PERFORM RECUPERA-CORRIDA-PARCIAL.
           PERFORM CARGA-RECUPERACIONES.
           PERFORM CARGA-FALTAS-MES.
           PERFORM CARGA-DIAS-TRABAJADOS.
           PERFORM CARGA-INSCRIPCIONES-SGMM.
           PERFORM CARGA-PADRON-SINDICAL.
           PERFORM CARGA-HORAS-REPORTADAS.
           PERFORM CARGA-PERCEPCIONES-EXTRA.
           PERFORM CARGA-DESTAJO.
           PERFORM CARGA-COMEDOR.
           PERFORM CARGA-INCAPACIDADES.
           PERFORM CARGA-LICENCIAS.
           PERFORM CARGA-ACUMULADO-ANUAL.
           PERFORM REAPLICA-ACUMULADO-PARCIAL.
           PERFORM ESCRIBE-CHECKPOINT.
           PERFORM ESCRIBE-RESUMEN-PENSIONES.
           PERFORM ESCRIBE-RESUMEN-INFONAVIT.
           PERFORM ESCRIBE-RESUMEN-FONDO.
           PERFORM ESCRIBE-RESUMEN-DIFERIDOS.
           PERFORM ESCRIBE-ANEXO-INCAPACIDADES.
           PERFORM ESCRIBE-ANEXO-SALARIO-MINIMO.
      *    Una particion no ve las horas de los otros sitios ni debe
      *    reescribir los archivos compartidos mientras corren los
      *    demas: las horas sin empleado, el acumulado, el fondo, las
      *    recuperaciones y el periodo se asientan en la union.
           IF WS-MODO-PARTICION NOT = "S"
               PERFORM REPORTA-HORAS-SIN-EMPLEADO
           END-IF.
           PERFORM CIERRA-ARCHIVOS.
           IF WS-MODO-PARTICION = "S"
               PERFORM ESCRIBE-ANEXOS-PARTICION
               DISPLAY "Particion del sitio " WS-SITIO-SUFIJO
                   " completa; el acumulado, el fondo, las "
                   "recuperaciones y el periodo se asientan en la "
                   "union (REGISTRO_NOMINA_UNE=S)."
           ELSE
               PERFORM REESCRIBE-ACUMULADO-ANUAL
               PERFORM REESCRIBE-SALDOS-FONDO
               PERFORM REESCRIBE-RECUPERACIONES
               PERFORM ESTAMPA-PERIODO-CALCULADO
           END-IF.
           PERFORM LIMPIA-CHECKPOINT.
           DISPLAY "Registro de nomina generado en: " WS-RUTA-REGISTRO.
           DISPLAY "Empleados procesados: " WS-CONTADOR-EMPRESA.
           IF WS-TOTAL-OTRA-FRECUENCIA > ZEROES
               DISPLAY "Empleados de otra frecuencia (no se pagan "
                   "en esta corrida): " WS-TOTAL-OTRA-FRECUENCIA
           END-IF.
           IF WS-TOTAL-SIN-DIAS-TRAB > ZEROES
               DISPLAY "Empleados semanales sin dias trabajados "
                   "(septimo completo): " WS-TOTAL-SIN-DIAS-TRAB
           END-IF.
           IF WS-TOTAL-DIFERIDOS > ZEROES
               DISPLAY "Descuentos diferidos al siguiente periodo: "
                   WS-TOTAL-DIFERIDOS
           END-IF.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-CONTADOR-EMPRESA TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           IF WS-TOTAL-CUMPLIMIENTO > ZEROES
               DISPLAY "Empleados pagados debajo del salario minimo "
                   "de su zona: " WS-TOTAL-CUMPLIMIENTO
                   "; corrija antes de dispersar (vea el anexo de "
                   "cumplimiento del registro)."
               MOVE "AVISO" TO WS-BIT-ESTADO
           END-IF.
           IF WS-DST-DESBORDADAS > ZEROES
               OR WS-CMD-DESBORDADAS > ZEROES
               MOVE "AVISO" TO WS-BIT-ESTADO
           END-IF.
           PERFORM REGISTRA-BITACORA.
           CALL "libera-candado" USING WS-CANDADO-PROGRAMA END-CALL.
           STOP RUN.
           MOVE "RECHAZADO" TO WS-BIT-ESTADO.
           PERFORM REGISTRA-BITACORA.

      *    REGISTRO_NOMINA_SITIO=XX corre solo la particion del
      *    sitio XX ("00" es la serie original sin sitio: ningun
      *    prefijo de sitio es todo numerico). La particion lleva su
      *    propio candado y nombre en la bitacora (registro-nomina-XX)
      *    para que los sitios corran a la vez sin estorbarse;
      *    REGISTRO_NOMINA_UNE=S es la union, que toma el candado de
      *    la corrida completa.
           RESUELVE-PARTICION.
           ACCEPT WS-SITIO-PARTICION-X FROM ENVIRONMENT
               "REGISTRO_NOMINA_SITIO".
           MOVE FUNCTION UPPER-CASE(WS-SITIO-PARTICION-X)
               TO WS-SITIO-PARTICION-X.
           ACCEPT WS-MODO-UNION FROM ENVIRONMENT "REGISTRO_NOMINA_UNE".
           MOVE FUNCTION UPPER-CASE(WS-MODO-UNION) TO WS-MODO-UNION.
           IF WS-MODO-UNION NOT = "S"
               MOVE "N" TO WS-MODO-UNION
           END-IF.
           IF WS-SITIO-PARTICION-X NOT = SPACES
               IF WS-MODO-UNION = "S"
                   DISPLAY "RECHAZADO: REGISTRO_NOMINA_SITIO y "
                       "REGISTRO_NOMINA_UNE no van juntos; la union "
                       "corre sin sitio y junta todos."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "S" TO WS-MODO-PARTICION
               MOVE WS-SITIO-PARTICION-X TO WS-SITIO-SUFIJO
               IF WS-SITIO-PARTICION-X = "00"
                   MOVE SPACES TO WS-SITIO-PARTICION
               ELSE
                   MOVE WS-SITIO-PARTICION-X TO WS-SITIO-PARTICION
               END-IF
               MOVE SPACES TO WS-CANDADO-PROGRAMA
               STRING "registro-nomina-" WS-SITIO-SUFIJO
                   DELIMITED BY SIZE INTO WS-CANDADO-PROGRAMA
               END-STRING
               MOVE WS-CANDADO-PROGRAMA TO WS-BIT-PROGRAMA
               DISPLAY "Corrida de la particion del sitio "
                   WS-SITIO-SUFIJO "."
           END-IF.

      *    Inserta "-" y WS-SITIO-SUFIJO antes de la extension del
      *    nombre en WS-RUTA-SUFIJO (CIFRAS-NOMINA.dat queda
      *    CIFRAS-NOMINA-MX.dat); un punto que cae en el directorio no
      *    es extension y, sin extension, el sufijo va al final.
           AGREGA-SUFIJO-SITIO.
           MOVE ZEROES TO WS-SUF-BLANCOS WS-SUF-COLA WS-SUF-DIRECTORIO.
           MOVE FUNCTION REVERSE(WS-RUTA-SUFIJO)
               TO WS-RUTA-SUFIJO-BASE.
           INSPECT WS-RUTA-SUFIJO-BASE
               TALLYING WS-SUF-BLANCOS FOR LEADING SPACES.
           COMPUTE WS-SUF-LARGO = 200 - WS-SUF-BLANCOS.
           MOVE SPACES TO WS-RUTA-SUFIJO-BASE.
           MOVE FUNCTION REVERSE(WS-RUTA-SUFIJO (1:WS-SUF-LARGO))
               TO WS-RUTA-SUFIJO-BASE.
           INSPECT WS-RUTA-SUFIJO-BASE TALLYING
               WS-SUF-COLA FOR CHARACTERS BEFORE INITIAL ".".
           INSPECT WS-RUTA-SUFIJO-BASE TALLYING
               WS-SUF-DIRECTORIO FOR CHARACTERS BEFORE INITIAL "/".
           COMPUTE WS-SUF-PUNTO = WS-SUF-LARGO - WS-SUF-COLA.
           MOVE WS-RUTA-SUFIJO TO WS-RUTA-SUFIJO-BASE.
           MOVE SPACES TO WS-RUTA-SUFIJO.
           IF WS-SUF-COLA >= WS-SUF-LARGO
               OR WS-SUF-DIRECTORIO < WS-SUF-COLA
               OR WS-SUF-PUNTO < 2
               STRING WS-RUTA-SUFIJO-BASE (1:WS-SUF-LARGO)
                   "-" WS-SITIO-SUFIJO
                   DELIMITED BY SIZE INTO WS-RUTA-SUFIJO
               END-STRING
           ELSE
               STRING WS-RUTA-SUFIJO-BASE (1:WS-SUF-PUNTO - 1)
                   "-" WS-SITIO-SUFIJO
                   WS-RUTA-SUFIJO-BASE (WS-SUF-PUNTO:WS-SUF-COLA + 1)
                   DELIMITED BY SIZE INTO WS-RUTA-SUFIJO
               END-STRING
           END-IF.

      *    La nomina semanal de los operadores de planta corre aparte
      *    de la quincenal: sus archivos por omision llevan el sufijo
      *    -SEMANAL (cifras, checkpoint, registro, excepciones, tarifa
      *    de ISR semanal, faltas y horas de la semana) para que una
      *    frecuencia no pise a la otra.
           RESUELVE-FRECUENCIA.
           ACCEPT WS-FRECUENCIA-CORRIDA FROM ENVIRONMENT
               "NOMINA_FRECUENCIA".
           MOVE FUNCTION UPPER-CASE(WS-FRECUENCIA-CORRIDA)
               TO WS-FRECUENCIA-CORRIDA.
           IF WS-FRECUENCIA-CORRIDA NOT = "S"
               MOVE "Q" TO WS-FRECUENCIA-CORRIDA
           ELSE
               DISPLAY "Corrida de nomina SEMANAL."
           END-IF.

           RESUELVE-RUTAS.
           ACCEPT WS-RUTA-ENTRADA FROM ENVIRONMENT
               "REGISTRO_NOMINA_ENTRADA_PATH".
           ACCEPT WS-RUTA-REGISTRO FROM ENVIRONMENT
               "REGISTRO_NOMINA_REPORTE_PATH".
           IF WS-MODO-PARTICION = "S"
               MOVE WS-RUTA-CLASIFICADO TO WS-RUTA-SUFIJO
               PERFORM AGREGA-SUFIJO-SITIO
               MOVE WS-RUTA-SUFIJO TO WS-RUTA-CLASIFICADO
               IF WS-RUTA-REGISTRO NOT = SPACES
                   MOVE WS-RUTA-REGISTRO TO WS-RUTA-SUFIJO
                   PERFORM AGREGA-SUFIJO-SITIO
                   MOVE WS-RUTA-SUFIJO TO WS-RUTA-REGISTRO
               END-IF
           END-IF.
      *    Sin ruta fija, el registro sale con nombre de generacion
      *    fechado para que la corrida de ayer no se pierda al correr
      *    la de hoy; en un reinicio se sigue escribiendo la misma
                   AND CHK-RUTA-REPORTE NOT = SPACES
                   MOVE CHK-RUTA-REPORTE TO WS-RUTA-REGISTRO
               ELSE
                   IF WS-FRECUENCIA-CORRIDA = "S"
                       MOVE "REGISTRO-NOMINA-SEMANAL"
                           TO WS-GEN-BASE-NOMBRE
                   ELSE
                       MOVE "REGISTRO-NOMINA" TO WS-GEN-BASE-NOMBRE
                   END-IF
                   IF WS-MODO-PARTICION = "S"
                       MOVE WS-GEN-BASE-NOMBRE TO WS-RUTA-SUFIJO
                       PERFORM AGREGA-SUFIJO-SITIO
                       MOVE WS-RUTA-SUFIJO TO WS-GEN-BASE-NOMBRE
                   END-IF
                   MOVE ".txt" TO WS-GEN-EXTENSION
                   CALL "genera-nombre-generacion"
                       USING WS-GEN-BASE-NOMBRE WS-GEN-EXTENSION
      *    sigue ABIERTO porque el estampado CALCULADO solo ocurre al
      *    final.
           DETECTA-REINICIO.
           PERFORM RESUELVE-RUTA-CHECKPOINT.
           ACCEPT WS-PERIODO-CORRIDA FROM ENVIRONMENT
               "REGISTRO_NOMINA_PERIODO".
           OPEN INPUT CHECKPOINT-CORRIDA.
               CLOSE CHECKPOINT-CORRIDA
           END-IF.

           RESUELVE-RUTA-ANEXOS.
           ACCEPT WS-RUTA-ANEXOS-PAR FROM ENVIRONMENT
               "REGISTRO_NOMINA_ANEXOS_PATH".
           IF WS-RUTA-ANEXOS-PAR = SPACES
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "ANEXOS-REGNOM-SEM.txt" TO WS-RUTA-ANEXOS-PAR
               ELSE
                   MOVE "ANEXOS-REGNOM.txt" TO WS-RUTA-ANEXOS-PAR
               END-IF
           END-IF.
           IF WS-MODO-PARTICION = "S"
               MOVE WS-RUTA-ANEXOS-PAR TO WS-RUTA-SUFIJO
               PERFORM AGREGA-SUFIJO-SITIO
               MOVE WS-RUTA-SUFIJO TO WS-RUTA-ANEXOS-PAR
           END-IF.

      *    La particion deja sus anexos y su resumen de deducciones
      *    para la union; sin ellos la union la rechaza, asi que una
      *    falla al escribirlos termina la particion con error.
           ESCRIBE-ANEXOS-PARTICION.
           PERFORM RESUELVE-RUTA-ANEXOS.
           MOVE WS-RUTA-ANEXOS-PAR TO WS-RUTA-PARTICION.
           OPEN OUTPUT ARCHIVO-PARTICION.
           IF WS-FILE-STATUS-PAR NOT = "00"
               DISPLAY "No se pudo escribir los anexos de la "
                   "particion: " WS-RUTA-ANEXOS-PAR
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ESCRIBE-ANEXO-PAR-SMN
                   VARYING WS-IX-SMN FROM 1 BY 1
                   UNTIL WS-IX-SMN > WS-TOTAL-CUMPLIMIENTO
               PERFORM ESCRIBE-ANEXO-PAR-ANX
                   VARYING WS-IX-ANX FROM 1 BY 1
                   UNTIL WS-IX-ANX > WS-TOTAL-ANEXO
               PERFORM ESCRIBE-ANEXO-PAR-RES
                   VARYING WS-IX-RES FROM 1 BY 1
                   UNTIL WS-IX-RES > WS-TOTAL-RESUMEN-DED
               MOVE SPACES TO WS-LINEA-ANEXO-PAR
               MOVE "W" TO APA-TIPO
               MOVE WS-DST-DESBORDADAS TO APA-DST-DESBORDADAS
               MOVE WS-CMD-DESBORDADAS TO APA-CMD-DESBORDADAS
               MOVE WS-LINEA-ANEXO-PAR TO LINEA-PARTICION
               WRITE LINEA-PARTICION
               MOVE SPACES TO WS-LINEA-ANEXO-PAR
               MOVE "F" TO APA-TIPO
               MOVE WS-PERIODO-CORRIDA TO APA-PERIODO
               MOVE WS-LINEA-ANEXO-PAR TO LINEA-PARTICION
               WRITE LINEA-PARTICION
               CLOSE ARCHIVO-PARTICION
           END-IF.

           ESCRIBE-ANEXO-PAR-SMN.
           MOVE SPACES TO WS-LINEA-ANEXO-PAR.
           MOVE "S" TO APA-TIPO.
           MOVE WS-SMN-NUMERO (WS-IX-SMN) TO APA-SMN-NUMERO.
           MOVE WS-SMN-NOMBRE (WS-IX-SMN) TO APA-SMN-NOMBRE.
           MOVE WS-SMN-SITIO (WS-IX-SMN) TO APA-SMN-SITIO.
           MOVE WS-SMN-ZONA (WS-IX-SMN) TO APA-SMN-ZONA.
           MOVE WS-SMN-DIAS (WS-IX-SMN) TO APA-SMN-DIAS.
           MOVE WS-SMN-PAGO (WS-IX-SMN) TO APA-SMN-PAGO.
           MOVE WS-SMN-MINIMO (WS-IX-SMN) TO APA-SMN-MINIMO.
           MOVE WS-LINEA-ANEXO-PAR TO LINEA-PARTICION.
           WRITE LINEA-PARTICION.

           ESCRIBE-ANEXO-PAR-ANX.
           MOVE SPACES TO WS-LINEA-ANEXO-PAR.
           MOVE "A" TO APA-TIPO.
           MOVE WS-ANX-TIPO (WS-IX-ANX) TO APA-ANX-TIPO.
           MOVE WS-ANX-NUMERO (WS-IX-ANX) TO APA-ANX-NUMERO.
           MOVE WS-ANX-FOLIO (WS-IX-ANX) TO APA-ANX-FOLIO.
           MOVE WS-ANX-DIAS (WS-IX-ANX) TO APA-ANX-DIAS.
           MOVE WS-ANX-DESCUENTO (WS-IX-ANX) TO APA-ANX-DESCUENTO.
           MOVE WS-LINEA-ANEXO-PAR TO LINEA-PARTICION.
           WRITE LINEA-PARTICION.

           ESCRIBE-ANEXO-PAR-RES.
           MOVE SPACES TO WS-LINEA-ANEXO-PAR.
           MOVE "R" TO APA-TIPO.
           MOVE WS-RES-CODIGO (WS-IX-RES) TO APA-RES-CODIGO.
           MOVE WS-RES-CONTADOR (WS-IX-RES) TO APA-RES-CONTADOR.
           MOVE WS-RES-TOTAL (WS-IX-RES) TO APA-RES-TOTAL.
           MOVE WS-LINEA-ANEXO-PAR TO LINEA-PARTICION.
           WRITE LINEA-PARTICION.

           RESUELVE-RUTA-CHECKPOINT.
           ACCEPT WS-RUTA-CHECKPOINT FROM ENVIRONMENT
               "REGISTRO_NOMINA_CHECKPOINT_PATH".
           IF WS-RUTA-CHECKPOINT = SPACES
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "CHECKPOINT-REGNOM-SEM.txt"
                       TO WS-RUTA-CHECKPOINT
               ELSE
                   MOVE "CHECKPOINT-REGNOM.txt" TO WS-RUTA-CHECKPOINT
               END-IF
           END-IF.
           IF WS-MODO-PARTICION = "S"
               MOVE WS-RUTA-CHECKPOINT TO WS-RUTA-SUFIJO
               PERFORM AGREGA-SUFIJO-SITIO
               MOVE WS-RUTA-SUFIJO TO WS-RUTA-CHECKPOINT
           END-IF.

           ESCRIBE-CHECKPOINT.
           IF WS-MODO-REINICIO = "S"
               CONTINUE
           IF WS-MODO-REINICIO NOT = "S"
               CONTINUE
           ELSE
               PERFORM RESUELVE-RUTA-CIFRAS
               OPEN INPUT CIFRAS-NOMINA
               IF WS-FILE-STATUS-CIF NOT = "00"
                   DISPLAY "Sin cifras parciales; el reinicio "
           END-READ.

           PROCESA-PARCIAL.
           PERFORM TOMA-DETALLE-PARCIAL.
           PERFORM LEE-PARCIAL.

           TOMA-DETALLE-PARCIAL.
           IF CIF-TIPO = "D"
               AND WS-TOTAL-HECHOS < 9999
               ADD 1 TO WS-TOTAL-HECHOS
               MOVE CIF-NUMERO TO WS-HEC-NUMERO (WS-TOTAL-HECHOS)
               MOVE CIF-BRUTO TO WS-HEC-BRUTO (WS-TOTAL-HECHOS)
               MOVE CIF-ISR TO WS-HEC-ISR (WS-TOTAL-HECHOS)
               MOVE CIF-SITIO TO WS-HEC-SITIO (WS-TOTAL-HECHOS)
               ADD 1 TO WS-CONTADOR-EMPRESA
               ADD CIF-BRUTO TO WS-BRUTO-EMPRESA
               COMPUTE WS-DEDUCCIONES-PARCIAL =
                   PERFORM ABONA-SALDO-FONDO
               END-IF
           END-IF.

      *    El acumulado anual de los empleados ya completos se
      *    vuelve a sumar aqui (la corrida caida lo tenia solo en
               DISPLAY "Aviso: sin REGISTRO_NOMINA_PERIODO; la "
                   "corrida no queda bajo control de periodos."
           ELSE
      *        Las semanas son SEAASS y las quincenas AAAAQQ: un
      *        periodo de la otra frecuencia es un error de operacion.
               IF (WS-FRECUENCIA-CORRIDA = "S"
                   AND WS-PERIODO-CORRIDA (1:2) NOT = "SE")
                   OR (WS-FRECUENCIA-CORRIDA = "Q"
                   AND WS-PERIODO-CORRIDA (1:2) = "SE")
                   DISPLAY "RECHAZADO: el periodo " WS-PERIODO-CORRIDA
                       " no corresponde a la frecuencia de la "
                       "corrida (" WS-FRECUENCIA-CORRIDA ")."
                   PERFORM CIERRA-BITACORA-RECHAZO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ACCEPT WS-REVERSA-PERIODO FROM ENVIRONMENT
                   "REGISTRO_NOMINA_REVERSA"
               ACCEPT WS-RUTA-PERIODOS FROM ENVIRONMENT
               PERFORM CARGA-TABLA-PERIODOS
               PERFORM BUSCA-PERIODO-CORRIDA
               IF WS-PERIODO-ENCONTRADO > ZEROES
                   MOVE WS-PER-INICIO (WS-PERIODO-ENCONTRADO)
                       TO WS-SEMANA-INICIO
                   MOVE WS-PER-FIN (WS-PERIODO-ENCONTRADO)
                       TO WS-SEMANA-FIN
                   IF (WS-PER-STATUS (WS-PERIODO-ENCONTRADO) =
                       "CALCULADO"
                       OR WS-PER-STATUS (WS-PERIODO-ENCONTRADO) =
           ACCEPT WS-RUTA-TARIFA FROM ENVIRONMENT
               "REGISTRO_NOMINA_TARIFA_PATH".
           IF WS-RUTA-TARIFA = SPACES
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "TARIFA-ISR-SEMANAL.txt" TO WS-RUTA-TARIFA
               ELSE
                   MOVE "TARIFA-ISR.txt" TO WS-RUTA-TARIFA
               END-IF
           END-IF.
           OPEN INPUT TARIFA-ISR.
           IF WS-FILE-STATUS-TAR NOT = "00"
           ACCEPT WS-RUTA-FALTAS FROM ENVIRONMENT
               "FALTAS_MES_PATH".
           IF WS-RUTA-FALTAS = SPACES
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "FALTAS-SEMANAL.txt" TO WS-RUTA-FALTAS
               ELSE
                   MOVE "FALTAS.txt" TO WS-RUTA-FALTAS
               END-IF
           END-IF.
           OPEN INPUT FALTAS-MES.
           IF WS-FILE-STATUS-FAL NOT = "00"
           END-IF.
           PERFORM LEE-RENGLON-FALTAS.

      *    Solo la corrida semanal lee los dias trabajados; sin el
      *    archivo cada operador cobra el septimo completo y queda en
      *    el listado de excepciones.
           CARGA-DIAS-TRABAJADOS.
           IF WS-FRECUENCIA-CORRIDA = "S"
               ACCEPT WS-RUTA-DIAS-TRAB FROM ENVIRONMENT
                   "DIAS_TRABAJADOS_PATH"
               IF WS-RUTA-DIAS-TRAB = SPACES
                   MOVE "DIAS-TRABAJADOS.txt" TO WS-RUTA-DIAS-TRAB
               END-IF
               OPEN INPUT DIAS-TRABAJADOS
               IF WS-FILE-STATUS-DTR NOT = "00"
                   DISPLAY "Aviso: sin dias trabajados ("
                       WS-RUTA-DIAS-TRAB "); el septimo dia se paga "
                       "completo."
               ELSE
                   MOVE "1" TO FIN-DE-DIAS-TRAB
                   PERFORM LEE-RENGLON-DIAS-TRAB
                   PERFORM AGREGA-RENGLON-DIAS-TRAB
                       UNTIL FIN-DE-DIAS-TRAB = "0"
                   CLOSE DIAS-TRABAJADOS
                   DISPLAY "Renglones de dias trabajados cargados: "
                       WS-TOTAL-DIAS-TRAB
               END-IF
           END-IF.

           LEE-RENGLON-DIAS-TRAB.
           READ DIAS-TRABAJADOS
               AT END
                   MOVE "0" TO FIN-DE-DIAS-TRAB
           END-READ.

           AGREGA-RENGLON-DIAS-TRAB.
           IF LINEA-DIAS-TRAB NOT = SPACES
               AND WS-TOTAL-DIAS-TRAB < 9999
               ADD 1 TO WS-TOTAL-DIAS-TRAB
               MOVE SPACES TO WS-DTR-NUMERO-X WS-DTR-DIAS-X
               UNSTRING LINEA-DIAS-TRAB DELIMITED BY ","
                   INTO WS-DTR-NUMERO-X WS-DTR-DIAS-X
               END-UNSTRING
               COMPUTE WS-DTR-NUMERO (WS-TOTAL-DIAS-TRAB) =
                   FUNCTION NUMVAL(WS-DTR-NUMERO-X)
               COMPUTE WS-DTR-DIAS (WS-TOTAL-DIAS-TRAB) =
                   FUNCTION NUMVAL(WS-DTR-DIAS-X)
           END-IF.
           PERFORM LEE-RENGLON-DIAS-TRAB.

      *    Las faltas no justificadas del kardex se descuentan a
      *    cuota diaria (salario entre 30); cuando el bruto ya viene
      *    de horas reportadas no se descuenta otra vez, porque la
                       TO WS-DEDUCCION-SGMM
               END-IF
           END-PERFORM.
           MOVE "SGM" TO WS-CONCEPTO-DESCUENTO.
           MOVE WS-DEDUCCION-SGMM TO WS-IMPORTE-PROPUESTO.
           PERFORM COBRA-CON-PRELACION.
           MOVE WS-IMPORTE-APLICADO TO WS-DEDUCCION-SGMM.

      *    El padron se carga completo; la vigencia se mide contra
      *    las fechas del periodo de la corrida y, sin ellas, contra
      *    la fecha de la corrida.
           CARGA-PADRON-SINDICAL.
           ACCEPT WS-RUTA-PADRON-SIN FROM ENVIRONMENT
               "SINDICATO_DAT_PATH".
           IF WS-RUTA-PADRON-SIN = SPACES
               MOVE "SINDICATO.dat" TO WS-RUTA-PADRON-SIN
           END-IF.
           ACCEPT WS-RUTA-CAT-SINDICATOS FROM ENVIRONMENT
               "SINDICATOS_PATH".
           IF WS-RUTA-CAT-SINDICATOS = SPACES
               MOVE "SINDICATOS.txt" TO WS-RUTA-CAT-SINDICATOS
           END-IF.
           IF WS-SEMANA-INICIO IS NUMERIC
               AND WS-SEMANA-FIN IS NUMERIC
               MOVE WS-SEMANA-INICIO TO WS-SIN-VENTANA-INI
               MOVE WS-SEMANA-FIN TO WS-SIN-VENTANA-FIN
           ELSE
               MOVE WS-FECHA-CORRIDA-NOM TO WS-SIN-VENTANA-INI
               MOVE WS-FECHA-CORRIDA-NOM TO WS-SIN-VENTANA-FIN
           END-IF.
           OPEN INPUT CATALOGO-SINDICATOS.
           IF WS-FILE-STATUS-CSI = "00"
               MOVE "1" TO FIN-DE-CAT-SINDICATOS
               PERFORM LEE-RENGLON-CAT-SINDICATO
               PERFORM AGREGA-RENGLON-CAT-SINDICATO
                   UNTIL FIN-DE-CAT-SINDICATOS = "0"
               CLOSE CATALOGO-SINDICATOS
           END-IF.
           OPEN INPUT PADRON-SINDICAL.
           IF WS-FILE-STATUS-PSI NOT = "00"
               CONTINUE
           ELSE
               MOVE "1" TO FIN-DE-PADRON-SIN
               PERFORM LEE-AFILIADO
               PERFORM AGREGA-AFILIADO
                   UNTIL FIN-DE-PADRON-SIN = "0"
               CLOSE PADRON-SINDICAL
               IF WS-TOTAL-AFILIADOS > ZEROES
                   DISPLAY "Afiliados sindicales cargados: "
                       WS-TOTAL-AFILIADOS
                   IF WS-TOTAL-CAT-SINDICATOS = ZEROES
                       DISPLAY "Aviso: sin catalogo de sindicatos ("
                           FUNCTION TRIM(WS-RUTA-CAT-SINDICATOS)
                           "); no se retendra cuota sindical."
                   END-IF
               END-IF
           END-IF.

           LEE-RENGLON-CAT-SINDICATO.
           READ CATALOGO-SINDICATOS
               AT END
                   MOVE "0" TO FIN-DE-CAT-SINDICATOS
           END-READ.

           AGREGA-RENGLON-CAT-SINDICATO.
           IF LINEA-CAT-SINDICATO NOT = SPACES
               AND WS-TOTAL-CAT-SINDICATOS < 50
               MOVE SPACES TO WS-CSI-CLAVE-X WS-CSI-TIPO-X
                   WS-CSI-VALOR-X
               UNSTRING LINEA-CAT-SINDICATO DELIMITED BY ","
                   INTO WS-CSI-CLAVE-X WS-CSI-TIPO-X WS-CSI-VALOR-X
               END-UNSTRING
               ADD 1 TO WS-TOTAL-CAT-SINDICATOS
               MOVE FUNCTION UPPER-CASE(WS-CSI-CLAVE-X)
                   TO WS-CSI-CLAVE (WS-TOTAL-CAT-SINDICATOS)
               MOVE FUNCTION UPPER-CASE(WS-CSI-TIPO-X (1:1))
                   TO WS-CSI-TIPO (WS-TOTAL-CAT-SINDICATOS)
               COMPUTE WS-CSI-VALOR (WS-TOTAL-CAT-SINDICATOS) =
                   FUNCTION NUMVAL(WS-CSI-VALOR-X)
           END-IF.
           PERFORM LEE-RENGLON-CAT-SINDICATO.

           LEE-AFILIADO.
           READ PADRON-SINDICAL NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-PADRON-SIN
           END-READ.

      *    El ID del directorio se cruza al par sitio/numero de la
      *    nomina con la regla de CRUCEID.cpy.
           AGREGA-AFILIADO.
           IF WS-TOTAL-AFILIADOS < 9999
               ADD 1 TO WS-TOTAL-AFILIADOS
               MOVE WS-TOTAL-AFILIADOS TO WS-IX-AFI
               MOVE SPACES TO WS-AFI-SITIO (WS-IX-AFI)
               MOVE ZEROES TO WS-AFI-NUMERO (WS-IX-AFI)
               IF SIN-EMPLEADO-ID IS NUMERIC
                   MOVE SIN-EMPLEADO-ID (2:5)
                       TO WS-AFI-NUMERO (WS-IX-AFI)
               ELSE
                   IF SIN-EMPLEADO-ID (3:4) IS NUMERIC
                       MOVE SIN-EMPLEADO-ID (1:2)
                           TO WS-AFI-SITIO (WS-IX-AFI)
                       MOVE SIN-EMPLEADO-ID (3:4)
                           TO WS-AFI-NUMERO (WS-IX-AFI)
                   END-IF
               END-IF
               MOVE SIN-SINDICATO TO WS-AFI-SINDICATO (WS-IX-AFI)
               IF SIN-FECHA-ALTA <= WS-SIN-VENTANA-FIN
                   AND (SIN-FECHA-BAJA = SPACES
                       OR SIN-FECHA-BAJA >= WS-SIN-VENTANA-INI)
                   MOVE "S" TO WS-AFI-VIGENTE (WS-IX-AFI)
               ELSE
                   MOVE "N" TO WS-AFI-VIGENTE (WS-IX-AFI)
               END-IF
           END-IF.
           PERFORM LEE-AFILIADO.

      *    La cuota sindical va despues del SGMM y antes de las
      *    voluntarias; lo que no cabe sobre el piso se difiere con
      *    el concepto "SIN" como los demas descuentos.
           CALCULA-CUOTA-SINDICAL.
           MOVE ZEROES TO WS-DEDUCCION-SINDICAL.
           PERFORM BUSCA-AFILIADO.
           IF WS-AFI-ENCONTRADO > ZEROES
               IF WS-AFI-VIGENTE (WS-AFI-ENCONTRADO) = "S"
                   PERFORM VARYING WS-IX-CSI FROM 1 BY 1
                       UNTIL WS-IX-CSI > WS-TOTAL-CAT-SINDICATOS
                       IF WS-CSI-CLAVE (WS-IX-CSI) =
                           WS-AFI-SINDICATO (WS-AFI-ENCONTRADO)
                           PERFORM VALORIZA-CUOTA-SINDICAL
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           MOVE "SIN" TO WS-CONCEPTO-DESCUENTO.
           MOVE WS-DEDUCCION-SINDICAL TO WS-IMPORTE-PROPUESTO.
           PERFORM COBRA-CON-PRELACION.
           MOVE WS-IMPORTE-APLICADO TO WS-DEDUCCION-SINDICAL.

           BUSCA-AFILIADO.
           MOVE ZEROES TO WS-AFI-ENCONTRADO.
           PERFORM VARYING WS-IX-AFI FROM 1 BY 1
               UNTIL WS-IX-AFI > WS-TOTAL-AFILIADOS
               OR WS-AFI-ENCONTRADO > ZEROES
               IF WS-AFI-NUMERO (WS-IX-AFI) = WS-NUMERO-EMP
                   AND WS-AFI-SITIO (WS-IX-AFI) = WS-SITIO-EMP
                   MOVE WS-IX-AFI TO WS-AFI-ENCONTRADO
               END-IF
           END-PERFORM.

           VALORIZA-CUOTA-SINDICAL.
           IF WS-CSI-TIPO (WS-IX-CSI) = "P"
               COMPUTE WS-DEDUCCION-SINDICAL ROUNDED =
                   WS-BRUTO * WS-CSI-VALOR (WS-IX-CSI) / 100
           ELSE
               MOVE WS-CSI-VALOR (WS-IX-CSI) TO WS-DEDUCCION-SINDICAL
           END-IF.

      *    Las faltas fijan tambien el piso: los dias no trabajados
      *    no llevan salario minimo protegido.
           CALCULA-DESCUENTO-FALTAS.
           MOVE ZEROES TO WS-DEDUCCION-FALTAS.
           MOVE ZEROES TO WS-DIAS-FALTA-EMP.
           IF WS-IX-HOR-EMPLEADO = ZEROES
               PERFORM VARYING WS-IX-FAL FROM 1 BY 1
                   UNTIL WS-IX-FAL > WS-TOTAL-FALTAS
                           WS-DEDUCCION-FALTAS +
                           (WS-CUOTA-DIARIA-FAL *
                               WS-FAL-DIAS (WS-IX-FAL))
                       ADD WS-FAL-DIAS (WS-IX-FAL) TO WS-DIAS-FALTA-EMP
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM FIJA-PISO-SALARIO-MINIMO.
           MOVE "FAL" TO WS-CONCEPTO-DESCUENTO.
           MOVE WS-DEDUCCION-FALTAS TO WS-IMPORTE-PROPUESTO.
           PERFORM COBRA-CON-PRELACION.
           MOVE WS-IMPORTE-APLICADO TO WS-DEDUCCION-FALTAS.

      *    El piso es el salario minimo de los dias pagados del
      *    periodo, contados igual que en el anexo de cumplimiento
      *    (CALCULA-DIAS-PAGADOS); lo que queda del neto tras
      *    impuestos y pension por encima de el es lo unico que
      *    pueden tocar los demas descuentos.
           FIJA-PISO-SALARIO-MINIMO.
           PERFORM CALCULA-DIAS-PAGADOS.
           MOVE WS-DIAS-CUMPLE TO WS-DIAS-PISO.
           IF WS-DIAS-PISO < ZEROES
               MOVE ZEROES TO WS-DIAS-PISO
           END-IF.
           COMPUTE WS-PISO-SALARIO-MINIMO ROUNDED =
               WS-SALARIO-MINIMO-DIARIO * WS-DIAS-PISO.
           SUBTRACT WS-PISO-SALARIO-MINIMO FROM WS-DISPONIBLE-DESCUENTO.
           IF WS-DISPONIBLE-DESCUENTO < ZEROES
               MOVE ZEROES TO WS-DISPONIBLE-DESCUENTO
           END-IF.

      *    Al importe del periodo se le suma lo pendiente del mismo
      *    concepto y el total pasa por el recorte contra lo
      *    disponible sobre el piso.
           COBRA-CON-PRELACION.
           PERFORM SUMA-PENDIENTE-CONCEPTO.
           ADD WS-IMPORTE-PENDIENTE TO WS-IMPORTE-PROPUESTO.
           PERFORM RECORTA-DESCUENTO.

           SUMA-PENDIENTE-CONCEPTO.
           MOVE ZEROES TO WS-IMPORTE-PENDIENTE.
           PERFORM VARYING WS-IX-RCP FROM 1 BY 1
               UNTIL WS-IX-RCP > WS-TOTAL-RECUPERACIONES
               IF WS-RCP-NUMERO (WS-IX-RCP) = WS-NUMERO-EMP
                   AND WS-RCP-SITIO (WS-IX-RCP) = WS-SITIO-EMP
                   AND WS-RCP-CONCEPTO (WS-IX-RCP) =
                       WS-CONCEPTO-DESCUENTO
                   AND WS-RCP-ESTADO (WS-IX-RCP) = "N"
                   ADD WS-RCP-IMPORTE (WS-IX-RCP)
                       TO WS-IMPORTE-PENDIENTE
                   MOVE "S" TO WS-RCP-ESTADO (WS-IX-RCP)
               END-IF
           END-PERFORM.
           ADD WS-IMPORTE-PENDIENTE TO WS-ARRASTRADO-EMPRESA.

      *    Un importe negativo (ajuste a favor) pasa completo y
      *    devuelve disponible; uno positivo se aplica hasta donde
      *    alcance y el resto se difiere.
           RECORTA-DESCUENTO.
           MOVE ZEROES TO WS-IMPORTE-DIFERIDO.
           IF WS-IMPORTE-PROPUESTO <= ZEROES
               OR WS-IMPORTE-PROPUESTO <= WS-DISPONIBLE-DESCUENTO
               MOVE WS-IMPORTE-PROPUESTO TO WS-IMPORTE-APLICADO
           ELSE
               IF WS-DISPONIBLE-DESCUENTO > ZEROES
                   MOVE WS-DISPONIBLE-DESCUENTO TO WS-IMPORTE-APLICADO
               ELSE
                   MOVE ZEROES TO WS-IMPORTE-APLICADO
               END-IF
               COMPUTE WS-IMPORTE-DIFERIDO =
                   WS-IMPORTE-PROPUESTO - WS-IMPORTE-APLICADO
               PERFORM REGISTRA-DIFERIDO
           END-IF.
           SUBTRACT WS-IMPORTE-APLICADO FROM WS-DISPONIBLE-DESCUENTO.

           REGISTRA-DIFERIDO.
           ADD 1 TO WS-TOTAL-DIFERIDOS.
           ADD WS-IMPORTE-DIFERIDO TO WS-DIFERIDO-EMPRESA.
           IF WS-CONCEPTO-DESCUENTO NOT = "PEN"
               IF WS-TOTAL-RECUPERACIONES < 9999
                   ADD 1 TO WS-TOTAL-RECUPERACIONES
                   MOVE WS-NUMERO-EMP
                       TO WS-RCP-NUMERO (WS-TOTAL-RECUPERACIONES)
                   MOVE WS-CONCEPTO-DESCUENTO
                       TO WS-RCP-CONCEPTO (WS-TOTAL-RECUPERACIONES)
                   MOVE WS-IMPORTE-DIFERIDO
                       TO WS-RCP-IMPORTE (WS-TOTAL-RECUPERACIONES)
                   MOVE WS-PERIODO-CORRIDA
                       TO WS-RCP-ORIGEN (WS-TOTAL-RECUPERACIONES)
                   MOVE "D" TO WS-RCP-ESTADO (WS-TOTAL-RECUPERACIONES)
                   MOVE WS-SITIO-EMP
                       TO WS-RCP-SITIO (WS-TOTAL-RECUPERACIONES)
               ELSE
                   ADD 1 TO WS-RCP-DESBORDADAS
               END-IF
           END-IF.
           IF WS-DIFERIDOS-ABIERTO = "S"
               MOVE SPACES TO WS-LINEA-DIFERIDO-DET
               MOVE WS-PERIODO-CORRIDA TO DIF-PERIODO
               MOVE WS-NUMERO-EMP TO DIF-NUMERO
               MOVE WS-NOMBRE-EMP TO DIF-NOMBRE
               MOVE WS-CONCEPTO-DESCUENTO TO DIF-CONCEPTO
               MOVE WS-IMPORTE-PROPUESTO TO DIF-PROPUESTO
               MOVE WS-IMPORTE-APLICADO TO DIF-APLICADO
               MOVE WS-IMPORTE-DIFERIDO TO DIF-DIFERIDO
               MOVE WS-SITIO-EMP TO DIF-SITIO
               MOVE WS-LINEA-DIFERIDO-DET TO LINEA-DIFERIDO
               WRITE LINEA-DIFERIDO
           END-IF.

           CARGA-FONDO-AHORRO.
           ACCEPT WS-RUTA-FONDO FROM ENVIRONMENT
               COMPUTE WS-DEDUCCION-FONDO ROUNDED =
                   WS-BRUTO * WS-PORCENTAJE-FONDO / 100
           END-IF.
           MOVE "FON" TO WS-CONCEPTO-DESCUENTO.
           MOVE WS-DEDUCCION-FONDO TO WS-IMPORTE-PROPUESTO.
           PERFORM COBRA-CON-PRELACION.
           MOVE WS-IMPORTE-APLICADO TO WS-DEDUCCION-FONDO.
           IF WS-DEDUCCION-FONDO NOT = ZEROES
               ADD 1 TO WS-EMP-CON-FONDO
               ADD WS-DEDUCCION-FONDO TO WS-FONDO-EMPRESA
           ACCEPT WS-RUTA-PAGO-PENSIONES FROM ENVIRONMENT
               "PAGO_PENSIONES_PATH".
           IF WS-RUTA-PAGO-PENSIONES = SPACES
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "PAGO-PENSIONES-SEMANAL.txt"
                       TO WS-RUTA-PAGO-PENSIONES
               ELSE
                   MOVE "PAGO-PENSIONES.txt" TO WS-RUTA-PAGO-PENSIONES
               END-IF
           END-IF.
           IF WS-MODO-PARTICION = "S"
               MOVE WS-RUTA-PAGO-PENSIONES TO WS-RUTA-SUFIJO
               PERFORM AGREGA-SUFIJO-SITIO
               MOVE WS-RUTA-SUFIJO TO WS-RUTA-PAGO-PENSIONES
           END-IF.
           IF WS-TOTAL-PENSIONES > ZEROES
               IF WS-MODO-REINICIO = "S"
           MOVE ZEROES TO WS-DEDUCCION-PENSION.
           COMPUTE WS-NETO-TRAS-IMPUESTOS =
               WS-BRUTO - WS-DEDUCCION-ISR - WS-DEDUCCION-IMSS.
           MOVE WS-NETO-TRAS-IMPUESTOS TO WS-DISPONIBLE-DESCUENTO.
           PERFORM VARYING WS-IX-PNA FROM 1 BY 1
               UNTIL WS-IX-PNA > WS-TOTAL-PENSIONES
               IF WS-PNA-NUMERO (WS-IX-PNA) = WS-NUMERO-EMP
           ELSE
               MOVE WS-PNA-VALOR (WS-IX-PNA) TO WS-IMPORTE-PENSION
           END-IF.
      *    La orden que no cabe en el neto tras impuestos se paga
      *    hasta donde alcanza y el faltante queda en el detalle de
      *    diferidos, pero no se arrastra: el adeudo de la orden lo
      *    resuelve el juzgado, no la nomina.
           IF WS-IMPORTE-PENSION > ZEROES
               MOVE "PEN" TO WS-CONCEPTO-DESCUENTO
               MOVE WS-IMPORTE-PENSION TO WS-IMPORTE-PROPUESTO
               PERFORM RECORTA-DESCUENTO
               MOVE WS-IMPORTE-APLICADO TO WS-IMPORTE-PENSION
           END-IF.
           IF WS-IMPORTE-PENSION > ZEROES
               ADD WS-IMPORTE-PENSION TO WS-DEDUCCION-PENSION
               PERFORM ESCRIBE-PAGO-PENSION
               WRITE LINEA-REGISTRO-RPT
           END-IF.

           RESUELVE-FECHA-CALCULO.
           MOVE SPACES TO WS-PERIODO-FIN-PLG.
           IF WS-SEMANA-FIN IS NUMERIC
               MOVE WS-SEMANA-FIN TO WS-PERIODO-FIN-PLG
           ELSE
               ACCEPT WS-PERIODO-FIN-PLG FROM ENVIRONMENT
                   "REGISTRO_NOMINA_PERIODO_FIN"
           END-IF.
           IF WS-PERIODO-FIN-PLG IS NUMERIC
               MOVE WS-PERIODO-FIN-PLG TO WS-FECHA-CALCULO-PLG
           ELSE
               ACCEPT WS-FECHA-CALCULO-PLG FROM DATE YYYYMMDD
           END-IF.

           CARGA-CREDITOS-INFONAVIT.
           ACCEPT WS-RUTA-CREDITOS-INF FROM ENVIRONMENT
               "CREDITOS_INFONAVIT_PATH".
               DIVIDE WS-VSM-MENSUAL-CENT BY 100
                   GIVING WS-VSM-MENSUAL
           END-IF.
           PERFORM RESUELVE-FECHA-CALCULO.
           MOVE "VSM-MENSUAL" TO WS-CLAVE-PLG.
           CALL "busca-parametro-legal"
               USING WS-BIT-PROGRAMA WS-CLAVE-PLG WS-FECHA-CALCULO-PLG
                   WS-VALOR-PLG WS-RESULTADO-PLG
           END-CALL.
           IF WS-RESULTADO-PLG = "S"
               MOVE WS-VALOR-PLG TO WS-VSM-MENSUAL
           END-IF.
           OPEN INPUT CREDITOS-INFONAVIT.
           IF WS-FILE-STATUS-CRI NOT = "00"
               CONTINUE
           ACCEPT WS-RUTA-INF-RETENIDO FROM ENVIRONMENT
               "INFONAVIT_RETENIDO_PATH".
           IF WS-RUTA-INF-RETENIDO = SPACES
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "INFONAVIT-RETENIDO-SEMANAL.txt"
                       TO WS-RUTA-INF-RETENIDO
               ELSE
                   MOVE "INFONAVIT-RETENIDO.txt"
                       TO WS-RUTA-INF-RETENIDO
               END-IF
           END-IF.
           IF WS-MODO-PARTICION = "S"
               MOVE WS-RUTA-INF-RETENIDO TO WS-RUTA-SUFIJO
               PERFORM AGREGA-SUFIJO-SITIO
               MOVE WS-RUTA-SUFIJO TO WS-RUTA-INF-RETENIDO
           END-IF.
      *    En una reversa el detalle del periodo ya quedo escrito en
      *    la corrida original; volver a escribirlo duplicaria la
      *    remesa bimestral, igual que con el acumulado anual. El
      *    detalle de una particion es solo de su corrida (salvo en
      *    su reinicio): la union lo agrega al acumulativo.
           IF WS-TOTAL-CREDITOS-INF > ZEROES
               AND WS-REVERSA-PERIODO NOT = "S"
               IF WS-MODO-PARTICION = "S"
                   AND WS-MODO-REINICIO NOT = "S"
                   OPEN OUTPUT INFONAVIT-RETENIDO
               ELSE
                   OPEN EXTEND INFONAVIT-RETENIDO
                   IF WS-FILE-STATUS-IRE NOT = "00"
                       OPEN OUTPUT INFONAVIT-RETENIDO
                   END-IF
               END-IF
               IF WS-FILE-STATUS-IRE = "00"
                   MOVE "S" TO WS-INF-RETENIDO-ABIERTO
                           "se descuenta."
               END-EVALUATE
           END-IF.
           MOVE "INF" TO WS-CONCEPTO-DESCUENTO.
           MOVE WS-DEDUCCION-INFONAVIT TO WS-IMPORTE-PROPUESTO.
           PERFORM COBRA-CON-PRELACION.
           MOVE WS-IMPORTE-APLICADO TO WS-DEDUCCION-INFONAVIT.
           IF WS-DEDUCCION-INFONAVIT NOT = ZEROES
               ADD 1 TO WS-EMP-CON-INFONAVIT
               ADD WS-DEDUCCION-INFONAVIT TO WS-INFONAVIT-EMPRESA
               MOVE SPACES TO WS-LINEA-INF-RET-DET
               MOVE WS-PERIODO-CORRIDA TO IRE-PERIODO
               MOVE WS-NUMERO-EMP TO IRE-NUMERO
      *        Lo recuperado de un credito ya dado de baja sale sin
      *        numero de credito.
               IF WS-IX-CRI-EMPLEADO > ZEROES
                   MOVE WS-CRI-CREDITO (WS-IX-CRI-EMPLEADO)
                       TO IRE-CREDITO
               END-IF
               MOVE WS-DEDUCCION-INFONAVIT TO IRE-IMPORTE
               MOVE WS-SITIO-EMP TO IRE-SITIO
               MOVE WS-LINEA-INF-RET-DET TO LINEA-INF-RETENIDO
               WRITE LINEA-INF-RETENIDO
           END-IF.
               WRITE LINEA-REGISTRO-RPT
           END-IF.

      *    En una reversa lo pendiente ya se cobro en la corrida
      *    original: no se vuelve a cargar ni se reescribe. En un
      *    reinicio, lo pendiente de los empleados ya completos queda
      *    cobrado y lo que ellos difirieron se relee del detalle de
      *    la corrida caida antes de seguir escribiendolo.
           CARGA-RECUPERACIONES.
           ACCEPT WS-RUTA-RECUPERACIONES FROM ENVIRONMENT
               "RECUPERACIONES_PENDIENTES_PATH".
           IF WS-RUTA-RECUPERACIONES = SPACES
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "RECUPERACIONES-PENDIENTES-SEMANAL.txt"
                       TO WS-RUTA-RECUPERACIONES
               ELSE
                   MOVE "RECUPERACIONES-PENDIENTES.txt"
                       TO WS-RUTA-RECUPERACIONES
               END-IF
           END-IF.
           PERFORM RESUELVE-RUTA-DIFERIDOS.
           IF WS-REVERSA-PERIODO = "S"
               DISPLAY "Aviso: corrida de reversa; no se cobran "
                   "recuperaciones pendientes."
           ELSE
               OPEN INPUT RECUPERACIONES-PENDIENTES
               IF WS-FILE-STATUS-RCP = "00"
                   MOVE "1" TO FIN-DE-RECUPERACIONES
                   PERFORM LEE-LINEA-RECUPERACION
                   PERFORM AGREGA-LINEA-RECUPERACION
                       UNTIL FIN-DE-RECUPERACIONES = "0"
                   CLOSE RECUPERACIONES-PENDIENTES
                   IF WS-TOTAL-RECUPERACIONES > ZEROES
                       DISPLAY "Recuperaciones pendientes cargadas: "
                           WS-TOTAL-RECUPERACIONES
                   END-IF
               END-IF
           END-IF.
           IF WS-MODO-REINICIO = "S"
               OPEN INPUT DESCUENTOS-DIFERIDOS
               IF WS-FILE-STATUS-DIF = "00"
                   MOVE "1" TO FIN-DE-DIFERIDOS
                   PERFORM LEE-LINEA-DIFERIDO
                   PERFORM REAPLICA-DIFERIDO-PARCIAL
                       UNTIL FIN-DE-DIFERIDOS = "0"
                   CLOSE DESCUENTOS-DIFERIDOS
               END-IF
               OPEN EXTEND DESCUENTOS-DIFERIDOS
           ELSE
               OPEN OUTPUT DESCUENTOS-DIFERIDOS
           END-IF.
           IF WS-FILE-STATUS-DIF = "00"
               MOVE "S" TO WS-DIFERIDOS-ABIERTO
           ELSE
               DISPLAY "AVISO: no se pudo crear el detalle de "
                   "descuentos diferidos: " WS-RUTA-DIFERIDOS
           END-IF.

           RESUELVE-RUTA-DIFERIDOS.
           ACCEPT WS-RUTA-DIFERIDOS FROM ENVIRONMENT
               "DESCUENTOS_DIFERIDOS_PATH".
           IF WS-RUTA-DIFERIDOS = SPACES
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "DESCUENTOS-DIFERIDOS-SEMANAL.txt"
                       TO WS-RUTA-DIFERIDOS
               ELSE
                   MOVE "DESCUENTOS-DIFERIDOS.txt" TO WS-RUTA-DIFERIDOS
               END-IF
           END-IF.
           IF WS-MODO-PARTICION = "S"
               MOVE WS-RUTA-DIFERIDOS TO WS-RUTA-SUFIJO
               PERFORM AGREGA-SUFIJO-SITIO
               MOVE WS-RUTA-SUFIJO TO WS-RUTA-DIFERIDOS
           END-IF.

           LEE-LINEA-RECUPERACION.
           READ RECUPERACIONES-PENDIENTES
               AT END
                   MOVE "0" TO FIN-DE-RECUPERACIONES
               NOT AT END
                   MOVE LINEA-RECUPERACION TO RECUPERACION-REGISTRO
           END-READ.

           AGREGA-LINEA-RECUPERACION.
           IF RCP-NUMERO-EMP IS NUMERIC
               IF WS-TOTAL-RECUPERACIONES < 9999
                   ADD 1 TO WS-TOTAL-RECUPERACIONES
                   MOVE RCP-NUMERO-EMP
                       TO WS-RCP-NUMERO (WS-TOTAL-RECUPERACIONES)
                   MOVE RCP-CONCEPTO
                       TO WS-RCP-CONCEPTO (WS-TOTAL-RECUPERACIONES)
                   MOVE RCP-IMPORTE
                       TO WS-RCP-IMPORTE (WS-TOTAL-RECUPERACIONES)
                   MOVE RCP-PERIODO-ORIGEN
                       TO WS-RCP-ORIGEN (WS-TOTAL-RECUPERACIONES)
                   MOVE "N" TO WS-RCP-ESTADO (WS-TOTAL-RECUPERACIONES)
                   MOVE RCP-SITIO
                       TO WS-RCP-SITIO (WS-TOTAL-RECUPERACIONES)
                   IF WS-MODO-REINICIO = "S"
                       MOVE WS-TOTAL-RECUPERACIONES TO WS-IX-RCP
                       MOVE RCP-NUMERO-EMP TO WS-NUMERO-EMP
                       MOVE RCP-SITIO TO WS-SITIO-EMP
                       MOVE ZEROES TO WS-HEC-ENCONTRADO
                       PERFORM BUSCA-EMPLEADO-HECHO
                       IF WS-HEC-ENCONTRADO > ZEROES
                           MOVE "S" TO WS-RCP-ESTADO (WS-IX-RCP)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-RCP-DESBORDADAS
               END-IF
           END-IF.
           PERFORM LEE-LINEA-RECUPERACION.

           LEE-LINEA-DIFERIDO.
           READ DESCUENTOS-DIFERIDOS
               AT END
                   MOVE "0" TO FIN-DE-DIFERIDOS
               NOT AT END
                   MOVE LINEA-DIFERIDO TO WS-LINEA-DIFERIDO-DET
           END-READ.

      *    Solo cuenta lo diferido por empleados que quedaron
      *    completos; el que iba a medias se recalcula y vuelve a
      *    dejar su renglon.
           REAPLICA-DIFERIDO-PARCIAL.
           IF DIF-PERIODO = WS-PERIODO-CORRIDA
               AND DIF-NUMERO IS NUMERIC
               MOVE DIF-NUMERO TO WS-NUMERO-EMP
               MOVE DIF-SITIO TO WS-SITIO-EMP
               MOVE ZEROES TO WS-HEC-ENCONTRADO
               PERFORM BUSCA-EMPLEADO-HECHO
               IF WS-HEC-ENCONTRADO > ZEROES
                   ADD 1 TO WS-TOTAL-DIFERIDOS
                   ADD DIF-DIFERIDO TO WS-DIFERIDO-EMPRESA
                   IF DIF-CONCEPTO NOT = "PEN"
                       AND WS-TOTAL-RECUPERACIONES < 9999
                       ADD 1 TO WS-TOTAL-RECUPERACIONES
                       MOVE DIF-NUMERO
                           TO WS-RCP-NUMERO (WS-TOTAL-RECUPERACIONES)
                       MOVE DIF-CONCEPTO
                           TO WS-RCP-CONCEPTO (WS-TOTAL-RECUPERACIONES)
                       MOVE DIF-DIFERIDO
                           TO WS-RCP-IMPORTE (WS-TOTAL-RECUPERACIONES)
                       MOVE DIF-PERIODO
                           TO WS-RCP-ORIGEN (WS-TOTAL-RECUPERACIONES)
                       MOVE "D"
                           TO WS-RCP-ESTADO (WS-TOTAL-RECUPERACIONES)
                       MOVE DIF-SITIO
                           TO WS-RCP-SITIO (WS-TOTAL-RECUPERACIONES)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-LINEA-DIFERIDO.

           REESCRIBE-RECUPERACIONES.
           IF WS-TOTAL-RECUPERACIONES = ZEROES
               CONTINUE
           ELSE
               IF WS-REVERSA-PERIODO = "S"
                   DISPLAY "Aviso: corrida de reversa; las "
                       "recuperaciones pendientes no se reescriben."
               ELSE
                   PERFORM REESCRIBE-RECUPERACIONES-NORMAL
               END-IF
           END-IF.
           IF WS-RCP-DESBORDADAS > ZEROES
               DISPLAY "AVISO: " WS-RCP-DESBORDADAS " recuperaciones "
                   "no cupieron en la tabla; revise el archivo."
           END-IF.

           REESCRIBE-RECUPERACIONES-NORMAL.
           OPEN OUTPUT RECUPERACIONES-PENDIENTES.
           IF WS-FILE-STATUS-RCP NOT = "00"
               DISPLAY "AVISO: no se pudo reescribir las "
                   "recuperaciones pendientes: " WS-RUTA-RECUPERACIONES
           ELSE
               PERFORM ESCRIBE-LINEA-RECUPERACION
                   VARYING WS-IX-RCP FROM 1 BY 1
                   UNTIL WS-IX-RCP > WS-TOTAL-RECUPERACIONES
               CLOSE RECUPERACIONES-PENDIENTES
               DISPLAY "Recuperaciones pendientes actualizadas: "
                   WS-RUTA-RECUPERACIONES
           END-IF.

           ESCRIBE-LINEA-RECUPERACION.
           IF WS-RCP-ESTADO (WS-IX-RCP) NOT = "S"
               MOVE SPACES TO RECUPERACION-REGISTRO
               MOVE WS-RCP-NUMERO (WS-IX-RCP) TO RCP-NUMERO-EMP
               MOVE WS-RCP-CONCEPTO (WS-IX-RCP) TO RCP-CONCEPTO
               MOVE WS-RCP-IMPORTE (WS-IX-RCP) TO RCP-IMPORTE
               MOVE WS-RCP-ORIGEN (WS-IX-RCP) TO RCP-PERIODO-ORIGEN
               MOVE WS-RCP-SITIO (WS-IX-RCP) TO RCP-SITIO
               MOVE RECUPERACION-REGISTRO TO LINEA-RECUPERACION
               WRITE LINEA-RECUPERACION
           END-IF.

           ESCRIBE-RESUMEN-DIFERIDOS.
           IF WS-TOTAL-DIFERIDOS > ZEROES
               OR WS-ARRASTRADO-EMPRESA NOT = ZEROES
               MOVE WS-TOTAL-DIFERIDOS TO RDI-CONTADOR
               MOVE WS-DIFERIDO-EMPRESA TO RDI-TOTAL
               MOVE WS-ARRASTRADO-EMPRESA TO RDI-ARRASTRADO
               MOVE WS-LINEA-RESUMEN-DIF TO LINEA-REGISTRO-RPT
               WRITE LINEA-REGISTRO-RPT
           END-IF.

           CARGA-HORAS-REPORTADAS.
           ACCEPT WS-RUTA-HORAS FROM ENVIRONMENT
               "REGISTRO_NOMINA_HORAS_PATH".
           IF WS-RUTA-HORAS = SPACES
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "HORAS-SEMANAL.txt" TO WS-RUTA-HORAS
               ELSE
                   MOVE "HORAS.txt" TO WS-RUTA-HORAS
               END-IF
           END-IF.
           ACCEPT WS-RUTA-EXCEPCIONES-HOR FROM ENVIRONMENT
               "REGISTRO_NOMINA_EXCEPCIONES_HORAS_PATH".
           IF WS-RUTA-EXCEPCIONES-HOR = SPACES
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "EXCEPCIONES-HORAS-SEMANAL.txt"
                       TO WS-RUTA-EXCEPCIONES-HOR
               ELSE
                   MOVE "EXCEPCIONES-HORAS.txt"
                       TO WS-RUTA-EXCEPCIONES-HOR
               END-IF
           END-IF.
           IF WS-MODO-PARTICION = "S"
               MOVE WS-RUTA-EXCEPCIONES-HOR TO WS-RUTA-SUFIJO
               PERFORM AGREGA-SUFIJO-SITIO
               MOVE WS-RUTA-SUFIJO TO WS-RUTA-EXCEPCIONES-HOR
           END-IF.
           OPEN INPUT HORAS-REPORTADAS.
           IF WS-FILE-STATUS-HOR NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RESUELVE-RUTA-CIFRAS.
      *    En un reinicio las cifras parciales no se respaldan como
      *    "anteriores" (pisarian el respaldo bueno de la corrida
      *    previa) y el archivo se sigue escribiendo donde quedo. Las
      *    parciales de una particion tampoco se respaldan: el
      *    respaldo es de las cifras unidas, y lo hace la union (una
      *    vez; su reintento no pisa el respaldo bueno).
           IF WS-MODO-REINICIO = "S"
               OPEN EXTEND CIFRAS-NOMINA
           ELSE
               IF WS-MODO-PARTICION NOT = "S"
                   AND WS-REINTENTO-UNION NOT = "S"
                   PERFORM RESPALDA-CIFRAS-PREVIAS
               END-IF
               OPEN OUTPUT CIFRAS-NOMINA
           END-IF.
           IF WS-FILE-STATUS-CIF NOT = "00"
               STOP RUN
           END-IF.

           RESUELVE-RUTA-CIFRAS.
           ACCEPT WS-RUTA-CIFRAS FROM ENVIRONMENT
               "REGISTRO_NOMINA_CIFRAS_PATH".
           IF WS-RUTA-CIFRAS = SPACES
               PERFORM CIFRAS-POR-OMISION
           END-IF.
           IF WS-MODO-PARTICION = "S"
               MOVE WS-RUTA-CIFRAS TO WS-RUTA-SUFIJO
               PERFORM AGREGA-SUFIJO-SITIO
               MOVE WS-RUTA-SUFIJO TO WS-RUTA-CIFRAS
           END-IF.

           CIFRAS-POR-OMISION.
           IF WS-FRECUENCIA-CORRIDA = "S"
               MOVE "CIFRAS-NOMINA-SEMANAL.dat" TO WS-RUTA-CIFRAS
           ELSE
               MOVE "CIFRAS-NOMINA.dat" TO WS-RUTA-CIFRAS
           END-IF.

      *    Las cifras de la corrida previa se copian al archivo
      *    anterior antes de abrir el nuevo, para que varianza-nomina
      *    siempre tenga contra que comparar. Sin archivo previo
           ACCEPT WS-RUTA-CIFRAS-ANT FROM ENVIRONMENT
               "REGISTRO_NOMINA_CIFRAS_ANT_PATH".
           IF WS-RUTA-CIFRAS-ANT = SPACES
               IF WS-FRECUENCIA-CORRIDA = "S"
                   MOVE "CIFRAS-NOMINA-SEMANAL-ANTERIOR.dat"
                       TO WS-RUTA-CIFRAS-ANT
               ELSE
                   MOVE "CIFRAS-NOMINA-ANTERIOR.dat"
                       TO WS-RUTA-CIFRAS-ANT
               END-IF
           END-IF.
           OPEN INPUT CIFRAS-NOMINA.
           IF WS-FILE-STATUS-CIF NOT = "00"
           END-IF.
           PERFORM LEE-RENGLON-PERCEPCION.

      *    Sin periodo de control la corrida toma todo el archivo de
      *    destajo, igual que las percepciones extra.
           CARGA-DESTAJO.
           ACCEPT WS-RUTA-DESTAJO FROM ENVIRONMENT
               "DESTAJO_NOMINA_PATH".
           IF WS-RUTA-DESTAJO = SPACES
               MOVE "DESTAJO-NOMINA.txt" TO WS-RUTA-DESTAJO
           END-IF.
           OPEN INPUT DESTAJO-NOMINA.
           IF WS-FILE-STATUS-DST NOT = "00"
               CONTINUE
           ELSE
               MOVE "1" TO FIN-DE-DESTAJO
               PERFORM LEE-RENGLON-DESTAJO
               PERFORM AGREGA-RENGLON-DESTAJO
                   UNTIL FIN-DE-DESTAJO = "0"
               CLOSE DESTAJO-NOMINA
               IF WS-TOTAL-DESTAJO > ZEROES
                   DISPLAY "Pagos a destajo cargados: "
                       WS-TOTAL-DESTAJO
               END-IF
               IF WS-DST-DESBORDADAS > ZEROES
                   DISPLAY "AVISO: " WS-DST-DESBORDADAS " renglones "
                       "de destajo NO cupieron en la tabla; a esos "
                       "empleados no se les paga el destajo."
                   MOVE WS-DST-DESBORDADAS TO WS-DESBORDADAS-EDITADO
                   MOVE SPACES TO WS-ALE-MENSAJE
                   STRING FUNCTION TRIM(WS-DESBORDADAS-EDITADO)
                       " renglones de DESTAJO-NOMINA no cupieron; "
                       "destajo sin pagar" DELIMITED BY SIZE
                       INTO WS-ALE-MENSAJE
                   END-STRING
                   PERFORM LEVANTA-ALERTA-DESBORDE
               END-IF
           END-IF.

           LEE-RENGLON-DESTAJO.
           READ DESTAJO-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-DESTAJO
           END-READ.

           AGREGA-RENGLON-DESTAJO.
           IF LINEA-DESTAJO NOT = SPACES
               MOVE SPACES TO WS-DST-NUMERO-X WS-DST-IMPORTE-X
                   WS-DST-PERIODO-X WS-DST-SITIO-X
               UNSTRING LINEA-DESTAJO DELIMITED BY ","
                   INTO WS-DST-NUMERO-X WS-DST-IMPORTE-X
                       WS-DST-PERIODO-X WS-DST-SITIO-X
               END-UNSTRING
               IF WS-PERIODO-CORRIDA = SPACES
                   OR WS-DST-PERIODO-X = WS-PERIODO-CORRIDA
                   IF WS-TOTAL-DESTAJO < 9999
                       ADD 1 TO WS-TOTAL-DESTAJO
                       COMPUTE WS-DST-NUMERO (WS-TOTAL-DESTAJO) =
                           FUNCTION NUMVAL(WS-DST-NUMERO-X)
                       MOVE WS-DST-SITIO-X
                           TO WS-DST-SITIO (WS-TOTAL-DESTAJO)
                       COMPUTE WS-DST-IMPORTE (WS-TOTAL-DESTAJO) =
                           FUNCTION NUMVAL(WS-DST-IMPORTE-X)
                   ELSE
                       ADD 1 TO WS-DST-DESBORDADAS
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-RENGLON-DESTAJO.

      *    Con descuentos del torniquete para el periodo, el monto
      *    fijo de comedor de DEDUCCIONES.txt deja de aplicarse para
      *    no cobrar dos veces; sin ellos sigue rigiendo el fijo.
           CARGA-COMEDOR.
           ACCEPT WS-RUTA-COMEDOR FROM ENVIRONMENT
               "COMEDOR_NOMINA_PATH".
           IF WS-RUTA-COMEDOR = SPACES
               MOVE "COMEDOR-NOMINA.txt" TO WS-RUTA-COMEDOR
           END-IF.
           OPEN INPUT COMEDOR-NOMINA.
           IF WS-FILE-STATUS-CMD NOT = "00"
               CONTINUE
           ELSE
               MOVE "1" TO FIN-DE-COMEDOR
               PERFORM LEE-RENGLON-COMEDOR
               PERFORM AGREGA-RENGLON-COMEDOR
                   UNTIL FIN-DE-COMEDOR = "0"
               CLOSE COMEDOR-NOMINA
               IF WS-TOTAL-COMEDOR > ZEROES
                   DISPLAY "Descuentos de comedor cargados: "
                       WS-TOTAL-COMEDOR
                       " (el monto fijo COM no se aplica)"
               END-IF
               IF WS-CMD-DESBORDADAS > ZEROES
                   DISPLAY "AVISO: " WS-CMD-DESBORDADAS " renglones "
                       "de comedor NO cupieron en la tabla; a esos "
                       "empleados no se les descuenta el comedor."
                   MOVE WS-CMD-DESBORDADAS TO WS-DESBORDADAS-EDITADO
                   MOVE SPACES TO WS-ALE-MENSAJE
                   STRING FUNCTION TRIM(WS-DESBORDADAS-EDITADO)
                       " renglones de COMEDOR-NOMINA no cupieron; "
                       "comedor sin descontar" DELIMITED BY SIZE
                       INTO WS-ALE-MENSAJE
                   END-STRING
                   PERFORM LEVANTA-ALERTA-DESBORDE
               END-IF
           END-IF.

           LEE-RENGLON-COMEDOR.
           READ COMEDOR-NOMINA
               AT END
                   MOVE "0" TO FIN-DE-COMEDOR
           END-READ.

           AGREGA-RENGLON-COMEDOR.
           IF LINEA-COMEDOR NOT = SPACES
               MOVE SPACES TO WS-CMD-NUMERO-X WS-CMD-IMPORTE-X
                   WS-CMD-PERIODO-X WS-CMD-SITIO-X
               UNSTRING LINEA-COMEDOR DELIMITED BY ","
                   INTO WS-CMD-NUMERO-X WS-CMD-IMPORTE-X
                       WS-CMD-PERIODO-X WS-CMD-SITIO-X
               END-UNSTRING
               IF WS-PERIODO-CORRIDA = SPACES
                   OR WS-CMD-PERIODO-X = WS-PERIODO-CORRIDA
                   IF WS-TOTAL-COMEDOR < 9999
                       ADD 1 TO WS-TOTAL-COMEDOR
                       COMPUTE WS-CMD-NUMERO (WS-TOTAL-COMEDOR) =
                           FUNCTION NUMVAL(WS-CMD-NUMERO-X)
                       MOVE WS-CMD-SITIO-X
                           TO WS-CMD-SITIO (WS-TOTAL-COMEDOR)
                       COMPUTE WS-CMD-IMPORTE (WS-TOTAL-COMEDOR) =
                           FUNCTION NUMVAL(WS-CMD-IMPORTE-X)
                   ELSE
                       ADD 1 TO WS-CMD-DESBORDADAS
                   END-IF
               END-IF
           END-IF.
           PERFORM LEE-RENGLON-COMEDOR.

      *    Un archivo de pagos o descuentos que no cabe deja
      *    empleados mal pagados: va a la guardia de operacion como
      *    severidad mayor y la corrida termina en AVISO.
           LEVANTA-ALERTA-DESBORDE.
           MOVE "M" TO WS-ALE-SEVERIDAD.
           CALL "fecha-sello" USING WS-ALE-SELLO-CORRIDA END-CALL.
           MOVE ZEROES TO WS-ALE-FOLIO.
           CALL "levanta-alerta"
               USING WS-ALE-SEVERIDAD WS-BIT-PROGRAMA WS-ALE-MENSAJE
                   WS-ALE-SELLO-CORRIDA WS-ALE-FOLIO
           END-CALL.

           CARGA-INCAPACIDADES.
           ACCEPT WS-RUTA-INCAPACIDADES FROM ENVIRONMENT
               "INCAPACIDADES_PATH".
           COMPUTE WS-FIN-MES-ENTERO =
               FUNCTION INTEGER-OF-DATE
                   (WS-MES-SIGUIENTE * 100 + 1) - 1.
      *    En la semanal la ventana es la semana del periodo (del
      *    control de periodos o de REGISTRO_NOMINA_PERIODO_INI/FIN);
      *    sin fechas, los siete dias que terminan en la corrida.
           IF WS-FRECUENCIA-CORRIDA = "S"
               IF WS-SEMANA-INICIO NOT NUMERIC
                   ACCEPT WS-SEMANA-INICIO FROM ENVIRONMENT
                       "REGISTRO_NOMINA_PERIODO_INI"
                   ACCEPT WS-SEMANA-FIN FROM ENVIRONMENT
                       "REGISTRO_NOMINA_PERIODO_FIN"
               END-IF
               IF WS-SEMANA-INICIO IS NUMERIC
                   AND WS-SEMANA-FIN IS NUMERIC
                   COMPUTE WS-INI-MES-ENTERO =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-SEMANA-INICIO))
                   COMPUTE WS-FIN-MES-ENTERO =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-SEMANA-FIN))
               ELSE
                   COMPUTE WS-FIN-MES-ENTERO =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-FECHA-CORRIDA-NOM))
                   COMPUTE WS-INI-MES-ENTERO = WS-FIN-MES-ENTERO - 6
               END-IF
           END-IF.

           LEE-INCAPACIDAD.
           READ INCAPACIDADES NEXT RECORD
               COMPUTE WS-DESCUENTO-INC ROUNDED =
                   WS-CUOTA-DIARIA-INC * WS-DIAS-DESCONTADOS
               SUBTRACT WS-DESCUENTO-INC FROM WS-BRUTO
               ADD WS-DIAS-DESCONTADOS TO WS-DIAS-SIN-GOCE-EMP
               IF WS-TOTAL-ANEXO < 999
                   ADD 1 TO WS-TOTAL-ANEXO
                   MOVE "INC " TO WS-ANX-TIPO (WS-TOTAL-ANEXO)
                   MOVE WS-NUMERO-EMP
                       TO WS-ANX-NUMERO (WS-TOTAL-ANEXO)
                   MOVE WS-INC-FOLIO (WS-IX-INC)
               END-IF
           END-IF.

      *    Licencias sin goce autorizadas de PERMISOS.txt; el ID del
      *    directorio se cruza al par sitio/numero de la nomina con la
      *    regla de CRUCEID.cpy.
           CARGA-LICENCIAS.
           ACCEPT WS-RUTA-PERMISOS FROM ENVIRONMENT "PERMISOS_PATH".
           IF WS-RUTA-PERMISOS = SPACES
               MOVE "PERMISOS.txt" TO WS-RUTA-PERMISOS
           END-IF.
           OPEN INPUT PERMISOS.
           IF WS-FILE-STATUS-PMS NOT = "00"
               CONTINUE
           ELSE
               MOVE "1" TO FIN-DE-PERMISOS
               PERFORM LEE-PERMISO
               PERFORM AGREGA-LICENCIA UNTIL FIN-DE-PERMISOS = "0"
               CLOSE PERMISOS
               IF WS-TOTAL-LICENCIAS > ZEROES
                   DISPLAY "Licencias sin goce cargadas: "
                       WS-TOTAL-LICENCIAS
               END-IF
           END-IF.

           LEE-PERMISO.
           READ PERMISOS
               AT END
                   MOVE "0" TO FIN-DE-PERMISOS
               NOT AT END
                   MOVE LINEA-PERMISO TO PERMISO-REGISTRO
           END-READ.

           AGREGA-LICENCIA.
           IF LINEA-PERMISO NOT = SPACES
               AND PMS-STATUS = "A"
               AND PMS-GOCE = "N"
               AND PMS-FECHA-INICIO IS NUMERIC
               AND PMS-FECHA-FIN IS NUMERIC
               AND WS-TOTAL-LICENCIAS < 999
               ADD 1 TO WS-TOTAL-LICENCIAS
               MOVE WS-TOTAL-LICENCIAS TO WS-IX-LSG
               MOVE SPACES TO WS-LSG-SITIO (WS-IX-LSG)
               MOVE ZEROES TO WS-LSG-NUMERO (WS-IX-LSG)
               IF PMS-EMPLEADO-ID IS NUMERIC
                   MOVE PMS-EMPLEADO-ID (2:5)
                       TO WS-LSG-NUMERO (WS-IX-LSG)
               ELSE
                   IF PMS-EMPLEADO-ID (3:4) IS NUMERIC
                       MOVE PMS-EMPLEADO-ID (1:2)
                           TO WS-LSG-SITIO (WS-IX-LSG)
                       MOVE PMS-EMPLEADO-ID (3:4)
                           TO WS-LSG-NUMERO (WS-IX-LSG)
                   END-IF
               END-IF
               MOVE PMS-FOLIO TO WS-LSG-FOLIO (WS-IX-LSG)
               MOVE PMS-FECHA-INICIO TO WS-LSG-INICIO (WS-IX-LSG)
               MOVE PMS-FECHA-FIN TO WS-LSG-FIN (WS-IX-LSG)
           END-IF.
           PERFORM LEE-PERMISO.

      *    Los dias de la licencia que caen en el periodo se
      *    descuentan a la misma cuota diaria que la incapacidad y
      *    con la misma salvedad del bruto armado con horas.
           DESCUENTA-LICENCIAS.
           IF WS-IX-HOR-EMPLEADO = ZEROES
               PERFORM VARYING WS-IX-LSG FROM 1 BY 1
                   UNTIL WS-IX-LSG > WS-TOTAL-LICENCIAS
                   IF WS-LSG-NUMERO (WS-IX-LSG) = WS-NUMERO-EMP
                       AND WS-LSG-SITIO (WS-IX-LSG) = WS-SITIO-EMP
                       PERFORM DESCUENTA-UNA-LICENCIA
                   END-IF
               END-PERFORM
           END-IF.

           DESCUENTA-UNA-LICENCIA.
           COMPUTE WS-TRASLAPE-INI =
               FUNCTION INTEGER-OF-DATE (WS-LSG-INICIO (WS-IX-LSG)).
           IF WS-INI-MES-ENTERO > WS-TRASLAPE-INI
               MOVE WS-INI-MES-ENTERO TO WS-TRASLAPE-INI
           END-IF.
           COMPUTE WS-TRASLAPE-FIN =
               FUNCTION INTEGER-OF-DATE (WS-LSG-FIN (WS-IX-LSG)).
           IF WS-FIN-MES-ENTERO < WS-TRASLAPE-FIN
               MOVE WS-FIN-MES-ENTERO TO WS-TRASLAPE-FIN
           END-IF.
           IF WS-TRASLAPE-FIN >= WS-TRASLAPE-INI
               COMPUTE WS-DIAS-DESCONTADOS =
                   WS-TRASLAPE-FIN - WS-TRASLAPE-INI + 1
               COMPUTE WS-CUOTA-DIARIA-INC ROUNDED =
                   WS-SALARIO-EMP / 30
               COMPUTE WS-DESCUENTO-INC ROUNDED =
                   WS-CUOTA-DIARIA-INC * WS-DIAS-DESCONTADOS
               IF WS-DESCUENTO-INC > WS-BRUTO
                   MOVE WS-BRUTO TO WS-DESCUENTO-INC
               END-IF
               SUBTRACT WS-DESCUENTO-INC FROM WS-BRUTO
               ADD WS-DIAS-DESCONTADOS TO WS-DIAS-SIN-GOCE-EMP
               IF WS-TOTAL-ANEXO < 999
                   ADD 1 TO WS-TOTAL-ANEXO
                   MOVE "LSG " TO WS-ANX-TIPO (WS-TOTAL-ANEXO)
                   MOVE WS-NUMERO-EMP
                       TO WS-ANX-NUMERO (WS-TOTAL-ANEXO)
                   MOVE WS-LSG-FOLIO (WS-IX-LSG)
                       TO WS-ANX-FOLIO (WS-TOTAL-ANEXO)
                   MOVE WS-DIAS-DESCONTADOS
                       TO WS-ANX-DIAS (WS-TOTAL-ANEXO)
                   MOVE WS-DESCUENTO-INC
                       TO WS-ANX-DESCUENTO (WS-TOTAL-ANEXO)
               END-IF
           END-IF.

           ESCRIBE-ANEXO-INCAPACIDADES.
           IF WS-TOTAL-ANEXO > ZEROES
               MOVE
                   "ANEXO DE AUSENCIAS: INCAPACIDAD Y LICENCIA SIN GOCE"
                   TO LINEA-REGISTRO-RPT
               WRITE LINEA-REGISTRO-RPT
               PERFORM ESCRIBE-RENGLON-ANEXO
                   UNTIL WS-IX-ANX > WS-TOTAL-ANEXO
           END-IF.

           ESCRIBE-ANEXO-SALARIO-MINIMO.
           IF WS-TOTAL-CUMPLIMIENTO > ZEROES
               MOVE "ANEXO DE CUMPLIMIENTO DE SALARIO MINIMO POR ZONA"
                   TO LINEA-REGISTRO-RPT
               WRITE LINEA-REGISTRO-RPT
               PERFORM ESCRIBE-RENGLON-CUMPLIMIENTO
                   VARYING WS-IX-SMN FROM 1 BY 1
                   UNTIL WS-IX-SMN > WS-TOTAL-CUMPLIMIENTO
           END-IF.

           ESCRIBE-RENGLON-CUMPLIMIENTO.
           MOVE WS-SMN-NUMERO (WS-IX-SMN) TO SMN-NUMERO.
           MOVE WS-SMN-NOMBRE (WS-IX-SMN) TO SMN-NOMBRE.
           MOVE WS-SMN-SITIO (WS-IX-SMN) TO SMN-SITIO.
           MOVE WS-SMN-ZONA (WS-IX-SMN) TO SMN-ZONA.
           MOVE WS-SMN-DIAS (WS-IX-SMN) TO SMN-DIAS.
           MOVE WS-SMN-PAGO (WS-IX-SMN) TO SMN-PAGO.
           MOVE WS-SMN-MINIMO (WS-IX-SMN) TO SMN-MINIMO.
           COMPUTE SMN-FALTANTE =
               WS-SMN-MINIMO (WS-IX-SMN) - WS-SMN-PAGO (WS-IX-SMN).
           MOVE WS-LINEA-CUMPLIMIENTO TO LINEA-REGISTRO-RPT.
           WRITE LINEA-REGISTRO-RPT.

           ESCRIBE-RENGLON-ANEXO.
           MOVE WS-ANX-TIPO (WS-IX-ANX) TO ANX-TIPO.
           MOVE WS-ANX-NUMERO (WS-IX-ANX) TO ANX-NUMERO.
           MOVE WS-ANX-FOLIO (WS-IX-ANX) TO ANX-FOLIO.
           MOVE WS-ANX-DIAS (WS-IX-ANX) TO ANX-DIAS.
           MOVE ACUMULADO-REGISTRO TO LINEA-ACUMULADO.
           WRITE LINEA-ACUMULADO.

      *    El maestro indexado se entrega al SORT por su llave de
      *    sitio y numero; el registro ordena igual que siempre, por
      *    departamento y nombre.
           ORDENA-EMPLEADOS.
           SORT EMPLEADOS-ORDEN
               ON ASCENDING KEY SD-DEPTO-EMP
               ON ASCENDING KEY SD-NOMBRE-EMP
               INPUT PROCEDURE IS LIBERA-MAESTRO
               GIVING EMPLEADOS-CLASIFICADO.

           LIBERA-MAESTRO.
           OPEN INPUT EMPLEADOS-ENTRADA.
           IF WS-FILE-STATUS-ENT NOT = "00"
               DISPLAY "No se pudo abrir el maestro de nomina: "
                   WS-RUTA-ENTRADA " FILE STATUS: " WS-FILE-STATUS-ENT
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "1" TO FIN-DE-ENTRADA.
      *    La particion se posiciona en el primer empleado de su sitio
      *    por la llave primaria y para al cambiar de sitio.
           IF WS-MODO-PARTICION = "S"
               MOVE WS-SITIO-PARTICION TO NMX-SITIO
               MOVE ZEROES TO NMX-NUMERO
               START EMPLEADOS-ENTRADA KEY IS >= NMX-LLAVE
                   INVALID KEY
                       MOVE "0" TO FIN-DE-ENTRADA
               END-START
           END-IF.
           PERFORM LIBERA-UN-EMPLEADO UNTIL FIN-DE-ENTRADA = "0".
           CLOSE EMPLEADOS-ENTRADA.

           LIBERA-UN-EMPLEADO.
           READ EMPLEADOS-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   IF WS-MODO-PARTICION = "S"
                       AND NMX-SITIO NOT = WS-SITIO-PARTICION
                       MOVE "0" TO FIN-DE-ENTRADA
                   ELSE
                       RELEASE SD-REG-EMPLEADOS FROM NMX-DATOS
                   END-IF
           END-READ.

           ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS-CLASIFICADO.
           IF WS-FILE-STATUS-CLAS NOT = "00"
           IF WS-MODO-REINICIO = "S"
               PERFORM BUSCA-EMPLEADO-HECHO
           END-IF.
           IF WS-FRECUENCIA-EMP = "S"
               MOVE "S" TO WS-FRECUENCIA-EMPLEADO
           ELSE
               MOVE "Q" TO WS-FRECUENCIA-EMPLEADO
           END-IF.
           IF WS-FRECUENCIA-EMPLEADO NOT = WS-FRECUENCIA-CORRIDA
               ADD 1 TO WS-TOTAL-OTRA-FRECUENCIA
           ELSE
               PERFORM PROCESA-EMPLEADO-FRECUENCIA
           END-IF.
           PERFORM LEE-SIGUIENTE-EMPLEADO.

           PROCESA-EMPLEADO-FRECUENCIA.
           IF WS-HEC-ENCONTRADO > ZEROES
      *        El empleado ya quedo en las cifras parciales; su
      *        renglon de horas se marca usado para que el reinicio
                       END-IF
                   END-IF
                   PERFORM CALCULA-NOMINA
                   PERFORM VERIFICA-SALARIO-MINIMO
                   PERFORM ESCRIBE-DETALLE
               END-IF
           END-IF.

           MARCA-HORAS-EMPLEADO-HECHO.
           PERFORM VARYING WS-IX-HOR FROM 1 BY 1
               UNTIL WS-IX-HEC > WS-TOTAL-HECHOS
               OR WS-HEC-ENCONTRADO > ZEROES
               IF WS-HEC-NUMERO (WS-IX-HEC) = WS-NUMERO-EMP
                   AND WS-HEC-SITIO (WS-IX-HEC) = WS-SITIO-EMP
                   MOVE WS-IX-HEC TO WS-HEC-ENCONTRADO
               END-IF
           END-PERFORM.
           ADD WS-BRUTO TO WS-BRUTO-EMPRESA.
           ADD WS-TOTAL-DEDUCCIONES TO WS-DEDUCCIONES-EMPRESA.
           ADD WS-NETO TO WS-NETO-EMPRESA.
           PERFORM ANOTA-ASIMILADO.

           ANOTA-ASIMILADO.
           IF WS-TOTAL-ASIMILADOS < 999
               ADD 1 TO WS-TOTAL-ASIMILADOS
               MOVE WS-NUMERO-EMP
           WRITE LINEA-REGISTRO-RPT.

           CALCULA-NOMINA.
           CALL "busca-salario-minimo"
               USING WS-BIT-PROGRAMA WS-SITIO-EMP WS-FECHA-CALCULO-PLG
                   WS-ZONA-EMP WS-SALARIO-MINIMO-DIARIO
                   WS-RESULTADO-MINIMO
           END-CALL.
           MOVE ZEROES TO WS-DIAS-SIN-GOCE-EMP.
           IF WS-FRECUENCIA-CORRIDA = "S"
               COMPUTE WS-SALARIO-DIARIO-SEM ROUNDED =
                   WS-SALARIO-EMP / 30
               COMPUTE WS-BRUTO ROUNDED = WS-SALARIO-DIARIO-SEM * 6
           ELSE
               MOVE WS-SALARIO-EMP TO WS-BRUTO
           END-IF.
           MOVE ZEROES TO WS-IX-HOR-EMPLEADO.
           MOVE ZEROES TO WS-PRIMA-DOMINICAL WS-PAGO-FESTIVO.
           MOVE ZEROES TO WS-SEPTIMO-DIA WS-DIAS-SEPTIMO.
           IF WS-HORAS-CARGADAS = "S"
               PERFORM CALCULA-BRUTO-POR-HORAS
           END-IF.
           IF WS-FRECUENCIA-CORRIDA = "S"
               PERFORM CALCULA-SEPTIMO-DIA
           END-IF.
           PERFORM SUMA-PERCEPCIONES-EXTRA.
           PERFORM SUMA-DESTAJO.
           PERFORM DESCUENTA-INCAPACIDADES.
           PERFORM DESCUENTA-LICENCIAS.
           IF WS-TARIFA-CARGADA = "S"
               PERFORM CALCULA-ISR-TARIFA
           ELSE
                   WS-BRUTO * WS-PORCENTAJE-IMSS / 100
           END-IF.
           PERFORM CALCULA-DESCUENTO-PENSION.
           PERFORM CALCULA-DESCUENTO-FALTAS.
           PERFORM CALCULA-DESCUENTO-INFONAVIT.
           PERFORM CALCULA-APORTACION-FONDO.
           PERFORM CALCULA-DESCUENTO-SGMM.
           PERFORM CALCULA-CUOTA-SINDICAL.
           PERFORM CALCULA-DEDUCCIONES-VOL.
           ADD WS-DEDUCCION-ISR WS-DEDUCCION-IMSS
               WS-DEDUCCION-PENSION WS-DEDUCCION-INFONAVIT
               WS-DEDUCCION-FALTAS WS-DEDUCCION-FONDO
               WS-DEDUCCION-SGMM WS-DEDUCCION-SINDICAL
               WS-DEDUCCION-VOLUNTARIA
               GIVING WS-TOTAL-DEDUCCIONES.
           SUBTRACT WS-TOTAL-DEDUCCIONES FROM WS-BRUTO
               GIVING WS-NETO.

      *    Pago ordinario de los dias trabajados, sin percepciones
      *    extra, tiempo extra, prima dominical ni festivo: el del
      *    operador por horas son sus horas normales (8 por dia) y el
      *    de los demas los dias pagados del periodo (30, o 6 mas el
      *    septimo en la semanal) menos faltas, incapacidades y
      *    licencias sin goce. Si no alcanza el minimo de la zona por
      *    esos dias, el empleado va al anexo de cumplimiento.
           VERIFICA-SALARIO-MINIMO.
           PERFORM CALCULA-DIAS-PAGADOS.
           IF WS-IX-HOR-EMPLEADO > ZEROES
               MOVE WS-PAGO-NORMAL TO WS-PAGO-CUMPLE
               ADD WS-PAGO-DESTAJO TO WS-PAGO-CUMPLE
               IF WS-FRECUENCIA-CORRIDA = "S"
                   ADD WS-SEPTIMO-DIA TO WS-PAGO-CUMPLE
               END-IF
           ELSE
               COMPUTE WS-CUOTA-DIARIA-FAL ROUNDED =
                   WS-SALARIO-EMP / 30
               COMPUTE WS-PAGO-CUMPLE ROUNDED =
                   WS-BRUTO - WS-PERCEPCION-EXTRA -
                   (WS-CUOTA-DIARIA-FAL * WS-DIAS-FALTA-EMP)
           END-IF.
           IF WS-DIAS-CUMPLE > ZEROES
               COMPUTE WS-MINIMO-CUMPLE ROUNDED =
                   WS-SALARIO-MINIMO-DIARIO * WS-DIAS-CUMPLE
               IF WS-PAGO-CUMPLE < WS-MINIMO-CUMPLE
                   AND WS-TOTAL-CUMPLIMIENTO < 999
                   PERFORM ANOTA-BAJO-MINIMO
               END-IF
           END-IF.

      *    Dias pagados del periodo, los mismos para el anexo de
      *    cumplimiento y para el piso de los descuentos: horas
      *    normales entre 8 del operador por horas, y 30 (o 6 mas la
      *    parte del septimo en la semanal) menos faltas,
      *    incapacidades y licencias sin goce de los demas.
           CALCULA-DIAS-PAGADOS.
           IF WS-IX-HOR-EMPLEADO > ZEROES
               COMPUTE WS-DIAS-CUMPLE ROUNDED =
                   WS-HOR-NORMALES (WS-IX-HOR-EMPLEADO) / 8
               IF WS-FRECUENCIA-CORRIDA = "S"
                   COMPUTE WS-DIAS-CUMPLE ROUNDED =
                       WS-DIAS-CUMPLE + (WS-DIAS-SEPTIMO / 6)
               END-IF
           ELSE
               IF WS-FRECUENCIA-CORRIDA = "S"
                   COMPUTE WS-DIAS-CUMPLE ROUNDED =
                       6 + (WS-DIAS-SEPTIMO / 6)
               ELSE
                   MOVE 30 TO WS-DIAS-CUMPLE
               END-IF
               SUBTRACT WS-DIAS-FALTA-EMP WS-DIAS-SIN-GOCE-EMP
                   FROM WS-DIAS-CUMPLE
           END-IF.

           ANOTA-BAJO-MINIMO.
           ADD 1 TO WS-TOTAL-CUMPLIMIENTO.
           MOVE WS-NUMERO-EMP TO WS-SMN-NUMERO (WS-TOTAL-CUMPLIMIENTO).
           MOVE WS-NOMBRE-EMP TO WS-SMN-NOMBRE (WS-TOTAL-CUMPLIMIENTO).
           MOVE WS-SITIO-EMP TO WS-SMN-SITIO (WS-TOTAL-CUMPLIMIENTO).
           MOVE WS-ZONA-EMP TO WS-SMN-ZONA (WS-TOTAL-CUMPLIMIENTO).
           MOVE WS-DIAS-CUMPLE TO WS-SMN-DIAS (WS-TOTAL-CUMPLIMIENTO).
           MOVE WS-PAGO-CUMPLE TO WS-SMN-PAGO (WS-TOTAL-CUMPLIMIENTO).
           MOVE WS-MINIMO-CUMPLE
               TO WS-SMN-MINIMO (WS-TOTAL-CUMPLIMIENTO).

      *    Se aplican las deducciones del empleado vigentes a la
      *    fecha de la corrida (fecha fin en blanco = sin tope) y se
      *    acumula el resumen por codigo para el final del registro.
                   AND (WS-DED-FIN (WS-IX-DED) = SPACES
                       OR WS-DED-FIN (WS-IX-DED) >=
                           WS-FECHA-CORRIDA-NOM)
                   AND (WS-DED-CODIGO (WS-IX-DED) NOT = "COM"
                       OR WS-TOTAL-COMEDOR = ZEROES)
                   PERFORM APLICA-DEDUCCION-VIGENTE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IX-CMD FROM 1 BY 1
               UNTIL WS-IX-CMD > WS-TOTAL-COMEDOR
               IF WS-CMD-NUMERO (WS-IX-CMD) = WS-NUMERO-EMP
                   AND WS-CMD-SITIO (WS-IX-CMD) = WS-SITIO-EMP
                   PERFORM APLICA-DESCUENTO-COMEDOR
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IX-RCP FROM 1 BY 1
               UNTIL WS-IX-RCP > WS-TOTAL-RECUPERACIONES
               IF WS-RCP-NUMERO (WS-IX-RCP) = WS-NUMERO-EMP
                   AND WS-RCP-SITIO (WS-IX-RCP) = WS-SITIO-EMP
                   AND WS-RCP-ESTADO (WS-IX-RCP) = "N"
                   AND WS-RCP-CONCEPTO (WS-IX-RCP) NOT = "FAL"
                   AND WS-RCP-CONCEPTO (WS-IX-RCP) NOT = "INF"
                   AND WS-RCP-CONCEPTO (WS-IX-RCP) NOT = "FON"
                   AND WS-RCP-CONCEPTO (WS-IX-RCP) NOT = "SGM"
                   AND WS-RCP-CONCEPTO (WS-IX-RCP) NOT = "SIN"
                   PERFORM APLICA-PENDIENTE-VOLUNTARIO
               END-IF
           END-PERFORM.

      *    Al afiliado del padron la cuota se la calcula el padron;
      *    su renglon "SIN" del archivo de deducciones ya no se cobra.
           APLICA-DEDUCCION-VIGENTE.
           IF WS-DED-CODIGO (WS-IX-DED) = "SIN"
               PERFORM BUSCA-AFILIADO
               IF WS-AFI-ENCONTRADO = ZEROES
                   PERFORM APLICA-DEDUCCION
               END-IF
           ELSE
               PERFORM APLICA-DEDUCCION
           END-IF.

           APLICA-DEDUCCION.
           IF WS-DED-TIPO (WS-IX-DED) = "P"
               COMPUTE WS-IMPORTE-DED ROUNDED =
           ELSE
               MOVE WS-DED-VALOR (WS-IX-DED) TO WS-IMPORTE-DED
           END-IF.
           MOVE WS-DED-CODIGO (WS-IX-DED) TO WS-CONCEPTO-DESCUENTO.
           MOVE WS-IMPORTE-DED TO WS-IMPORTE-PROPUESTO.
           PERFORM COBRA-CON-PRELACION.
           MOVE WS-IMPORTE-APLICADO TO WS-IMPORTE-DED.
           ADD WS-IMPORTE-DED TO WS-DEDUCCION-VOLUNTARIA.
           PERFORM ACUMULA-RESUMEN-DED.

           APLICA-DESCUENTO-COMEDOR.
           MOVE "COM" TO WS-CONCEPTO-DESCUENTO.
           MOVE WS-CMD-IMPORTE (WS-IX-CMD) TO WS-IMPORTE-PROPUESTO.
           PERFORM COBRA-CON-PRELACION.
           MOVE WS-IMPORTE-APLICADO TO WS-IMPORTE-DED.
           ADD WS-IMPORTE-DED TO WS-DEDUCCION-VOLUNTARIA.
           PERFORM ACUMULA-RESUMEN-DED.

      *    Lo pendiente de una deduccion que ya no esta vigente (el
      *    prestamo que termino, la cuota que se dio de baja) se
      *    cobra solo, al final de la escalera.
           APLICA-PENDIENTE-VOLUNTARIO.
           MOVE "S" TO WS-RCP-ESTADO (WS-IX-RCP).
           MOVE WS-RCP-CONCEPTO (WS-IX-RCP) TO WS-CONCEPTO-DESCUENTO.
           MOVE WS-RCP-IMPORTE (WS-IX-RCP) TO WS-IMPORTE-PROPUESTO.
           ADD WS-RCP-IMPORTE (WS-IX-RCP) TO WS-ARRASTRADO-EMPRESA.
           PERFORM RECORTA-DESCUENTO.
           MOVE WS-IMPORTE-APLICADO TO WS-IMPORTE-DED.
           ADD WS-IMPORTE-DED TO WS-DEDUCCION-VOLUNTARIA.
           PERFORM ACUMULA-RESUMEN-DED.

               UNTIL WS-IX-RES > WS-TOTAL-RESUMEN-DED
               OR WS-RES-ENCONTRADO > ZEROES
               IF WS-RES-CODIGO (WS-IX-RES) =
                   WS-CONCEPTO-DESCUENTO
                   MOVE WS-IX-RES TO WS-RES-ENCONTRADO
               END-IF
           END-PERFORM.
               AND WS-TOTAL-RESUMEN-DED < 20
               ADD 1 TO WS-TOTAL-RESUMEN-DED
               MOVE WS-TOTAL-RESUMEN-DED TO WS-RES-ENCONTRADO
               MOVE WS-CONCEPTO-DESCUENTO
                   TO WS-RES-CODIGO (WS-RES-ENCONTRADO)
               MOVE ZEROES TO WS-RES-CONTADOR (WS-RES-ENCONTRADO)
               MOVE ZEROES TO WS-RES-TOTAL (WS-RES-ENCONTRADO)
               WRITE LINEA-EXCEPCION-HOR
           END-IF.

      *    Septimo dia (LFT art. 72): un dia de salario por cada seis
      *    trabajados, en proporcion a los dias del kardex de la
      *    semana; mas de seis se topa en seis. El operador sin
      *    renglon cobra el septimo completo y queda en excepciones.
           CALCULA-SEPTIMO-DIA.
           MOVE ZEROES TO WS-DTR-ENCONTRADO.
           PERFORM VARYING WS-IX-DTR FROM 1 BY 1
               UNTIL WS-IX-DTR > WS-TOTAL-DIAS-TRAB
               OR WS-DTR-ENCONTRADO > ZEROES
               IF WS-DTR-NUMERO (WS-IX-DTR) = WS-NUMERO-EMP
                   MOVE WS-IX-DTR TO WS-DTR-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-DTR-ENCONTRADO > ZEROES
               MOVE WS-DTR-DIAS (WS-DTR-ENCONTRADO) TO WS-DIAS-SEPTIMO
               IF WS-DIAS-SEPTIMO > 6
                   MOVE 6 TO WS-DIAS-SEPTIMO
               END-IF
           ELSE
               MOVE 6 TO WS-DIAS-SEPTIMO
               ADD 1 TO WS-TOTAL-SIN-DIAS-TRAB
               MOVE WS-NUMERO-EMP TO EXH-NUMERO
               MOVE WS-NOMBRE-EMP TO EXH-NOMBRE
               MOVE "SIN DIAS TRABAJADOS; 7o COMPLETO"
                   TO EXH-MOTIVO
               MOVE WS-LINEA-EXCEPCION-HORAS TO LINEA-EXCEPCION-HOR
               WRITE LINEA-EXCEPCION-HOR
           END-IF.
           COMPUTE WS-SALARIO-DIARIO-SEM ROUNDED =
               WS-SALARIO-EMP / 30.
           COMPUTE WS-SEPTIMO-DIA ROUNDED =
               WS-SALARIO-DIARIO-SEM * WS-DIAS-SEPTIMO / 6.
           ADD WS-SEPTIMO-DIA TO WS-BRUTO.

      *    Las percepciones extra del empleado (retroactivos de
      *    retro-aumento) se suman al bruto antes de calcular el ISR,
      *    para que el retro cause impuesto en esta corrida.
               ADD WS-PERCEPCION-EXTRA TO WS-BRUTO
           END-IF.

      *    El destajo del periodo (piezas mas garantia de salario
      *    minimo) es percepcion gravada: entra al bruto antes del ISR.
           SUMA-DESTAJO.
           MOVE ZEROES TO WS-PAGO-DESTAJO.
           PERFORM VARYING WS-IX-DST FROM 1 BY 1
               UNTIL WS-IX-DST > WS-TOTAL-DESTAJO
               IF WS-DST-NUMERO (WS-IX-DST) = WS-NUMERO-EMP
                   AND WS-DST-SITIO (WS-IX-DST) = WS-SITIO-EMP
                   ADD WS-DST-IMPORTE (WS-IX-DST) TO WS-PAGO-DESTAJO
               END-IF
           END-PERFORM.
           IF WS-PAGO-DESTAJO NOT = ZEROES
               ADD WS-PAGO-DESTAJO TO WS-BRUTO
           END-IF.

      *    Se busca el ultimo renglon cuyo limite inferior no rebasa
      *    el bruto; el ISR es su cuota fija mas la tasa marginal
      *    sobre el excedente. Un bruto por debajo del primer limite
               MOVE WS-LINEA-CALENDARIO-DET TO LINEA-REGISTRO-RPT
               WRITE LINEA-REGISTRO-RPT
           END-IF.
           IF WS-FRECUENCIA-CORRIDA = "S"
               MOVE WS-DIAS-SEPTIMO TO SEP-DIAS
               MOVE WS-SEPTIMO-DIA TO SEP-IMPORTE
               MOVE WS-LINEA-SEPTIMO-DET TO LINEA-REGISTRO-RPT
               WRITE LINEA-REGISTRO-RPT
           END-IF.
           PERFORM ESCRIBE-CIFRAS-EMPLEADO.
           IF WS-REVERSA-PERIODO NOT = "S"
               PERFORM ACUMULA-ANUAL-EMPLEADO
           MOVE WS-PAGO-FESTIVO TO CIF-FESTIVO.
           MOVE WS-DEDUCCION-FALTAS TO CIF-FALTAS.
           MOVE WS-DEDUCCION-SGMM TO CIF-SGMM.
           MOVE WS-DEDUCCION-SINDICAL TO CIF-SINDICAL.
           MOVE WS-PAGO-DESTAJO TO CIF-DESTAJO.
           IF WS-IX-HOR-EMPLEADO > ZEROES
               MOVE WS-HOR-NORMALES (WS-IX-HOR-EMPLEADO)
                   TO CIF-HORAS-NORM
           MOVE "T" TO CIF-TOT-TIPO.
           MOVE WS-CONTADOR-EMPRESA TO CIF-TOT-EMPLEADOS.
           MOVE WS-NETO-EMPRESA TO CIF-TOT-NETO.
           MOVE WS-PERIODO-CORRIDA TO CIF-TOT-PERIODO.
           MOVE "O" TO CIF-TOT-CLASE.
           MOVE CIFRAS-TOTALES-REGISTRO TO LINEA-CIFRAS.
           WRITE LINEA-CIFRAS.

           IF WS-INF-RETENIDO-ABIERTO = "S"
               CLOSE INFONAVIT-RETENIDO
           END-IF.
           IF WS-DIFERIDOS-ABIERTO = "S"
               CLOSE DESCUENTOS-DIFERIDOS
               DISPLAY "Detalle de descuentos diferidos en: "
                   WS-RUTA-DIFERIDOS
           END-IF.
           IF WS-PAGO-PEN-ABIERTO = "S"
               CLOSE PAGO-PENSIONES
               DISPLAY "Pagos a beneficiarios de pension en: "
           END-IF.
           DISPLAY "Cifras de la corrida en: " WS-RUTA-CIFRAS.

      *    Union de las particiones por sitio (REGISTRO_NOMINA_UNE=S).
      *    Los sitios salen del maestro (todo sitio con empleados
      *    debe tener su particion); si alguna falta, quedo a medias
      *    (checkpoint vivo, o cifras sin su "T" del periodo) o su
      *    "T" no cuadra con sus detalles, la union se rechaza entera
      *    sin tocar nada. Con todas completas, la union trabaja como
      *    un reinicio en el que todos los empleados ya quedaron en
      *    las cifras parciales: de sus detalles se rehacen las cifras
      *    unidas, el registro con subtotales y total de la empresa,
      *    el acumulado anual, el fondo y las recuperaciones.
           UNE-PARTICIONES.
           DISPLAY "Union de las particiones por sitio.".
           PERFORM RESUELVE-RUTA-CHECKPOINT.
           PERFORM RESUELVE-RUTAS.
           PERFORM VERIFICA-PERIODO.
           PERFORM RESUELVE-RUTA-CIFRAS.
           PERFORM RESUELVE-RUTA-ANEXOS.
           PERFORM CARGA-SITIOS-MAESTRO.
           PERFORM VALIDA-PARTICION
               VARYING WS-IX-SIT FROM 1 BY 1
               UNTIL WS-IX-SIT > WS-TOTAL-SITIOS.
           IF WS-SITIOS-RECHAZADOS > ZEROES
               DISPLAY "RECHAZADO: " WS-SITIOS-RECHAZADOS " de "
                   WS-TOTAL-SITIOS " particiones por sitio no estan "
                   "completas; no se une nada. Corra de nuevo las "
                   "particiones marcadas y despues la union."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM DETECTA-REINTENTO-UNION.
           PERFORM ESCRIBE-CHECKPOINT.
           ACCEPT WS-FECHA-CORRIDA-NOM FROM DATE YYYYMMDD.
           PERFORM CARGA-PENSIONES-ALIMENTICIAS.
           PERFORM CARGA-CREDITOS-INFONAVIT.
           PERFORM CARGA-FONDO-AHORRO.
           PERFORM CARGA-HORAS-REPORTADAS.
           PERFORM CARGA-ACUMULADO-ANUAL.
           OPEN OUTPUT REGISTRO-RPT.
           IF WS-FILE-STATUS-RPT NOT = "00"
               DISPLAY "No se pudo abrir REGISTRO-RPT. FILE STATUS: "
                   WS-FILE-STATUS-RPT
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBE-ENCABEZADO.
           SORT UNION-ORDEN
               ON ASCENDING KEY SDU-DEPTO
               ON ASCENDING KEY SDU-NOMBRE
               INPUT PROCEDURE IS LIBERA-PARTICIONES
               OUTPUT PROCEDURE IS ESCRIBE-UNION.
           PERFORM ESCRIBE-SECCION-ASIMILADOS.
           PERFORM ESCRIBE-TOTAL-EMPRESA.
           PERFORM ESCRIBE-RENGLON-UNION-SITIO
               VARYING WS-IX-SIT FROM 1 BY 1
               UNTIL WS-IX-SIT > WS-TOTAL-SITIOS.
           MOVE "S" TO WS-MODO-REINICIO.
           PERFORM REAPLICA-ACUMULADO-PARCIAL.
           PERFORM UNE-DIFERIDOS.
           PERFORM CARGA-RECUPERACIONES.
           PERFORM UNE-DETALLES-SITIO
               VARYING WS-IX-SIT FROM 1 BY 1
               UNTIL WS-IX-SIT > WS-TOTAL-SITIOS.
           PERFORM REPORTA-HORAS-SIN-EMPLEADO.
           PERFORM CARGA-ANEXOS-SITIO
               VARYING WS-IX-SIT FROM 1 BY 1
               UNTIL WS-IX-SIT > WS-TOTAL-SITIOS.
           PERFORM ESCRIBE-RESUMEN-DEDUCCIONES.
           PERFORM ESCRIBE-RESUMEN-PENSIONES.
           PERFORM ESCRIBE-RESUMEN-INFONAVIT.
           PERFORM ESCRIBE-RESUMEN-FONDO.
           PERFORM ESCRIBE-RESUMEN-DIFERIDOS.
           PERFORM ESCRIBE-ANEXO-INCAPACIDADES.
           PERFORM ESCRIBE-ANEXO-SALARIO-MINIMO.
           PERFORM CIERRA-ARCHIVOS-UNION.
           PERFORM REESCRIBE-ACUMULADO-ANUAL.
           PERFORM REESCRIBE-SALDOS-FONDO.
           PERFORM REESCRIBE-RECUPERACIONES.
           PERFORM ESTAMPA-PERIODO-CALCULADO.
           PERFORM LIMPIA-CHECKPOINT.
           DISPLAY "Registro de nomina unido en: " WS-RUTA-REGISTRO.
           DISPLAY "Particiones unidas: " WS-TOTAL-SITIOS
               "  Empleados: " WS-CONTADOR-EMPRESA.
           MOVE "FIN" TO WS-BIT-EVENTO.
           MOVE WS-CONTADOR-EMPRESA TO WS-BIT-CONTADOR.
           MOVE "OK" TO WS-BIT-ESTADO.
           IF WS-TOTAL-CUMPLIMIENTO > ZEROES
               DISPLAY "Empleados pagados debajo del salario minimo "
                   "de su zona: " WS-TOTAL-CUMPLIMIENTO
                   "; corrija antes de dispersar (vea el anexo de "
                   "cumplimiento del registro)."
               MOVE "AVISO" TO WS-BIT-ESTADO
           END-IF.
           IF WS-DST-DESBORDADAS > ZEROES
               OR WS-CMD-DESBORDADAS > ZEROES
               DISPLAY "AVISO: renglones de destajo o comedor que no "
                   "cupieron en alguna particion: destajo "
                   WS-DST-DESBORDADAS " comedor " WS-CMD-DESBORDADAS
               MOVE "AVISO" TO WS-BIT-ESTADO
           END-IF.
           PERFORM REGISTRA-BITACORA.
           CALL "libera-candado" USING WS-CANDADO-PROGRAMA END-CALL.
           STOP RUN.

      *    Los sitios se toman del maestro recorriendo su llave
      *    primaria (sitio y numero), asi que salen agrupados.
           CARGA-SITIOS-MAESTRO.
           OPEN INPUT EMPLEADOS-ENTRADA.
           IF WS-FILE-STATUS-ENT NOT = "00"
               DISPLAY "No se pudo abrir el maestro de nomina: "
                   WS-RUTA-ENTRADA " FILE STATUS: " WS-FILE-STATUS-ENT
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO WS-SITIO-ANTERIOR.
           MOVE "1" TO FIN-DE-ENTRADA.
           PERFORM AGREGA-SITIO-MAESTRO UNTIL FIN-DE-ENTRADA = "0".
           CLOSE EMPLEADOS-ENTRADA.
           IF WS-TOTAL-SITIOS = ZEROES
               DISPLAY "RECHAZADO: el maestro de nomina no tiene "
                   "empleados; no hay particiones que unir."
               PERFORM CIERRA-BITACORA-RECHAZO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           AGREGA-SITIO-MAESTRO.
           READ EMPLEADOS-ENTRADA NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DE-ENTRADA
               NOT AT END
                   IF NMX-SITIO NOT = WS-SITIO-ANTERIOR
                       AND WS-TOTAL-SITIOS < 99
                       ADD 1 TO WS-TOTAL-SITIOS
                       MOVE NMX-SITIO
                           TO WS-SIT-CODIGO (WS-TOTAL-SITIOS)
                       IF NMX-SITIO = SPACES
                           MOVE "00" TO WS-SIT-SUFIJO (WS-TOTAL-SITIOS)
                       ELSE
                           MOVE NMX-SITIO
                               TO WS-SIT-SUFIJO (WS-TOTAL-SITIOS)
                       END-IF
                       MOVE ZEROES TO WS-SIT-EMPLEADOS (WS-TOTAL-SITIOS)
                       MOVE SPACES TO WS-SIT-ESTADO (WS-TOTAL-SITIOS)
                   END-IF
                   MOVE NMX-SITIO TO WS-SITIO-ANTERIOR
           END-READ.

      *    Una particion esta completa cuando su checkpoint quedo
      *    vacio y sus cifras parciales terminan con la "T" del
      *    periodo de la union, con tantos empleados como detalles.
           VALIDA-PARTICION.
           MOVE "N" TO WS-PAR-CHECKPOINT-VIVO.
           MOVE WS-RUTA-CHECKPOINT TO WS-RUTA-SUFIJO.
           PERFORM ABRE-ARCHIVO-PARTICION.
           IF WS-FILE-STATUS-PAR = "00"
               PERFORM LEE-LINEA-PARTICION
               IF FIN-DE-PARTICION = "1"
                   AND LINEA-PARTICION NOT = SPACES
                   MOVE "S" TO WS-PAR-CHECKPOINT-VIVO
               END-IF
               CLOSE ARCHIVO-PARTICION
           END-IF.
           MOVE ZEROES TO WS-PAR-DETALLES WS-PAR-EMPLEADOS-T.
           MOVE SPACE TO WS-PAR-TIPO-FINAL.
           MOVE SPACES TO WS-PAR-PERIODO-T.
           MOVE WS-RUTA-CIFRAS TO WS-RUTA-SUFIJO.
           PERFORM ABRE-ARCHIVO-PARTICION.
           IF WS-FILE-STATUS-PAR NOT = "00"
               MOVE "SIN CIFRAS PARCIALES" TO WS-SIT-ESTADO (WS-IX-SIT)
           ELSE
               PERFORM LEE-LINEA-PARTICION
               PERFORM REVISA-LINEA-PARTICION
                   UNTIL FIN-DE-PARTICION = "0"
               CLOSE ARCHIVO-PARTICION
               MOVE "OK" TO WS-SIT-ESTADO (WS-IX-SIT)
               IF WS-PAR-EMPLEADOS-T NOT = WS-PAR-DETALLES
                   MOVE "TOTAL T NO CUADRA CON DETALLES"
                       TO WS-SIT-ESTADO (WS-IX-SIT)
               END-IF
               IF WS-PAR-PERIODO-T NOT = WS-PERIODO-CORRIDA
                   MOVE "TOTAL T DE OTRO PERIODO"
                       TO WS-SIT-ESTADO (WS-IX-SIT)
               END-IF
               IF WS-PAR-TIPO-FINAL NOT = "T"
                   MOVE "SIN TOTAL T (A MEDIAS O FALLO)"
                       TO WS-SIT-ESTADO (WS-IX-SIT)
               END-IF
           END-IF.
           IF WS-SIT-ESTADO (WS-IX-SIT) = "OK"
               PERFORM VALIDA-ANEXOS-PARTICION
           END-IF.
           IF WS-PAR-CHECKPOINT-VIVO = "S"
               MOVE "CHECKPOINT VIVO (CORRIENDO/CAIDA)"
                   TO WS-SIT-ESTADO (WS-IX-SIT)
           END-IF.
           IF WS-SIT-ESTADO (WS-IX-SIT) = "OK"
               MOVE WS-PAR-DETALLES TO WS-SIT-EMPLEADOS (WS-IX-SIT)
               DISPLAY "Sitio " WS-SIT-SUFIJO (WS-IX-SIT)
                   ": particion completa, " WS-PAR-DETALLES
                   " empleados."
           ELSE
               ADD 1 TO WS-SITIOS-RECHAZADOS
               DISPLAY "Sitio " WS-SIT-SUFIJO (WS-IX-SIT) ": "
                   WS-SIT-ESTADO (WS-IX-SIT) " en " WS-RUTA-PARTICION
           END-IF.

           REVISA-LINEA-PARTICION.
           IF LINEA-PARTICION NOT = SPACES
               MOVE LINEA-PARTICION (1:1) TO WS-PAR-TIPO-FINAL
               IF WS-PAR-TIPO-FINAL = "D"
                   ADD 1 TO WS-PAR-DETALLES
               END-IF
               IF WS-PAR-TIPO-FINAL = "T"
                   MOVE LINEA-PARTICION TO CIFRAS-TOTALES-REGISTRO
                   MOVE CIF-TOT-EMPLEADOS TO WS-PAR-EMPLEADOS-T
                   MOVE CIF-TOT-PERIODO TO WS-PAR-PERIODO-T
               END-IF
           END-IF.
           PERFORM LEE-LINEA-PARTICION.

      *    Abre el archivo de la particion del sitio WS-IX-SIT cuya
      *    ruta sin sufijo viene en WS-RUTA-SUFIJO.
           ABRE-ARCHIVO-PARTICION.
           MOVE WS-SIT-SUFIJO (WS-IX-SIT) TO WS-SITIO-SUFIJO.
           PERFORM AGREGA-SUFIJO-SITIO.
           MOVE WS-RUTA-SUFIJO TO WS-RUTA-PARTICION.
           MOVE "1" TO FIN-DE-PARTICION.
           OPEN INPUT ARCHIVO-PARTICION.

           LEE-LINEA-PARTICION.
           READ ARCHIVO-PARTICION
               AT END
                   MOVE "0" TO FIN-DE-PARTICION
           END-READ.

      *    Si la union anterior murio despues de rehacer las cifras,
      *    su checkpoint sigue vivo: el reintento no vuelve a
      *    respaldar como "anteriores" unas cifras ya unidas.
           DETECTA-REINTENTO-UNION.
           OPEN INPUT CHECKPOINT-CORRIDA.
           IF WS-FILE-STATUS-CHK = "00"
               READ CHECKPOINT-CORRIDA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINEA-CHECKPOINT
                           TO WS-LINEA-CHECKPOINT-DET
                       IF CHK-PERIODO = WS-PERIODO-CORRIDA
                           MOVE "S" TO WS-REINTENTO-UNION
                           DISPLAY "Reintento de la union del "
                               "periodo " CHK-PERIODO "."
                       END-IF
               END-READ
               CLOSE CHECKPOINT-CORRIDA
           END-IF.

           LIBERA-PARTICIONES.
           PERFORM LIBERA-PARTICION-SITIO
               VARYING WS-IX-SIT FROM 1 BY 1
               UNTIL WS-IX-SIT > WS-TOTAL-SITIOS.

           LIBERA-PARTICION-SITIO.
           MOVE WS-RUTA-CIFRAS TO WS-RUTA-SUFIJO.
           PERFORM ABRE-ARCHIVO-PARTICION.
           IF WS-FILE-STATUS-PAR = "00"
               PERFORM LEE-LINEA-PARTICION
               PERFORM LIBERA-DETALLE-PARTICION
                   UNTIL FIN-DE-PARTICION = "0"
               CLOSE ARCHIVO-PARTICION
           END-IF.

           LIBERA-DETALLE-PARTICION.
           IF LINEA-PARTICION (1:1) = "D"
               RELEASE SD-LINEA-UNION FROM LINEA-PARTICION
           END-IF.
           PERFORM LEE-LINEA-PARTICION.

           ESCRIBE-UNION.
           MOVE "1" TO FIN-DE-UNION.
           PERFORM DEVUELVE-DETALLE-UNION.
           PERFORM UNE-DETALLE UNTIL FIN-DE-UNION = "0".
           IF WS-PRIMER-EMPLEADO = "N"
               PERFORM ESCRIBE-SUBTOTAL-DEPTO
           END-IF.

           DEVUELVE-DETALLE-UNION.
           RETURN UNION-ORDEN
               AT END
                   MOVE "0" TO FIN-DE-UNION
               NOT AT END
                   MOVE SD-LINEA-UNION TO CIFRAS-REGISTRO
           END-RETURN.

      *    Cada detalle pasa tal cual a las cifras unidas y entra a
      *    los totales, al fondo y a la tabla de hechos igual que en
      *    el reinicio; en el registro va por departamento o a la
      *    seccion de asimilados como en la corrida completa.
           UNE-DETALLE.
           MOVE CIFRAS-REGISTRO TO LINEA-CIFRAS.
           WRITE LINEA-CIFRAS.
           PERFORM TOMA-DETALLE-PARCIAL.
           MOVE CIF-NUMERO TO WS-NUMERO-EMP.
           MOVE CIF-NOMBRE TO WS-NOMBRE-EMP.
           MOVE CIF-DEPTO TO WS-DEPTO-EMP.
           MOVE CIF-BRUTO TO WS-BRUTO.
           MOVE CIF-ISR TO WS-DEDUCCION-ISR.
           MOVE CIF-NETO TO WS-NETO.
           COMPUTE WS-TOTAL-DEDUCCIONES = CIF-BRUTO - CIF-NETO.
           PERFORM MARCA-HORAS-EMPLEADO-HECHO.
           IF CIF-FONDO NOT = ZEROES
               ADD 1 TO WS-EMP-CON-FONDO
               ADD CIF-FONDO TO WS-FONDO-EMPRESA
           END-IF.
           IF CIF-PENSION NOT = ZEROES
               ADD 1 TO WS-EMP-CON-PENSION
               ADD CIF-PENSION TO WS-PENSION-EMPRESA
           END-IF.
           IF CIF-INFONAVIT NOT = ZEROES
               ADD 1 TO WS-EMP-CON-INFONAVIT
               ADD CIF-INFONAVIT TO WS-INFONAVIT-EMPRESA
           END-IF.
           IF CIF-REGIMEN = "ASI"
               PERFORM ANOTA-ASIMILADO
           ELSE
               IF WS-PRIMER-EMPLEADO = "S"
                   MOVE "N" TO WS-PRIMER-EMPLEADO
                   MOVE WS-DEPTO-EMP TO WS-DEPTO-ANTERIOR
               ELSE
                   IF WS-DEPTO-EMP NOT = WS-DEPTO-ANTERIOR
                       PERFORM ESCRIBE-SUBTOTAL-DEPTO
                       MOVE WS-DEPTO-EMP TO WS-DEPTO-ANTERIOR
                   END-IF
               END-IF
               PERFORM ESCRIBE-DETALLE-UNION
           END-IF.
           PERFORM DEVUELVE-DETALLE-UNION.

      *    El tramo de ISR no viaja en las cifras; en el registro
      *    unido sale en ceros (el de cada particion lo trae).
           ESCRIBE-DETALLE-UNION.
           MOVE CIF-NUMERO TO DET-NUMERO.
           MOVE CIF-NOMBRE TO DET-NOMBRE.
           MOVE CIF-DEPTO TO DET-DEPTO.
           MOVE CIF-BRUTO TO DET-BRUTO.
           MOVE CIF-ISR TO DET-ISR.
           MOVE CIF-IMSS TO DET-IMSS.
           MOVE CIF-NETO TO DET-NETO.
           MOVE ZEROES TO DET-TRAMO.
           MOVE CIF-OTRAS TO DET-OTRAS.
           MOVE CIF-HORAS-NORM TO DET-HORAS-NORM.
           MOVE CIF-HORAS-EXTRA TO DET-HORAS-EXTRA.
           MOVE WS-LINEA-DETALLE TO LINEA-REGISTRO-RPT.
           WRITE LINEA-REGISTRO-RPT.
           IF CIF-PRIMA-DOM NOT = ZEROES
               OR CIF-FESTIVO NOT = ZEROES
               MOVE CIF-PRIMA-DOM TO CAL-PRIMA-DOM
               MOVE CIF-FESTIVO TO CAL-FESTIVO
               MOVE WS-LINEA-CALENDARIO-DET TO LINEA-REGISTRO-RPT
               WRITE LINEA-REGISTRO-RPT
           END-IF.
           ADD 1 TO WS-CONTADOR-DEPTO.
           ADD CIF-BRUTO TO WS-BRUTO-DEPTO.
           ADD WS-TOTAL-DEDUCCIONES TO WS-DEDUCCIONES-DEPTO.
           ADD CIF-NETO TO WS-NETO-DEPTO.

           ESCRIBE-RENGLON-UNION-SITIO.
           MOVE WS-SIT-SUFIJO (WS-IX-SIT) TO UNS-SITIO.
           MOVE WS-SIT-EMPLEADOS (WS-IX-SIT) TO UNS-EMPLEADOS.
           MOVE WS-LINEA-UNION-SITIO TO LINEA-REGISTRO-RPT.
           WRITE LINEA-REGISTRO-RPT.

      *    Lo diferido por cada particion se junta en el detalle de
      *    la corrida antes de cargar las recuperaciones, que (como
      *    en el reinicio) lo releen para dejarlo pendiente.
           UNE-DIFERIDOS.
           PERFORM RESUELVE-RUTA-DIFERIDOS.
           OPEN OUTPUT DESCUENTOS-DIFERIDOS.
           IF WS-FILE-STATUS-DIF NOT = "00"
               DISPLAY "AVISO: no se pudo crear el detalle de "
                   "descuentos diferidos: " WS-RUTA-DIFERIDOS
           ELSE
               PERFORM UNE-DIFERIDOS-SITIO
                   VARYING WS-IX-SIT FROM 1 BY 1
                   UNTIL WS-IX-SIT > WS-TOTAL-SITIOS
               CLOSE DESCUENTOS-DIFERIDOS
           END-IF.

           UNE-DIFERIDOS-SITIO.
           MOVE WS-RUTA-DIFERIDOS TO WS-RUTA-SUFIJO.
           PERFORM ABRE-ARCHIVO-PARTICION.
           IF WS-FILE-STATUS-PAR = "00"
               PERFORM LEE-LINEA-PARTICION
               PERFORM COPIA-DIFERIDO-SITIO
                   UNTIL FIN-DE-PARTICION = "0"
               CLOSE ARCHIVO-PARTICION
           END-IF.

           COPIA-DIFERIDO-SITIO.
           MOVE LINEA-PARTICION TO LINEA-DIFERIDO.
           WRITE LINEA-DIFERIDO.
           PERFORM LEE-LINEA-PARTICION.

      *    Excepciones de horas, pagos de pension y detalle INFONAVIT
      *    de cada particion se agregan a los de la corrida; los dos
      *    ultimos solo si la corrida los abrio (con ordenes o
      *    creditos vigentes y, el INFONAVIT, fuera de reversa).
           UNE-DETALLES-SITIO.
           MOVE WS-RUTA-EXCEPCIONES-HOR TO WS-RUTA-SUFIJO.
           PERFORM ABRE-ARCHIVO-PARTICION.
           IF WS-FILE-STATUS-PAR = "00"
               PERFORM LEE-LINEA-PARTICION
               PERFORM COPIA-EXCEPCION-SITIO
                   UNTIL FIN-DE-PARTICION = "0"
               CLOSE ARCHIVO-PARTICION
           END-IF.
           IF WS-PAGO-PEN-ABIERTO = "S"
               MOVE WS-RUTA-PAGO-PENSIONES TO WS-RUTA-SUFIJO
               PERFORM ABRE-ARCHIVO-PARTICION
               IF WS-FILE-STATUS-PAR = "00"
                   PERFORM LEE-LINEA-PARTICION
                   PERFORM COPIA-PAGO-PENSION-SITIO
                       UNTIL FIN-DE-PARTICION = "0"
                   CLOSE ARCHIVO-PARTICION
               END-IF
           END-IF.
           IF WS-INF-RETENIDO-ABIERTO = "S"
               MOVE WS-RUTA-INF-RETENIDO TO WS-RUTA-SUFIJO
               PERFORM ABRE-ARCHIVO-PARTICION
               IF WS-FILE-STATUS-PAR = "00"
                   PERFORM LEE-LINEA-PARTICION
                   PERFORM COPIA-INF-RETENIDO-SITIO
                       UNTIL FIN-DE-PARTICION = "0"
                   CLOSE ARCHIVO-PARTICION
               END-IF
           END-IF.

           COPIA-EXCEPCION-SITIO.
           MOVE LINEA-PARTICION TO LINEA-EXCEPCION-HOR.
           WRITE LINEA-EXCEPCION-HOR.
           PERFORM LEE-LINEA-PARTICION.

           COPIA-PAGO-PENSION-SITIO.
           MOVE LINEA-PARTICION TO LINEA-PAGO-PENSION.
           WRITE LINEA-PAGO-PENSION.
           PERFORM LEE-LINEA-PARTICION.

           COPIA-INF-RETENIDO-SITIO.
           MOVE LINEA-PARTICION TO LINEA-INF-RETENIDO.
           WRITE LINEA-INF-RETENIDO.
           PERFORM LEE-LINEA-PARTICION.

      *    Los anexos terminan con la "F" del periodo: sin ella la
      *    particion no llego a escribirlos completos.
           VALIDA-ANEXOS-PARTICION.
           MOVE SPACE TO WS-PAR-TIPO-ANEXOS.
           MOVE SPACES TO WS-PAR-PERIODO-ANEXOS.
           MOVE WS-RUTA-ANEXOS-PAR TO WS-RUTA-SUFIJO.
           PERFORM ABRE-ARCHIVO-PARTICION.
           IF WS-FILE-STATUS-PAR NOT = "00"
               MOVE "SIN ANEXOS DE LA PARTICION"
                   TO WS-SIT-ESTADO (WS-IX-SIT)
           ELSE
               PERFORM LEE-LINEA-PARTICION
               PERFORM REVISA-LINEA-ANEXOS
                   UNTIL FIN-DE-PARTICION = "0"
               CLOSE ARCHIVO-PARTICION
               IF WS-PAR-TIPO-ANEXOS NOT = "F"
                   OR WS-PAR-PERIODO-ANEXOS NOT = WS-PERIODO-CORRIDA
                   MOVE "ANEXOS A MEDIAS O DE OTRO PERIODO"
                       TO WS-SIT-ESTADO (WS-IX-SIT)
               END-IF
           END-IF.

           REVISA-LINEA-ANEXOS.
           IF LINEA-PARTICION NOT = SPACES
               MOVE LINEA-PARTICION TO WS-LINEA-ANEXO-PAR
               MOVE APA-TIPO TO WS-PAR-TIPO-ANEXOS
               IF APA-TIPO = "F"
                   MOVE APA-PERIODO TO WS-PAR-PERIODO-ANEXOS
               END-IF
           END-IF.
           PERFORM LEE-LINEA-PARTICION.

      *    Los renglones de cada sitio se agregan a los anexos de la
      *    union y el resumen por codigo se suma, como si la corrida
      *    hubiera sido completa.
           CARGA-ANEXOS-SITIO.
           MOVE WS-RUTA-ANEXOS-PAR TO WS-RUTA-SUFIJO.
           PERFORM ABRE-ARCHIVO-PARTICION.
           IF WS-FILE-STATUS-PAR = "00"
               PERFORM LEE-LINEA-PARTICION
               PERFORM TOMA-LINEA-ANEXOS
                   UNTIL FIN-DE-PARTICION = "0"
               CLOSE ARCHIVO-PARTICION
           END-IF.

           TOMA-LINEA-ANEXOS.
           MOVE LINEA-PARTICION TO WS-LINEA-ANEXO-PAR.
           EVALUATE APA-TIPO
               WHEN "S"
                   IF WS-TOTAL-CUMPLIMIENTO < 999
                       ADD 1 TO WS-TOTAL-CUMPLIMIENTO
                       MOVE APA-SMN-NUMERO
                           TO WS-SMN-NUMERO (WS-TOTAL-CUMPLIMIENTO)
                       MOVE APA-SMN-NOMBRE
                           TO WS-SMN-NOMBRE (WS-TOTAL-CUMPLIMIENTO)
                       MOVE APA-SMN-SITIO
                           TO WS-SMN-SITIO (WS-TOTAL-CUMPLIMIENTO)
                       MOVE APA-SMN-ZONA
                           TO WS-SMN-ZONA (WS-TOTAL-CUMPLIMIENTO)
                       MOVE APA-SMN-DIAS
                           TO WS-SMN-DIAS (WS-TOTAL-CUMPLIMIENTO)
                       MOVE APA-SMN-PAGO
                           TO WS-SMN-PAGO (WS-TOTAL-CUMPLIMIENTO)
                       MOVE APA-SMN-MINIMO
                           TO WS-SMN-MINIMO (WS-TOTAL-CUMPLIMIENTO)
                   END-IF
               WHEN "A"
                   IF WS-TOTAL-ANEXO < 999
                       ADD 1 TO WS-TOTAL-ANEXO
                       MOVE APA-ANX-TIPO TO WS-ANX-TIPO (WS-TOTAL-ANEXO)
                       MOVE APA-ANX-NUMERO
                           TO WS-ANX-NUMERO (WS-TOTAL-ANEXO)
                       MOVE APA-ANX-FOLIO
                           TO WS-ANX-FOLIO (WS-TOTAL-ANEXO)
                       MOVE APA-ANX-DIAS TO WS-ANX-DIAS (WS-TOTAL-ANEXO)
                       MOVE APA-ANX-DESCUENTO
                           TO WS-ANX-DESCUENTO (WS-TOTAL-ANEXO)
                   END-IF
               WHEN "R"
                   PERFORM SUMA-RESUMEN-SITIO
               WHEN "W"
                   ADD APA-DST-DESBORDADAS TO WS-DST-DESBORDADAS
                   ADD APA-CMD-DESBORDADAS TO WS-CMD-DESBORDADAS
           END-EVALUATE.
           PERFORM LEE-LINEA-PARTICION.

           SUMA-RESUMEN-SITIO.
           MOVE APA-RES-CODIGO TO WS-CONCEPTO-DESCUENTO.
           MOVE ZEROES TO WS-RES-ENCONTRADO.
           PERFORM VARYING WS-IX-RES FROM 1 BY 1
               UNTIL WS-IX-RES > WS-TOTAL-RESUMEN-DED
               OR WS-RES-ENCONTRADO > ZEROES
               IF WS-RES-CODIGO (WS-IX-RES) = WS-CONCEPTO-DESCUENTO
                   MOVE WS-IX-RES TO WS-RES-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-RES-ENCONTRADO = ZEROES
               AND WS-TOTAL-RESUMEN-DED < 20
               ADD 1 TO WS-TOTAL-RESUMEN-DED
               MOVE WS-TOTAL-RESUMEN-DED TO WS-RES-ENCONTRADO
               MOVE WS-CONCEPTO-DESCUENTO
                   TO WS-RES-CODIGO (WS-RES-ENCONTRADO)
               MOVE ZEROES TO WS-RES-CONTADOR (WS-RES-ENCONTRADO)
               MOVE ZEROES TO WS-RES-TOTAL (WS-RES-ENCONTRADO)
           END-IF.
           IF WS-RES-ENCONTRADO > ZEROES
               ADD APA-RES-CONTADOR
                   TO WS-RES-CONTADOR (WS-RES-ENCONTRADO)
               ADD APA-RES-TOTAL TO WS-RES-TOTAL (WS-RES-ENCONTRADO)
           END-IF.

           CIERRA-ARCHIVOS-UNION.
           PERFORM ESCRIBE-CIFRAS-TOTALES.
           CLOSE REGISTRO-RPT.
           CLOSE EXCEPCIONES-HORAS.
           CLOSE CIFRAS-NOMINA.
           IF WS-INF-RETENIDO-ABIERTO = "S"
               CLOSE INFONAVIT-RETENIDO
           END-IF.
           IF WS-DIFERIDOS-ABIERTO = "S"
               CLOSE DESCUENTOS-DIFERIDOS
               DISPLAY "Detalle de descuentos diferidos en: "
                   WS-RUTA-DIFERIDOS
           END-IF.
           IF WS-PAGO-PEN-ABIERTO = "S"
               CLOSE PAGO-PENSIONES
               DISPLAY "Pagos a beneficiarios de pension en: "
                   WS-RUTA-PAGO-PENSIONES
           END-IF.
           DISPLAY "Cifras unidas de la corrida en: " WS-RUTA-CIFRAS.

           REGISTRA-BITACORA.
           CALL "bitacora-corrida"
               USING WS-BIT-PROGRAMA WS-BIT-EVENTO
