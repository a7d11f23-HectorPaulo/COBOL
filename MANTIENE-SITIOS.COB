      * Date:03/09/2026
      * Purpose:MANTENIMIENTO DEL CATALOGO DE SITIOS
      *         (CATALOGO-SITIOS.txt, UN RENGLON
      *         sitio,estado,tasa-isn,exencion,zona,registro POR
      *         SITIO): CADA PREFIJO DE DOS LETRAS DE EMPLEADOS-ID-SITIO
      *         (EL SITIO "00" ES LA PLAZA SIN PREFIJO) SE MAPEA AL
      *         ESTADO DONDE COTIZA, SU TASA DE IMPUESTO SOBRE
      *         NOMINA EN POR CIENTO, LA BASE MENSUAL EXENTA DE ESE
      *         ESTADO Y SU ZONA DE SALARIO MINIMO ("G" GENERAL, "F"
      *         ZONA LIBRE DE LA FRONTERA NORTE; LOS RENGLONES SIN
      *         ZONA SE LEEN COMO GENERAL) Y EL REGISTRO PATRONAL DEL
      *         IMSS BAJO EL QUE COTIZA SU GENTE (OPCIONAL; DEBE
      *         EXISTIR EN REGISTROS-PATRONALES.txt, VER
      *         mantiene-patronales). LISTAR, AGREGAR, MODIFICAR
      *         Y ELIMINAR, REESCRIBIENDO EL ARCHIVO COMPLETO DESDE LA
      *         TABLA COMO MANTIENE-DEPTOS; LO CONSUMEN declara-isn
      *         PARA LA DECLARACION MENSUAL POR ESTADO Y
      *         busca-salario-minimo PARA EL MINIMO DE CADA SITIO Y
      *         busca-registro-patronal PARA EL REGISTRO PATRONAL.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-SIT-ESTADO PIC X(15).
               10 WS-SIT-TASA PIC 9(2)V99.
               10 WS-SIT-EXENCION PIC 9(7)V99.
               10 WS-SIT-ZONA PIC X(1).
               10 WS-SIT-REGISTRO PIC X(11).
       01  WS-TOTAL-SITIOS PIC 9(2) VALUE ZEROES.
       01  WS-IX-SIT PIC 9(2).
       01  WS-SIT-ENCONTRADO PIC 9(2).
       01  WS-CLAVE-X PIC X(3).
       01  WS-TASA-X PIC X(8).
       01  WS-EXENCION-X PIC X(12).
       01  WS-ZONA-X PIC X(3).
       01  WS-ZONA-VALIDA PIC X.
       01  WS-REGISTRO-X PIC X(12).
       01  WS-REGISTRO-VALIDO PIC X.
       COPY RPBREG.
       01  WS-TASA-EDITADA PIC Z9.99.
       01  WS-EXENCION-EDITADA PIC ZZZZZZ9.99.

               AND WS-TOTAL-SITIOS < 50
               ADD 1 TO WS-TOTAL-SITIOS
               MOVE SPACES TO WS-CLAVE-X WS-TASA-X WS-EXENCION-X
                   WS-ZONA-X WS-REGISTRO-X
               UNSTRING LINEA-CATALOGO DELIMITED BY ","
                   INTO WS-CLAVE-X
                       WS-SIT-ESTADO (WS-TOTAL-SITIOS)
                       WS-TASA-X WS-EXENCION-X WS-ZONA-X
                       WS-REGISTRO-X
               END-UNSTRING
               MOVE WS-REGISTRO-X (1:11)
                   TO WS-SIT-REGISTRO (WS-TOTAL-SITIOS)
               MOVE WS-CLAVE-X (1:2)
                   TO WS-SIT-CLAVE (WS-TOTAL-SITIOS)
               COMPUTE WS-SIT-TASA (WS-TOTAL-SITIOS) =
                   FUNCTION NUMVAL(WS-TASA-X)
               COMPUTE WS-SIT-EXENCION (WS-TOTAL-SITIOS) =
                   FUNCTION NUMVAL(WS-EXENCION-X)
               IF WS-ZONA-X (1:1) = "F"
                   MOVE "F" TO WS-SIT-ZONA (WS-TOTAL-SITIOS)
               ELSE
                   MOVE "G" TO WS-SIT-ZONA (WS-TOTAL-SITIOS)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CATALOGO.

           MENU-SITIOS.
           DISPLAY "--------------------------------------------".
           DISPLAY "  CATALOGO DE SITIOS (ESTADO, TASA ISN Y ZONA)".
           DISPLAY "  1. Listar sitios".
           DISPLAY "  2. Agregar un sitio".
           DISPLAY "  3. Modificar un sitio".
           DISPLAY "  " WS-SIT-CLAVE (WS-IX-SIT) " "
               WS-SIT-ESTADO (WS-IX-SIT)
               " tasa " WS-TASA-EDITADA
               "% exencion " WS-EXENCION-EDITADA
               " zona " WS-SIT-ZONA (WS-IX-SIT)
               " reg. " WS-SIT-REGISTRO (WS-IX-SIT).

           BUSCA-SITIO-EN-TABLA.
           MOVE ZEROES TO WS-SIT-ENCONTRADO.
           ACCEPT WS-EXENCION-X.
           COMPUTE WS-SIT-EXENCION (WS-SIT-ENCONTRADO) =
               FUNCTION NUMVAL(WS-EXENCION-X).
           MOVE "N" TO WS-ZONA-VALIDA.
           PERFORM CAPTURA-ZONA-SITIO UNTIL WS-ZONA-VALIDA = "S".
           MOVE "N" TO WS-REGISTRO-VALIDO.
           PERFORM CAPTURA-REGISTRO-SITIO
               UNTIL WS-REGISTRO-VALIDO = "S".

      *    La zona decide el salario minimo del sitio: "F" para los
      *    municipios de la Zona Libre de la Frontera Norte, "G" para
      *    el resto del pais.
           CAPTURA-ZONA-SITIO.
           DISPLAY "Zona de salario minimo (G general, F frontera "
               "norte): ".
           ACCEPT WS-ZONA-X.
           MOVE FUNCTION UPPER-CASE(WS-ZONA-X) TO WS-ZONA-X.
           IF WS-ZONA-X = "G" OR WS-ZONA-X = "F"
               MOVE WS-ZONA-X (1:1) TO WS-SIT-ZONA (WS-SIT-ENCONTRADO)
               MOVE "S" TO WS-ZONA-VALIDA
           ELSE
               DISPLAY "La zona debe ser G o F."
           END-IF.

      *    En blanco el sitio queda sin registro patronal propio; si
      *    se captura, tiene que estar dado de alta en el catalogo de
      *    registros patronales.
           CAPTURA-REGISTRO-SITIO.
           DISPLAY "Registro patronal IMSS (11 posiciones, en blanco "
               "si no tiene): ".
           ACCEPT WS-REGISTRO-X.
           MOVE FUNCTION UPPER-CASE(WS-REGISTRO-X) TO WS-REGISTRO-X.
           IF WS-REGISTRO-X = SPACES
               MOVE SPACES TO WS-SIT-REGISTRO (WS-SIT-ENCONTRADO)
               MOVE "S" TO WS-REGISTRO-VALIDO
           ELSE
               MOVE "R" TO RPB-ACCION
               MOVE WS-REGISTRO-X (1:11) TO RPB-REGISTRO
               CALL "busca-registro-patronal"
                   USING REGISTRO-PATRONAL-CONSULTA
               IF RPB-RESULTADO = "S"
                   MOVE WS-REGISTRO-X (1:11)
                       TO WS-SIT-REGISTRO (WS-SIT-ENCONTRADO)
                   MOVE "S" TO WS-REGISTRO-VALIDO
               ELSE
                   DISPLAY "Ese registro patronal no esta en el "
                       "catalogo de registros."
               END-IF
           END-IF.

           MODIFICA-SITIO.
           DISPLAY "Prefijo del sitio a modificar: ".
           END-IF.

      *    Tasa y exencion salen editadas con punto decimal para que
      *    NUMVAL las relea igual al recargar el catalogo; la zona va
      *    al final para que los lectores de cuatro campos la ignoren
      *    y el registro patronal despues de ella, por la misma razon.
           ESCRIBE-LINEA-SITIO.
           MOVE WS-SIT-TASA (WS-IX-SIT) TO WS-TASA-EDITADA.
           MOVE WS-SIT-EXENCION (WS-IX-SIT) TO WS-EXENCION-EDITADA.
               FUNCTION TRIM(WS-TASA-EDITADA) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXENCION-EDITADA) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-SIT-ZONA (WS-IX-SIT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-SIT-REGISTRO (WS-IX-SIT) DELIMITED BY SPACE
               INTO LINEA-CATALOGO
           END-STRING.
           WRITE LINEA-CATALOGO.
