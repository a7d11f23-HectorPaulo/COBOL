      ******************************************************************
      * Author:HECTOR PAULO
      * Purpose:REGISTRO COMPARTIDO DE UN CANDIDATO DE UNA
      *         REQUISICION (CANDIDATOS.txt, UNA LINEA POR
      *         CANDIDATO): LOS DATOS DEL EXPEDIENTE QUE SE CAPTURAN
      *         DESDE LA POSTULACION Y LA ETAPA EN QUE VA. CUANDO
      *         ACEPTA LA OFERTA, requisiciones DA DE ALTA AL
      *         EMPLEADO CON ESTOS MISMOS DATOS (ID DE asigna-id) EN
      *         VEZ DE VOLVER A TECLEARLOS. VER REQREG.cpy.
      * Tectonics: cobc -I copybooks
      ******************************************************************
           01  CANDIDATO-REGISTRO.
               05 CAN-FOLIO-REQ PIC 9(6).
               05 CAN-NUMERO PIC 9(3).
               05 CAN-NOMBRE PIC X(25).
               05 CAN-APELLIDOS PIC X(35).
               05 CAN-TELEFONO PIC X(9).
               05 CAN-DIRECCION PIC X(35).
               05 CAN-FECHA-NACIMIENTO PIC X(8).
               05 CAN-RFC PIC X(13).
               05 CAN-CURP PIC X(18).
               05 CAN-NSS PIC X(11).
               05 CAN-BANCO PIC X(3).
               05 CAN-CLABE PIC X(18).
      *        "P" = postulado, "E" = entrevistado, "O" = con oferta,
      *        "A" = acepto (CAN-EMPLEADO-ID trae su ID), "R" =
      *        rechazado o descartado.
               05 CAN-ETAPA PIC X(1).
               05 CAN-FECHA-POSTULACION PIC X(8).
               05 CAN-FECHA-ETAPA PIC X(8).
               05 CAN-EMPLEADO-ID PIC X(6).
