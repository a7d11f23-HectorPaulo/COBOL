      *         PREVIA NO HAY CHEQUE NUEVO, PARA QUE NUNCA HAYA DOS
      *         CHEQUES VIVOS POR EL MISMO PAGO Y LA CONCILIACION
      *         BANCARIA CUADRE. EL ARCHIVO SE REESCRIBE COMPLETO
      *         DESDE LA TABLA COMO EN MANTIENE-DEPTOS. UN CHEQUE QUE
      *         EL BANCO YA PAGO (STATUS "P", concilia-cheques) NO SE
      *         PUEDE CANCELAR: EL DINERO YA SALIO.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD REGISTRO-CHEQUES.
       01  LINEA-CHEQUE PIC X(110).

       FD FOLIO-CHEQUES.
       01  LINEA-FOLIO PIC X(20).
               10 WS-CHQ-PERIODO PIC X(6).
               10 WS-CHQ-STATUS PIC X(1).
               10 WS-CHQ-FOLIO-ORIGEN PIC 9(7).
               10 WS-CHQ-NOMBRE PIC X(30).
               10 WS-CHQ-AVISO-BANCO PIC X(1).
               10 WS-CHQ-FECHA-COBRO PIC X(8).
               10 WS-CHQ-IMPORTE-COBRADO PIC S9(7)V99.
       01  WS-TOTAL-CHEQUES PIC 9(4) VALUE ZEROES.
       01  WS-IX-CHQ PIC 9(4).
       01  WS-CHQ-ENCONTRADO PIC 9(4).
               MOVE CHQ-STATUS TO WS-CHQ-STATUS (WS-TOTAL-CHEQUES)
               MOVE CHQ-FOLIO-ORIGEN
                   TO WS-CHQ-FOLIO-ORIGEN (WS-TOTAL-CHEQUES)
               MOVE CHQ-NOMBRE TO WS-CHQ-NOMBRE (WS-TOTAL-CHEQUES)
               MOVE CHQ-AVISO-BANCO
                   TO WS-CHQ-AVISO-BANCO (WS-TOTAL-CHEQUES)
               MOVE CHQ-FECHA-COBRO
                   TO WS-CHQ-FECHA-COBRO (WS-TOTAL-CHEQUES)
               IF CHQ-IMPORTE-COBRADO IS NUMERIC
                   MOVE CHQ-IMPORTE-COBRADO
                       TO WS-CHQ-IMPORTE-COBRADO (WS-TOTAL-CHEQUES)
               ELSE
                   MOVE ZEROES
                       TO WS-CHQ-IMPORTE-COBRADO (WS-TOTAL-CHEQUES)
               END-IF
           END-IF.
           PERFORM LEE-LINEA-CHEQUE.

                   MOVE "CANCELADO" TO LIS-STATUS
               WHEN "R"
                   MOVE "REEXPEDIDO" TO LIS-STATUS
               WHEN "P"
                   MOVE "PAGADO" TO LIS-STATUS
               WHEN OTHER
                   MOVE "?" TO LIS-STATUS
           END-EVALUATE.
               IF WS-CHQ-STATUS (WS-CHQ-ENCONTRADO) = "C"
                   DISPLAY "Ese cheque ya esta cancelado."
               ELSE
                   IF WS-CHQ-STATUS (WS-CHQ-ENCONTRADO) = "P"
                       DISPLAY "RECHAZADO: el banco ya pago el cheque "
                           WS-FOLIO-CAPTURADO " el "
                           WS-CHQ-FECHA-COBRO (WS-CHQ-ENCONTRADO)
                           "; no se puede cancelar."
                   ELSE
                       MOVE "C" TO WS-CHQ-STATUS (WS-CHQ-ENCONTRADO)
                       PERFORM REESCRIBE-REGISTRO
                       DISPLAY "Cheque " WS-FOLIO-CAPTURADO
                           " cancelado; pago-positivo avisara la "
                           "cancelacion al banco."
                   END-IF
               END-IF
           END-IF.

               MOVE "R" TO WS-CHQ-STATUS (WS-TOTAL-CHEQUES)
               MOVE WS-CHQ-FOLIO (WS-CHQ-ENCONTRADO)
                   TO WS-CHQ-FOLIO-ORIGEN (WS-TOTAL-CHEQUES)
               MOVE WS-CHQ-NOMBRE (WS-CHQ-ENCONTRADO)
                   TO WS-CHQ-NOMBRE (WS-TOTAL-CHEQUES)
               MOVE SPACES TO WS-CHQ-AVISO-BANCO (WS-TOTAL-CHEQUES)
               MOVE SPACES TO WS-CHQ-FECHA-COBRO (WS-TOTAL-CHEQUES)
               MOVE ZEROES
                   TO WS-CHQ-IMPORTE-COBRADO (WS-TOTAL-CHEQUES)
               ADD 1 TO WS-PROXIMO-FOLIO
               PERFORM GUARDA-PROXIMO-FOLIO
               PERFORM REESCRIBE-REGISTRO
           MOVE WS-CHQ-PERIODO (WS-IX-CHQ) TO CHQ-PERIODO.
           MOVE WS-CHQ-STATUS (WS-IX-CHQ) TO CHQ-STATUS.
           MOVE WS-CHQ-FOLIO-ORIGEN (WS-IX-CHQ) TO CHQ-FOLIO-ORIGEN.
           MOVE WS-CHQ-NOMBRE (WS-IX-CHQ) TO CHQ-NOMBRE.
           MOVE WS-CHQ-AVISO-BANCO (WS-IX-CHQ) TO CHQ-AVISO-BANCO.
           MOVE WS-CHQ-FECHA-COBRO (WS-IX-CHQ) TO CHQ-FECHA-COBRO.
           MOVE WS-CHQ-IMPORTE-COBRADO (WS-IX-CHQ)
               TO CHQ-IMPORTE-COBRADO.
           MOVE CHEQUE-REGISTRO TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.

