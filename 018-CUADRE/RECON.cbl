                                                  VALUE ZEROS.
           05 WSV-TRN-SUMA-B           PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-TRN-REVERSOS         PIC 9(07) VALUE ZEROS.
      *
      *RECUENTO INDEPENDIENTE DE LA BITACORA PARA LA MISMA CORRIDA
       01  WSV-LADO-AUDIT.
                                                  VALUE ZEROS.
           05 WSV-AUD-SUMA-B           PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-AUD-REVERSOS         PIC 9(07) VALUE ZEROS.
      *
       77  WSV-DESCUADRE-SW             PIC X(01) VALUE 'N'.
         88 WSV-HAY-DESCUADRE                     VALUE 'S'.
           END-READ.

      *RECUENTO INDEPENDIENTE DE LA ENTRADA - SOLO LOS DETALLES
      *CUENTAN, EL HEADER Y EL TRAILER SON DE CONTROL; LOS REVERSOS
      *SE CUENTAN APARTE CONTRA LOS REVERSANTES DE LA AUDITORIA
       030-SUMAR-TRANS.
           IF TR-TIPO-DETALLE
               ADD 1        TO WSV-TRN-CUENTA
               ADD TR-NUM-A TO WSV-TRN-SUMA-A
               ADD TR-NUM-B TO WSV-TRN-SUMA-B
           END-IF
           IF TR-TIPO-REVERSO
               ADD 1        TO WSV-TRN-REVERSOS
           END-IF
           PERFORM 025-LEER-TRANS.

       040-CERRAR-TRANS.

       050-SUMAR-AUDIT.
           IF AUD-RUN-ID = WSV-RUN-BUSCADO
               IF AUD-REVERSANTE
                   ADD 1         TO WSV-AUD-REVERSOS
               ELSE
                   ADD 1         TO WSV-AUD-CUENTA
                   ADD AUD-NUM-A TO WSV-AUD-SUMA-A
                   ADD AUD-NUM-B TO WSV-AUD-SUMA-B
               END-IF
           END-IF
           PERFORM 047-LEER-AUDIT.

               MOVE 'S'                  TO WSV-DESCUADRE-SW
           END-IF
           PERFORM 075-VEREDICTO-LINEA
      *UN REVERSO RECHAZADO POR ARITM NO POSTEA Y YA QUEDO EN LAS
      *EXCEPCIONES; MAS REVERSANTES QUE PEDIDOS SI ES DESCUADRE
           IF WSV-TRN-REVERSOS > ZEROS OR WSV-AUD-REVERSOS > ZEROS
               MOVE 'TRANFILE  '            TO RPTL-LADO
               MOVE 'REVERSOS  : '          TO RPTL-LITERAL
               MOVE WSV-TRN-REVERSOS        TO RPTL-CUENTA
               MOVE ZEROS                   TO RPTL-SUMA-A
               MOVE ZEROS                   TO RPTL-SUMA-B
               PERFORM 070-LADO-LINEA
               MOVE 'AUDITORIA '            TO RPTL-LADO
               MOVE 'REVERSANTES:'          TO RPTL-LITERAL
               MOVE WSV-AUD-REVERSOS        TO RPTL-CUENTA
               PERFORM 070-LADO-LINEA
               MOVE 'REVERSOS POSTEADOS    ' TO RPTV-CONCEPTO
               EVALUATE TRUE
                   WHEN WSV-TRN-REVERSOS = WSV-AUD-REVERSOS
                       MOVE 'EN CUADRE'      TO RPTV-ESTADO
                   WHEN WSV-TRN-REVERSOS > WSV-AUD-REVERSOS
                       MOVE 'CON RECHAZO'    TO RPTV-ESTADO
                   WHEN OTHER
                       MOVE 'DESCUADRE'      TO RPTV-ESTADO
                       MOVE 'S'              TO WSV-DESCUADRE-SW
               END-EVALUATE
               PERFORM 075-VEREDICTO-LINEA
           END-IF
           IF WSV-HAY-DESCUADRE
               DISPLAY 'CUADRE TRANFILE/AUDITORIA: DESCUADRE'
           ELSE
