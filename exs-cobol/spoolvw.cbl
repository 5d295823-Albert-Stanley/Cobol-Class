      *          chosen generation: the captured SPOOL-nnnn.DAT is
      *          copied to SPOOL-REPRINT.DAT and echoed to the
      *          console, so last Tuesday's reconciliation report is
      *          one inquiry away instead of gone. A report run
      *          from the request queue is listed with its requester
      *          and request number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                       AT END
                           MOVE "10" TO WS-INDEX-STATUS
                       NOT AT END
                           IF SP-OPERADOR = SPACES
                               DISPLAY SP-SEQ ": " SP-ORIGEM
                                   " CAPTURADO EM " SP-TIMESTAMP
                           ELSE
                               DISPLAY SP-SEQ ": " SP-ORIGEM
                                   " CAPTURADO EM " SP-TIMESTAMP
                                   " PEDIDO " SP-PEDIDO " DE "
                                   SP-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
