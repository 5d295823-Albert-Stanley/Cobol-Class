      * step by editing data instead of recompiling the controller.
      * Native steps: MEDIA, EXERCICIO13, EXERCICIO08; other names
      * are dispatched to their programs (SNAPSHOT, INDEXA,
      * ESTATISTICA, PORTAL, INTEGRIDADE, AVISOS, TEMPOS,
      * FREQUENCIA, REFLEXOS, PEDIDOS, SITUACAO). A missing stream
      * file falls back to the classic MEDIA/EXERCICIO13/EXERCICIO08
      * sequence.
      ******************************************************************
       01 STREAM-RECORD.
