      ******************************************************************
      * PEDREL.cpy
      * Record layout for RELATORIO-PEDIDOS.DAT, the deferred report
      * request queue. An operator asks MENU-PRINCIPAL for one of the
      * heavy reports (TENDENCIA, COMPONENTES, DIARIO) with its course,
      * term and turma - spaces for all - instead of running it in
      * the morning; the line is appended under RELATORIO-PEDIDOS.LCK
      * with the operator and terminal that asked. The PEDIDOS step
      * of the nightly stream (PEDIDOS-RELATORIO) runs the queued
      * lines in PR-SEQ order, spools each report under the
      * requester's id (SPOOLIX.cpy) and sets PR-STATUS: E executed
      * with the spool sequence, X failed with the reason. The menu
      * shows the requester the outcome at the next sign-on and
      * stamps PR-AVISADO; a line run or failed and already shown is
      * dropped the next time the menu rewrites the queue, and a queue
      * of 500 lines refuses new requests.
      ******************************************************************
       01 PEDIDO-RELATORIO-RECORD.
           05 PR-SEQ                PIC 9(06).
           05 PR-RELATORIO          PIC X(12).
               88 PR-TENDENCIA      VALUE "TENDENCIA".
               88 PR-COMPONENTES    VALUE "COMPONENTES".
               88 PR-DIARIO         VALUE "DIARIO".
           05 PR-CURSO              PIC X(10).
           05 PR-TERMO              PIC X(06).
           05 PR-TURMA              PIC X(04).
           05 PR-OPERADOR           PIC X(08).
           05 PR-TERMINAL           PIC X(08).
           05 PR-PEDIDO-EM          PIC X(19).
           05 PR-STATUS             PIC X(01).
               88 PR-NA-FILA        VALUE "F".
               88 PR-EXECUTADO      VALUE "E".
               88 PR-FALHOU         VALUE "X".
           05 PR-EXECUTADO-EM       PIC X(19).
           05 PR-SPOOL-SEQ          PIC 9(04).
           05 PR-MOTIVO             PIC X(30).
           05 PR-AVISADO            PIC X(01).
               88 PR-JA-AVISADO     VALUE "S".
