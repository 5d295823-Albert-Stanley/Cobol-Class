      ******************************************************************
      * REVISAO.cpy
      * Record layout for GRADE-APPEALS.DAT, the grade appeal
      * (revisao de nota) case file kept by REVISAO-NOTAS. A case is
      * keyed by the contested STUDENT-GRADES.DAT row - matricula,
      * SG-PROGRAMA-ID and SG-DATA-HORA (RV-CHAVE) - and numbered
      * sequentially in RV-CASO. Life cycle:
      *   A aberto       complaint registered, waiting on the teacher
      *   E em analise   the instructor's response is on file
      *   D deferido     granted: the correction went to
      *                  PENDING-ADJUSTMENTS.DAT (ADJQUEUE.cpy) as
      *                  queue item RV-AJUSTE-SEQ, motivo RVN, with
      *                  this case number in AJ-CASO-REVISAO
      *   I indeferido   denied, RV-RESPOSTA says why
      * RV-PRAZO (AAAAMMDD) is the decision deadline: TC-FIM of the
      * row's term in TERM-CALENDAR.DAT plus the PRAZO-DIAS days of
      * APPEAL-RULES.DAT. REVISOES-PRAZOS flags the A/E cases past it.
      ******************************************************************
       01 APPEAL-CASE-RECORD.
           05 RV-CASO               PIC 9(06).
           05 RV-CHAVE.
               10 RV-STUDENT-ID     PIC X(10).
               10 RV-PROGRAMA-ID    PIC X(10).
               10 RV-DATA-HORA      PIC X(19).
           05 RV-STATUS             PIC X(01).
               88 RV-ABERTO         VALUE "A".
               88 RV-EM-ANALISE     VALUE "E".
               88 RV-DEFERIDO       VALUE "D".
               88 RV-INDEFERIDO     VALUE "I".
               88 RV-PENDENTE       VALUES "A", "E".
           05 RV-TERMO              PIC X(06).
           05 RV-ABERTO-EM          PIC X(19).
           05 RV-PRAZO              PIC X(08).
           05 RV-ALEGACAO           PIC X(60).
           05 RV-RESPOSTA           PIC X(60).
           05 RV-ABERTO-POR         PIC X(08).
           05 RV-DECIDIDO-POR       PIC X(08).
           05 RV-DECIDIDO-EM        PIC X(19).
           05 RV-AJUSTE-SEQ         PIC 9(06).
