      ******************************************************************
      * BLOQUEIO.cpy
      * Record layout for HOLDS.DAT, the student holds (bloqueios)
      * kept by BLOQUEIOS-MANUT. A hold is placed by an office
      * (BL-SETOR: BIBLIOTECA, TESOURARIA, SECRETARIA...) against a
      * matricula, numbered sequentially in BL-NUMERO, and stays
      * active until released - BL-DATA-LIBERACAO blank means
      * active. A released hold is kept for the record, never
      * deleted. While a student has an active hold,
      * DECLARACAO-NOTAS, HISTORICO-ALUNO and MATRICULAS-MANUT refuse
      * to serve the student and show BL-MOTIVO; a supervisor
      * (OPERMST.cpy level 3) can override, and the override goes to
      * AUDIT-LOG.DAT. CONSULTA-ALUNO shows the active holds;
      * BLOQUEIOS-RELATORIO lists them by type and office.
      * Hold types:
      *   BIB  biblioteca (material nao devolvido)
      *   FIN  financeiro (mensalidade ou taxa em aberto)
      *   DIS  disciplinar (processo disciplinar aberto)
      *   DOC  documentacao pendente
      *   ADM  administrativo (outros)
      ******************************************************************
       01 HOLD-RECORD.
           05 BL-NUMERO             PIC 9(06).
           05 BL-STUDENT-ID         PIC X(10).
           05 BL-TIPO               PIC X(03).
               88 BL-TIPO-VALIDO    VALUES "BIB", "FIN", "DIS",
                                           "DOC", "ADM".
           05 BL-SETOR              PIC X(10).
           05 BL-DATA-COLOCACAO     PIC X(08).
           05 BL-DATA-LIBERACAO     PIC X(08).
               88 BL-ATIVO          VALUE SPACES.
           05 BL-MOTIVO             PIC X(40).
           05 BL-COLOCADO-POR       PIC X(08).
           05 BL-LIBERADO-POR       PIC X(08).
