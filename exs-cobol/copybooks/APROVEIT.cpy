      ******************************************************************
      * APROVEIT.cpy
      * Record layout for APROVEITAMENTOS.DAT, the transfer credits
      * (aproveitamento de estudos) kept by APROVEITAMENTOS-MANUT:
      * one line per course of ours a coordinator waived for a
      * student on the strength of a course taken at another
      * institution. AP-COURSE-ID is our course id in the THRESH.cpy
      * style; the origin institution and course, the credited
      * hours and the grade brought in are kept as the coordinator
      * approved them. AUDITORIA-GRADE, the prerequisite check in
      * MATRICULAS-MANUT and HISTORICO-ALUNO treat a line here as a
      * satisfied course, marked "AP". Whether AP-NOTA enters
      * EXERCICIO08's GPA is the GPA-INCLUI switch on APROV-RULES.DAT
      * (APROVRUL.cpy). A line registered in error is removed, not
      * flagged; the removal goes to AUDIT-LOG.DAT.
      ******************************************************************
       01 APROVEITAMENTO-RECORD.
           05 AP-STUDENT-ID         PIC X(10).
           05 AP-COURSE-ID          PIC X(10).
           05 AP-INSTITUICAO        PIC X(30).
           05 AP-CURSO-ORIGEM       PIC X(30).
           05 AP-CARGA-HORARIA      PIC 9(02).
           05 AP-NOTA               PIC 9(2)V9(2).
           05 AP-COORDENADOR        PIC X(20).
           05 AP-DATA-REGISTRO      PIC X(08).
           05 AP-OPERADOR           PIC X(08).
