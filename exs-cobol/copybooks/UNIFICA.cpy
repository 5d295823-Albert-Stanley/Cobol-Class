      ******************************************************************
      * UNIFICA.cpy
      * Record layout for ALUNOS-UNIFICADOS.DAT, the forwarding
      * register UNIFICACAO-ALUNOS writes when a duplicate matricula
      * is merged into the one the registrar keeps: one line per
      * merge, the retired id pointing at the surviving id, with the
      * name the retired id carried, when, by whom, and how many rows
      * were moved. The retired id leaves STUDENT.DAT; CONSULTA-ALUNO
      * follows this file (chain included, should the survivor be
      * merged again later) so an old matricula quoted on a letter
      * or a receipt still answers.
      ******************************************************************
       01 UNIFICACAO-RECORD.
           05 UN-ID-ANTIGO          PIC X(10).
           05 UN-ID-NOVO            PIC X(10).
           05 UN-NOME-ANTIGO        PIC X(30).
           05 UN-DATA-HORA          PIC X(19).
           05 UN-OPERADOR           PIC X(08).
           05 UN-LINHAS-MOVIDAS     PIC 9(06).
