      ******************************************************************
      * AVALIAC.cpy
      * Record layout for the end-of-term course evaluation: one
      * line per anonymous paper response, keyed by the section
      * (turma + course as on TURMAS.DAT) and the form's serial
      * number - there is no matricula on purpose. The same layout
      * serves AVALIACOES-ENTRADA.DAT (keyed in from the forms, term
      * and time stamp blank) and AVALIACOES.DAT (accepted by
      * CRITICA-AVALIACOES, stamped with the section's TU-TERMO and
      * the intake time). Each answer is 1 (discordo totalmente) to
      * 5 (concordo totalmente), for the fixed questions:
      *   1 plano de ensino apresentado e cumprido
      *   2 dominio do conteudo pelo instrutor
      *   3 clareza das explicacoes
      *   4 pontualidade e assiduidade do instrutor
      *   5 material didatico
      *   6 avaliacoes coerentes com o conteudo
      *   7 disponibilidade para duvidas
      *   8 avaliacao geral da disciplina
      ******************************************************************
       01 AVALIACAO-RECORD.
           05 AV-TURMA              PIC X(04).
           05 AV-COURSE-ID          PIC X(10).
           05 AV-FORMULARIO         PIC X(06).
           05 AV-RESPOSTAS          PIC X(08).
           05 AV-RESPOSTA-TAB REDEFINES AV-RESPOSTAS.
               10 AV-RESPOSTA       PIC 9(01) OCCURS 8 TIMES.
           05 AV-TERMO              PIC X(06).
           05 AV-DATA-HORA          PIC X(19).
