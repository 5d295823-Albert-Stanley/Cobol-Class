      ******************************************************************
      * STDGRAX.cpy
      * Keyed index over STUDENT-GRADES-ARCH.DAT, the closed-term
      * generations NOTAS-ARQUIVA moves out of the live history. Same
      * shape as STDGRIX.cpy, so a transcript or an inquiry reaches a
      * student's archived rows with one START/READ NEXT on AX-CHAVE
      * instead of reading every term ever closed. NOTAS-ARQUIVA adds
      * each row it archives here and uses the key to recognise a
      * row already archived by an earlier run (AX-SEQ numbers
      * byte-identical double postings, as GX-SEQ does); NOTAS-INDEXA
      * rebuilds it whole from the archive, and the rewrites of the
      * archive (EXPURGO-RETENCAO, UNIFICACAO-ALUNOS) regrave it. A
      * reader that finds no index falls back to scanning the
      * archive, so the index can never hide an archived grade.
      ******************************************************************
       01 GRADE-ARCH-IX-RECORD.
           05 AX-CHAVE.
               10 AX-STUDENT-ID     PIC X(10).
               10 AX-PROGRAMA-ID    PIC X(10).
               10 AX-DATA-HORA      PIC X(19).
               10 AX-SEQ            PIC 9(03).
           05 AX-NOTA-1             PIC S9(2)V9(2).
           05 AX-NOTA-2             PIC S9(2)V9(2).
           05 AX-NOTA-3             PIC S9(2)V9(2).
           05 AX-MEDIA              PIC S9(2)V9(2).
           05 AX-RESULTADO          PIC X(9).
           05 AX-TERMO              PIC X(06).
           05 AX-OPERADOR           PIC X(08).
           05 AX-SITUACAO           PIC X(01).
               88 AX-VIGENTE        VALUES " ", "A".
               88 AX-SUPERSEDIDA    VALUE "S".
           05 AX-MOTIVO-AJUSTE      PIC X(03).
           05 AX-TURMA              PIC X(04).
