      ******************************************************************
      * CLASRANK.cpy
      * Record layout for CLASS-RANK.DAT, the class rank written by
      * CLASSIFICACAO-TURMA: one line per student, course and turma in a
      * term. CK-BASE says what was ranked - M the vigente media
      * from CURRENT-GRADES.DAT, G the latest AS-GPA of the term
      * from ACADEMIC-STANDING.DAT (EXERCICIO08, CK-PROGRAMA-ID
      * EXER08). Ties share the rank and the next rank is skipped
      * (8,5 8,5 7,0 ranks 1 1 3). CK-PERCENTIL is the share of the
      * class ranked at or below the student, 100 for the top:
      * (CK-TAMANHO - CK-POSICAO + 1) * 100 / CK-TAMANHO, rounded.
      * A rerun replaces the lines of the term it ranks and keeps
      * the other terms. DECLARACAO-NOTAS prints the rank on request.
      ******************************************************************
       01 CLASS-RANK-RECORD.
           05 CK-TERMO              PIC X(06).
           05 CK-TURMA              PIC X(04).
           05 CK-PROGRAMA-ID        PIC X(10).
           05 CK-STUDENT-ID         PIC X(10).
           05 CK-BASE               PIC X(01).
               88 CK-BASE-MEDIA     VALUE "M".
               88 CK-BASE-GPA       VALUE "G".
           05 CK-VALOR              PIC 9(03)V9(02).
           05 CK-POSICAO            PIC 9(03).
           05 CK-TAMANHO            PIC 9(03).
           05 CK-PERCENTIL          PIC 9(03).
           05 CK-DATA-HORA          PIC X(19).
