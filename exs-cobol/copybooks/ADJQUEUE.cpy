      * queue is append-then-rewrite like the other maintained files:
      * a reviewed item keeps its line with AJ-STATUS flipped and the
      * reviewer stamped, so pending, approved, and rejected are all
      * listable after the fact. A correction granted on a grade
      * appeal (REVISAO-NOTAS, REVISAO.cpy) arrives with the reserved
      * motivo RVN and the appeal case number in AJ-CASO-REVISAO;
      * other requests carry zero there.
      ******************************************************************
       01 ADJUST-QUEUE-RECORD.
           05 AJ-SEQ                PIC 9(06).
           05 AJ-SOLICITADO-EM      PIC X(19).
           05 AJ-REVISOR            PIC X(08).
           05 AJ-REVISADO-EM        PIC X(19).
           05 AJ-CASO-REVISAO       PIC 9(06).
