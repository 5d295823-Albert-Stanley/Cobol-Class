      ******************************************************************
      * GABARITO.cpy
      * Record layout for GABARITOS.DAT, the machine-readable answer
      * key GERADOR-LISTAS appends when a set is generated (LISTAS-
      * GERADAS.DAT, LISTAGER.cpy): one line per problem with the
      * single value the student is asked to hand back - the larger
      * root, the last of the primes, the sum of the evens and odds,
      * the area, the function value - computed by the same
      * paragraphs the exercise programs use. The printed key carries
      * the full working; this file is what answers are marked
      * against. A reprint does not write it again.
      ******************************************************************
       01 GABARITO-RECORD.
           05 GB-ID-LISTA           PIC X(08).
           05 GB-PROBLEMA           PIC 9(02).
           05 GB-TOPICO             PIC 9(01).
           05 GB-RESPOSTA           PIC S9(09)V9(05).
