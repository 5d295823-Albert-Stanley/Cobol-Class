      ******************************************************************
      * TOLERLST.cpy
      * Record layout for TOLERANCIAS-LISTAS.DAT: per workshop topic
      * (the LG-TOPICO codes of LISTAGER.cpy), how far a student's
      * answer may sit from the key and still count as right - the
      * roots and areas are written to two or four places and the
      * trig values to five, while primes and sums are exact. A
      * topic with no line keeps the default CORRIGE-LISTAS carries.
      ******************************************************************
       01 TOLERANCIA-LISTA-RECORD.
           05 TL-TOPICO             PIC 9(01).
           05 TL-TOLERANCIA         PIC 9(03)V9(05).
