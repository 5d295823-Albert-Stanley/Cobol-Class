      ******************************************************************
      * LISTAGER.cpy
      * Record layout for LISTAS-GERADAS.DAT, the register the
      * workshop problem-set generator (GERADOR-LISTAS) appends one
      * line to per set generated: the set id printed on the sheet,
      * the topic (1=equacao do 2 grau as in CALCULO-DELTA,
      * 2=proximos primos as in PROXIMOS-PRIMOS, 3=pares e impares
      * as in EXERCICIO09, 4=areas as in EXERCICIO12, 5=valores
      * trigonometricos as in EXERCICIO11), the variant the
      * instructor asked for (a matricula, a turma or a number as
      * typed) and the seed it resolved to, and the number of
      * problems. Topic, seed and count are everything the generator
      * draws from, so the reprint option rebuilds the same sheet
      * and key from this line alone.
      ******************************************************************
       01 LISTA-GERADA-RECORD.
           05 LG-ID-LISTA           PIC X(08).
           05 LG-TOPICO             PIC 9(01).
           05 LG-VARIANTE           PIC X(10).
           05 LG-SEMENTE            PIC 9(10).
           05 LG-QTDE               PIC 9(02).
           05 LG-DATA-HORA          PIC X(19).
           05 LG-OPERADOR           PIC X(08).
