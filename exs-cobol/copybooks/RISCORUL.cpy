      ******************************************************************
      * RISCORUL.cpy
      * Record layout for RISCO-RULES.DAT, the weights and cut points
      * RISCO-EVASAO scores the mid-term watch list with, in the
      * BOLSA-RULES.DAT mold. One line per key, keyed by RZ-CHAVE:
      *   PESO-FREQUENCIA points when attendance is nil, scaled down
      *                   as it nears FREQ-MINIMA
      *   FREQ-MINIMA     attendance % below which the factor counts
      *                   (75 without a line)
      *   PESO-P1         points for a P1 average of zero in
      *                   EXERCICIO08-NOTAS.DAT, scaled the same way
      *                   against NOTA-MINIMA
      *   PESO-MEDIA      the same for the average of the latest
      *                   STUDENT-GRADES.DAT media per course
      *   NOTA-MINIMA     grade below which P1 and MEDIA count
      *                   (e.g. 000600 = 6,00; 6,00 without a line)
      *   PESO-TENTATIVA  points per earlier failed attempt in a
      *                   course the student is enrolled in again
      *   PESO-TRANCADA   points once for any trancamento
      *   CORTE-ALTO      score from which the risk is ALTO (60)
      *   CORTE-MEDIO     score from which the student goes on the
      *                   list, risk MEDIO (30)
      * A weight without a line is zero - that factor is off.
      ******************************************************************
       01 RISCO-RULE-RECORD.
           05 RZ-CHAVE              PIC X(15).
           05 RZ-VALOR              PIC 9(4)V9(2).
