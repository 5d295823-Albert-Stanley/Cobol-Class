      ******************************************************************
      * APROVRUL.cpy
      * Record layout for APROV-RULES.DAT, the control file for how
      * transfer credits (APROVEIT.cpy) are weighed, in the
      * BOLSA-RULES.DAT mold. One line per switch, keyed by AR-CHAVE:
      *   GPA-INCLUI     any value above zero makes EXERCICIO08 count
      *                  each aproveitamento's AP-NOTA in the GPA,
      *                  weighted by AP-CARGA-HORARIA; zero (or no
      *                  line, or no file) leaves waived courses out
      *                  of the GPA altogether
      ******************************************************************
       01 APROV-RULE-RECORD.
           05 AR-CHAVE              PIC X(15).
           05 AR-VALOR              PIC 9(4)V9(2).
