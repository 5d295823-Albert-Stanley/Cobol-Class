      ******************************************************************
      * APPLRULE.cpy
      * Record layout for APPEAL-RULES.DAT, the grade appeal control
      * file REVISAO-NOTAS reads when a case is opened:
      *   PRAZO-DIAS    days after TC-FIM of the contested row's term
      *                 (TERM-CALENDAR.DAT) within which the case has
      *                 to be decided.
      * A missing line (or file) means 10 days.
      ******************************************************************
       01 APPEAL-RULE-RECORD.
           05 AR-CHAVE              PIC X(15).
           05 AR-VALOR              PIC 9(04).
