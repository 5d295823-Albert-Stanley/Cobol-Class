      ******************************************************************
      * RECRULE.cpy
      * Record layout for RECEB-RULES.DAT, the receivables control
      * file in the APPEAL-RULES.DAT mold. Key VENCIMENTO-DIAS is the
      * number of days after loading that a charge falls due (ten
      * when the file or the key is missing); the aging buckets
      * count days past that due date.
      ******************************************************************
       01 RECEB-RULE-RECORD.
           05 RR-CHAVE              PIC X(15).
           05 RR-VALOR              PIC 9(04).
