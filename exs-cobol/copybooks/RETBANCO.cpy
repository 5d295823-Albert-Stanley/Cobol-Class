      ******************************************************************
      * RETBANCO.cpy
      * Record layout for RETORNO-BANCO.DAT, the bank's daily return
      * file of tuition payments received. One line per payment: the
      * bank's own document number (unique per payment), the
      * matricula the payer quoted, the date paid, and the amount.
      * BAIXA-PAGAMENTOS posts each line to STUDENT-LEDGER.DAT
      * (RAZAO.cpy) or, when it cannot be matched, to
      * PAGAMENTOS-SUSPENSE.DAT (SUSPAGTO.cpy).
      ******************************************************************
       01 BANK-RETURN-RECORD.
           05 RB-DOCUMENTO          PIC X(20).
           05 RB-MATRICULA          PIC X(10).
           05 RB-DATA-PAGTO         PIC X(08).
           05 RB-VALOR              PIC 9(07)V9(02).
