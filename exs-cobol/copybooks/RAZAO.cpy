      ******************************************************************
      * RAZAO.cpy
      * Record layout for STUDENT-LEDGER.DAT, the student accounts
      * receivable ledger (razao do aluno). One line per posting,
      * appended under STUDENT-LEDGER.LCK and never rewritten:
      *   C = cobranca, loaded by CARGA-COBRANCAS from the
      *       FATURA-EXTRATO lines (FATURA-LINHAS.DAT); LG-REFERENCIA
      *       is the course, LG-LOTE the extract's timestamp, and
      *       LG-VENCIMENTO the due date the aging runs from.
      *   P = pagamento, posted by BAIXA-PAGAMENTOS from the bank's
      *       daily return file (RETBANCO.cpy) or by RAZAO-ALUNO when
      *       a suspense item is resolved; LG-REFERENCIA is the bank
      *       document and LG-VENCIMENTO the date it was paid.
      *   R = credito, posted by RAZAO-ALUNO with the reason in
      *       LG-REFERENCIA.
      * The student's balance is the charges less payments and
      * credits; AGING-RECEBER applies payments and credits to the
      * oldest charges first.
      ******************************************************************
       01 LEDGER-RECORD.
           05 LG-STUDENT-ID         PIC X(10).
           05 LG-TIPO               PIC X(01).
               88 LG-COBRANCA       VALUE "C".
               88 LG-PAGAMENTO      VALUE "P".
               88 LG-CREDITO        VALUE "R".
           05 LG-DATA-LANCAMENTO    PIC X(08).
           05 LG-VENCIMENTO         PIC X(08).
           05 LG-VALOR              PIC 9(07)V9(02).
           05 LG-REFERENCIA         PIC X(20).
           05 LG-LOTE               PIC X(19).
           05 LG-OPERADOR           PIC X(08).
