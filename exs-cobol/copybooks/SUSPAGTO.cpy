      ******************************************************************
      * SUSPAGTO.cpy
      * Record layout for PAGAMENTOS-SUSPENSE.DAT, the bank payments
      * BAIXA-PAGAMENTOS could not post: matricula not on STUDENT.DAT,
      * document already posted, or an invalid amount. The bank line
      * is kept whole with the reason and the posting batch it came
      * in; RAZAO-ALUNO resolves an item by posting it to the right
      * matricula (SP-RESOLVIDO-PARA) or marking it returned to the
      * payer, and the line stays on file as the trail.
      ******************************************************************
       01 SUSPENSE-RECORD.
           05 SP-DOCUMENTO          PIC X(20).
           05 SP-MATRICULA          PIC X(10).
           05 SP-DATA-PAGTO         PIC X(08).
           05 SP-VALOR              PIC 9(07)V9(02).
           05 SP-MOTIVO             PIC X(30).
           05 SP-LOTE               PIC X(19).
           05 SP-SITUACAO           PIC X(01).
               88 SP-PENDENTE       VALUE "P".
               88 SP-RESOLVIDO      VALUE "R".
               88 SP-DEVOLVIDO      VALUE "D".
           05 SP-RESOLVIDO-PARA     PIC X(10).
