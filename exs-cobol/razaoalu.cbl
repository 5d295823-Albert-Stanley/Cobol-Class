      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Student account (razao do aluno) desk. Shows a
      *          student's statement from STUDENT-LEDGER.DAT
      *          (RAZAO.cpy) with the running balance, posts a
      *          credit (bolsa, desconto, estorno) as an R line -
      *          nivel 2 on OPERATOR-MASTER.DAT required - and works
      *          the bank payments BAIXA-PAGAMENTOS left in
      *          PAGAMENTOS-SUSPENSE.DAT (SUSPAGTO.cpy): a payment is
      *          either posted to the right matricula or marked
      *          devolvido to the payer. Ledger and suspense change
      *          only under STUDENT-LEDGER.LCK; every posting and
      *          resolution goes to AUDIT-LOG.DAT. A suspense file
      *          longer than the 500-line table is refused whole
      *          rather than regraved short.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAZAO-ALUNO.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "STUDENT-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "PAGAMENTOS-SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDITLER-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLER-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY RAZAO.

       FD  SUSPENSE-FILE.
           COPY SUSPAGTO.

       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  AUDIT-FILE.
           COPY AUDIT.

      * Second FD on the live log for the chain read (AUDCHAIN.cpy).
       FD  AUDITLER-FILE.
           COPY AUDIT
               REPLACING ==AUDIT-RECORD== BY ==AUDITLER-RECORD==
                         ==AU-TIMESTAMP== BY ==AL-TIMESTAMP==
                         ==AU-PROGRAM==   BY ==AL-PROGRAM==
                         ==AU-MESSAGE==   BY ==AL-MESSAGE==
                         ==AU-OPERATOR==  BY ==AL-OPERATOR==
                         ==AU-SEQ==       BY ==AL-SEQ==
                         ==AU-CHECK==     BY ==AL-CHECK==.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       FD  LOCK-FILE.
           COPY TRAVREC.

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS    PIC X(2) VALUE SPACES.
       77 WS-SUSPENSE-STATUS  PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS   PIC X(2) VALUE SPACES.
       77 WS-OPERMST-STATUS   PIC X(2) VALUE SPACES.
       77 WS-NIVEL-EXIGIDO    PIC 9(1) VALUE 2.
       77 WS-AUTORIZADO       PIC X VALUE "N".
           88 AUTORIZADO      VALUE "S".
       77 WS-OPERADOR         PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO    PIC X VALUE "N".
           88 OPERADOR-LIDO   VALUE "S".
       COPY SESRESOL.
       COPY LOCKF.
       COPY AUDCHAIN.

       01 WS-TABELA-ALUNOS.
           05 WS-ALUNO-ENTRY OCCURS 100 TIMES.
               10 WS-ALUNO-ID   PIC X(10).
               10 WS-ALUNO-NOME PIC X(30).
       01 WS-TOTAL-ALUNOS    PIC 9(3) VALUE 0.

       01 WS-TABELA-SUSPENSE.
           05 WS-SUSP-ENTRY OCCURS 500 TIMES.
               10 WS-SUSP-REG   PIC X(107).
       01 WS-TOTAL-SUSPENSE  PIC 9(4) VALUE 0.
       01 WS-MAX-SUSPENSE    PIC 9(4) VALUE 500.

       01 WS-OPCAO           PIC X VALUE SPACES.
       01 WS-ACAO            PIC X VALUE SPACES.
       01 WS-ALUNO-PEDIDO    PIC X(10) VALUE SPACES.
       01 WS-ALUNO-NOME-ACHADO PIC X(30) VALUE SPACES.
       01 WS-ALUNO-ACHADO    PIC X VALUE "N".
           88 ALUNO-ACHADO   VALUE "S".
       01 WS-I               PIC 9(4).
       01 WS-ESCOLHIDO       PIC 9(3) VALUE 0.
       01 WS-DOC-ESCOLHIDO   PIC X(20) VALUE SPACES.
       01 WS-PENDENTES       PIC 9(3) VALUE 0.
       01 WS-LANCAMENTOS     PIC 9(4) VALUE 0.
       01 WS-HOJE            PIC X(8) VALUE SPACES.
       01 WS-LOTE            PIC X(19) VALUE SPACES.
       01 WS-VALOR-TEXTO     PIC X(12) VALUE SPACES.
       01 WS-VALOR           PIC 9(7)V9(2) VALUE 0.
       01 WS-MOTIVO          PIC X(20) VALUE SPACES.
       01 WS-DEBITOS         PIC 9(9)V9(2) VALUE 0.
       01 WS-CREDITOS        PIC 9(9)V9(2) VALUE 0.
       01 WS-SALDO           PIC S9(9)V9(2) VALUE 0.
       01 WS-TIPO-DESC       PIC X(10) VALUE SPACES.
       01 WS-VALOR-DISP      PIC ZZZ.ZZ9,99.
       01 WS-SALDO-DISP      PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.
       COPY SNCONF.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           PERFORM CARREGAR-ALUNOS.
           PERFORM UNTIL WS-OPCAO = "4"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
                   WHEN "1"
                       PERFORM EXTRATO-ALUNO
                   WHEN "2"
                       PERFORM LANCAR-CREDITO
                   WHEN "3"
                       PERFORM RESOLVER-SUSPENSE
                   WHEN "4"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "===== RAZAO DO ALUNO (CONTAS A RECEBER) ====="
           DISPLAY "1 - EXTRATO DO ALUNO"
           DISPLAY "2 - LANCAR CREDITO"
           DISPLAY "3 - RESOLVER PAGAMENTOS EM SUSPENSE"
           DISPLAY "4 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO:"
           ACCEPT WS-OPCAO.

       EXTRATO-ALUNO.
           DISPLAY "MATRICULA DO ALUNO: ".
           ACCEPT WS-ALUNO-PEDIDO.
           PERFORM LOCALIZAR-ALUNO.
           IF NOT ALUNO-ACHADO
               DISPLAY "ALUNO NAO CADASTRADO EM STUDENT.DAT."
           ELSE
               MOVE 0 TO WS-DEBITOS WS-CREDITOS WS-LANCAMENTOS
               DISPLAY " "
               DISPLAY "EXTRATO " WS-ALUNO-PEDIDO " "
                   WS-ALUNO-NOME-ACHADO
               DISPLAY "LANCADO  TIPO       VENC/PAGO         VALOR"
                   "  REFERENCIA"
               MOVE SPACES TO WS-LEDGER-STATUS
               OPEN INPUT LEDGER-FILE
               IF WS-LEDGER-STATUS = "00"
                   PERFORM UNTIL WS-LEDGER-STATUS = "10"
                       READ LEDGER-FILE
                           AT END
                               MOVE "10" TO WS-LEDGER-STATUS
                           NOT AT END
                               IF LG-STUDENT-ID = WS-ALUNO-PEDIDO
                                   PERFORM MOSTRAR-LANCAMENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-FILE
               END-IF
               IF WS-LANCAMENTOS = 0
                   DISPLAY "NENHUM LANCAMENTO PARA ESTE ALUNO."
               ELSE
                   COMPUTE WS-SALDO = WS-DEBITOS - WS-CREDITOS
                   IF WS-SALDO < 0
                       COMPUTE WS-SALDO-DISP = 0 - WS-SALDO
                       DISPLAY "SALDO CREDOR:  " WS-SALDO-DISP
                   ELSE
                       MOVE WS-SALDO TO WS-SALDO-DISP
                       DISPLAY "SALDO DEVEDOR: " WS-SALDO-DISP
                   END-IF
               END-IF
           END-IF.

       MOSTRAR-LANCAMENTO.
           ADD 1 TO WS-LANCAMENTOS.
           EVALUATE TRUE
               WHEN LG-COBRANCA
                   MOVE "COBRANCA" TO WS-TIPO-DESC
                   ADD LG-VALOR TO WS-DEBITOS
               WHEN LG-PAGAMENTO
                   MOVE "PAGAMENTO" TO WS-TIPO-DESC
                   ADD LG-VALOR TO WS-CREDITOS
               WHEN LG-CREDITO
                   MOVE "CREDITO" TO WS-TIPO-DESC
                   ADD LG-VALOR TO WS-CREDITOS
               WHEN OTHER
                   MOVE "?" TO WS-TIPO-DESC
           END-EVALUATE.
           MOVE LG-VALOR TO WS-VALOR-DISP.
           DISPLAY LG-DATA-LANCAMENTO " " WS-TIPO-DESC " "
               LG-VENCIMENTO " " WS-VALOR-DISP "  " LG-REFERENCIA.

      * A credit lowers what the student owes without money coming
      * in, so it takes the same nivel 2 as a grade correction.
       LANCAR-CREDITO.
           PERFORM VERIFICAR-AUTORIZACAO.
           IF AUTORIZADO
               DISPLAY "MATRICULA DO ALUNO: "
               ACCEPT WS-ALUNO-PEDIDO
               PERFORM LOCALIZAR-ALUNO
               IF NOT ALUNO-ACHADO
                   DISPLAY "ALUNO NAO CADASTRADO EM STUDENT.DAT."
               ELSE
                   DISPLAY "VALOR DO CREDITO (EX: 150,00): "
                   ACCEPT WS-VALOR-TEXTO
                   COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-TEXTO)
                   DISPLAY "MOTIVO (BOLSA, DESCONTO, ESTORNO...): "
                   ACCEPT WS-MOTIVO
                   IF WS-VALOR = 0
                       DISPLAY "VALOR INVALIDO - CREDITO NAO LANCADO."
                   ELSE
                       IF WS-MOTIVO = SPACES
                           DISPLAY "MOTIVO OBRIGATORIO - CREDITO NAO "
                               "LANCADO."
                       ELSE
                           PERFORM CONFIRMAR-CREDITO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONFIRMAR-CREDITO.
           MOVE WS-VALOR TO WS-VALOR-DISP.
           MOVE SPACES TO WS-SN-RESPOSTA.
           PERFORM UNTIL SN-VALIDA
               DISPLAY "CREDITAR " WS-VALOR-DISP " A " WS-ALUNO-PEDIDO
                   " " WS-ALUNO-NOME-ACHADO "? (S/N)"
               ACCEPT WS-SN-RESPOSTA
               IF NOT SN-VALIDA
                   DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
               END-IF
           END-PERFORM.
           IF SN-NAO
               DISPLAY "CREDITO NAO LANCADO."
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:19) TO WS-LOTE
               MOVE WS-LOTE(1:8) TO WS-HOJE
               MOVE "STUDENT-LEDGER.LCK" TO WS-LOCK-NOME
               PERFORM OBTER-TRAVA
               MOVE WS-ALUNO-PEDIDO TO LG-STUDENT-ID
               MOVE "R" TO LG-TIPO
               MOVE WS-HOJE TO LG-DATA-LANCAMENTO
               MOVE WS-HOJE TO LG-VENCIMENTO
               MOVE WS-VALOR TO LG-VALOR
               MOVE WS-MOTIVO TO LG-REFERENCIA
               MOVE WS-LOTE TO LG-LOTE
               MOVE WS-OPERADOR TO LG-OPERADOR
               PERFORM GRAVAR-LANCAMENTO
               PERFORM LIBERAR-TRAVA
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "CREDITO ALUNO=" DELIMITED BY SIZE
                   WS-ALUNO-PEDIDO DELIMITED BY SIZE
                   " VALOR=" DELIMITED BY SIZE
                   WS-VALOR-DISP DELIMITED BY SIZE
                   " MOTIVO=" DELIMITED BY SIZE
                   WS-MOTIVO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               DISPLAY "CREDITO LANCADO NO RAZAO."
           END-IF.

      * Appends the LEDGER-RECORD already built; the caller holds
      * STUDENT-LEDGER.LCK.
       GRAVAR-LANCAMENTO.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN EXTEND LEDGER-FILE
           END-IF.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.

      * The choice is made on a plain read of the suspense file; the
      * change itself is applied after the lock is taken and the file
      * re-read, and only if the payment is still pending - another
      * operator may have resolved it in the meantime.
       RESOLVER-SUSPENSE.
           PERFORM CARREGAR-SUSPENSE.
           IF WS-TOTAL-SUSPENSE > WS-MAX-SUSPENSE
               PERFORM AVISAR-SUSPENSE-CHEIO
           ELSE
               PERFORM ESCOLHER-SUSPENSE
           END-IF.

       ESCOLHER-SUSPENSE.
           PERFORM LISTAR-SUSPENSE.
           IF WS-PENDENTES > 0
               DISPLAY "NUMERO DO PAGAMENTO (0 = VOLTAR): "
               ACCEPT WS-ESCOLHIDO
               IF WS-ESCOLHIDO < 1 OR WS-ESCOLHIDO > WS-TOTAL-SUSPENSE
                   DISPLAY "NENHUM PAGAMENTO ESCOLHIDO."
               ELSE
                   MOVE WS-SUSP-REG(WS-ESCOLHIDO) TO SUSPENSE-RECORD
                   IF NOT SP-PENDENTE
                       DISPLAY "ESTE PAGAMENTO JA FOI RESOLVIDO."
                   ELSE
                       PERFORM ESCOLHER-ACAO-SUSPENSE
                   END-IF
               END-IF
           END-IF.

       ESCOLHER-ACAO-SUSPENSE.
           MOVE SP-DOCUMENTO TO WS-DOC-ESCOLHIDO.
           DISPLAY "B - BAIXAR PARA UMA MATRICULA".
           DISPLAY "D - DEVOLVER AO PAGADOR".
           DISPLAY "ACAO (B/D, OUTRA TECLA = VOLTAR): ".
           ACCEPT WS-ACAO.
           EVALUATE WS-ACAO
               WHEN "B"
               WHEN "b"
                   IF SP-VALOR = 0
                       DISPLAY "PAGAMENTO SEM VALOR VALIDO NAO PODE "
                           "SER BAIXADO - DEVOLVA AO PAGADOR."
                   ELSE
                       DISPLAY "MATRICULA QUE RECEBE O PAGAMENTO: "
                       ACCEPT WS-ALUNO-PEDIDO
                       PERFORM LOCALIZAR-ALUNO
                       IF NOT ALUNO-ACHADO
                           DISPLAY "ALUNO NAO CADASTRADO EM "
                               "STUDENT.DAT."
                       ELSE
                           MOVE "B" TO WS-ACAO
                           PERFORM APLICAR-RESOLUCAO
                       END-IF
                   END-IF
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO WS-ACAO
                   MOVE SPACES TO WS-ALUNO-PEDIDO
                   PERFORM APLICAR-RESOLUCAO
               WHEN OTHER
                   DISPLAY "NADA ALTERADO."
           END-EVALUATE.

       APLICAR-RESOLUCAO.
           MOVE FUNCTION CURRENT-DATE(1:19) TO WS-LOTE.
           MOVE WS-LOTE(1:8) TO WS-HOJE.
           MOVE "STUDENT-LEDGER.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-SUSPENSE.
           MOVE 0 TO WS-ESCOLHIDO.
           IF WS-TOTAL-SUSPENSE > WS-MAX-SUSPENSE
               PERFORM LIBERAR-TRAVA
               PERFORM AVISAR-SUSPENSE-CHEIO
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-SUSPENSE
                   MOVE WS-SUSP-REG(WS-I) TO SUSPENSE-RECORD
                   IF SP-DOCUMENTO = WS-DOC-ESCOLHIDO AND SP-PENDENTE
                       MOVE WS-I TO WS-ESCOLHIDO
                   END-IF
               END-PERFORM
               PERFORM EFETIVAR-RESOLUCAO
           END-IF.

       EFETIVAR-RESOLUCAO.
           IF WS-ESCOLHIDO = 0
               PERFORM LIBERAR-TRAVA
               DISPLAY "O PAGAMENTO " WS-DOC-ESCOLHIDO " JA NAO ESTA "
                   "PENDENTE - NADA ALTERADO."
           ELSE
               MOVE WS-SUSP-REG(WS-ESCOLHIDO) TO SUSPENSE-RECORD
               IF WS-ACAO = "B"
                   MOVE WS-ALUNO-PEDIDO TO LG-STUDENT-ID
                   MOVE "P" TO LG-TIPO
                   MOVE WS-HOJE TO LG-DATA-LANCAMENTO
                   IF SP-DATA-PAGTO IS NUMERIC
                       MOVE SP-DATA-PAGTO TO LG-VENCIMENTO
                   ELSE
                       MOVE WS-HOJE TO LG-VENCIMENTO
                   END-IF
                   MOVE SP-VALOR TO LG-VALOR
                   MOVE SP-DOCUMENTO TO LG-REFERENCIA
                   MOVE WS-LOTE TO LG-LOTE
                   MOVE WS-OPERADOR TO LG-OPERADOR
                   PERFORM GRAVAR-LANCAMENTO
                   MOVE "R" TO SP-SITUACAO
                   MOVE WS-ALUNO-PEDIDO TO SP-RESOLVIDO-PARA
               ELSE
                   MOVE "D" TO SP-SITUACAO
               END-IF
               MOVE SUSPENSE-RECORD TO WS-SUSP-REG(WS-ESCOLHIDO)
               PERFORM GRAVAR-SUSPENSE
               PERFORM LIBERAR-TRAVA
               MOVE WS-SUSP-REG(WS-ESCOLHIDO) TO SUSPENSE-RECORD
               MOVE SP-VALOR TO WS-VALOR-DISP
               MOVE SPACES TO WS-AUDIT-MSG
               IF WS-ACAO = "B"
                   STRING "SUSPENSE BAIXADO DOC=" DELIMITED BY SIZE
                       SP-DOCUMENTO DELIMITED BY SPACE
                       " ALUNO=" DELIMITED BY SIZE
                       WS-ALUNO-PEDIDO DELIMITED BY SIZE
                       " VALOR=" DELIMITED BY SIZE
                       WS-VALOR-DISP DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   DISPLAY "PAGAMENTO BAIXADO PARA " WS-ALUNO-PEDIDO
                       "."
               ELSE
                   STRING "SUSPENSE DEVOLVIDO DOC=" DELIMITED BY SIZE
                       SP-DOCUMENTO DELIMITED BY SPACE
                       " VALOR=" DELIMITED BY SIZE
                       WS-VALOR-DISP DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   DISPLAY "PAGAMENTO MARCADO COMO DEVOLVIDO."
               END-IF
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       LISTAR-SUSPENSE.
           MOVE 0 TO WS-PENDENTES.
           DISPLAY " ".
           DISPLAY "NUM DOCUMENTO            MATRICULA  PAGO EM"
               "       VALOR  MOTIVO".
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-SUSPENSE
               MOVE WS-SUSP-REG(WS-I) TO SUSPENSE-RECORD
               IF SP-PENDENTE
                   ADD 1 TO WS-PENDENTES
                   MOVE SP-VALOR TO WS-VALOR-DISP
                   DISPLAY WS-I " " SP-DOCUMENTO " " SP-MATRICULA " "
                       SP-DATA-PAGTO " " WS-VALOR-DISP "  " SP-MOTIVO
               END-IF
           END-PERFORM.
           IF WS-PENDENTES = 0
               DISPLAY "NENHUM PAGAMENTO PENDENTE EM SUSPENSE."
           END-IF.

      * The count runs past the table on purpose: a suspense file longer
      * than WS-MAX-SUSPENSE is refused by the callers, because
      * GRAVAR-SUSPENSE would otherwise regrave it without its tail.
       CARREGAR-SUSPENSE.
           MOVE 0 TO WS-TOTAL-SUSPENSE.
           MOVE SPACES TO WS-SUSPENSE-STATUS.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSE-STATUS = "10"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "10" TO WS-SUSPENSE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-SUSPENSE
                           IF WS-TOTAL-SUSPENSE <= WS-MAX-SUSPENSE
                               MOVE SUSPENSE-RECORD
                                   TO WS-SUSP-REG(WS-TOTAL-SUSPENSE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       AVISAR-SUSPENSE-CHEIO.
           DISPLAY "PAGAMENTOS-SUSPENSE.DAT TEM " WS-TOTAL-SUSPENSE
               " LINHAS - EXCEDE A CAPACIDADE DE " WS-MAX-SUSPENSE
               " DESTE PROGRAMA. NADA ALTERADO.".

       GRAVAR-SUSPENSE.
           OPEN OUTPUT SUSPENSE-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-SUSPENSE
               MOVE WS-SUSP-REG(WS-I) TO SUSPENSE-RECORD
               WRITE SUSPENSE-RECORD
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

       LOCALIZAR-ALUNO.
           MOVE "N" TO WS-ALUNO-ACHADO.
           MOVE SPACES TO WS-ALUNO-NOME-ACHADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-ALUNOS
               IF WS-ALUNO-ID(WS-I) = WS-ALUNO-PEDIDO
                   MOVE "S" TO WS-ALUNO-ACHADO
                   MOVE WS-ALUNO-NOME(WS-I) TO WS-ALUNO-NOME-ACHADO
               END-IF
           END-PERFORM.

       CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   OR WS-TOTAL-ALUNOS = 100
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-ALUNOS
                           MOVE ST-STUDENT-ID
                               TO WS-ALUNO-ID(WS-TOTAL-ALUNOS)
                           MOVE ST-NOME
                               TO WS-ALUNO-NOME(WS-TOTAL-ALUNOS)
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       VERIFICAR-AUTORIZACAO.
           MOVE "N" TO WS-AUTORIZADO.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS NOT = "00"
               MOVE "S" TO WS-AUTORIZADO
           ELSE
               PERFORM UNTIL WS-OPERMST-STATUS = "10"
                   READ OPERMST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMST-STATUS
                       NOT AT END
                           IF OM-OPERATOR-ID = WS-OPERADOR
                               AND OM-NIVEL >= WS-NIVEL-EXIGIDO
                               MOVE "S" TO WS-AUTORIZADO
                               MOVE "10" TO WS-OPERMST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMST-FILE
           END-IF.
           IF NOT AUTORIZADO
               DISPLAY "ACESSO NEGADO: LANCAR CREDITO EXIGE NIVEL "
                   WS-NIVEL-EXIGIDO ". OPERADOR ATUAL: " WS-OPERADOR
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "CREDITO NEGADO OPERADOR=" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " NIVEL EXIGIDO=" DELIMITED BY SIZE
                   WS-NIVEL-EXIGIDO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "RAZAO-ALUNO" TO AU-PROGRAM.
           MOVE WS-AUDIT-MSG TO AU-MESSAGE.
           PERFORM LER-OPERADOR.
           MOVE WS-OPERADOR TO AU-OPERATOR.
           MOVE "AUDIT-LOG.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           PERFORM ENCADEAR-AUDITORIA
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           PERFORM LIBERAR-TRAVA.

      * Resolves THIS terminal's session in the registry (see
      * OPERSES.cpy / SESRESOL.cpy): the menu exports
      * OPERADOR_TERMINAL for the programs it launches; started
      * outside the menu, a single active session still resolves,
      * but several concurrent sessions without a terminal id stay
      * ANONIMO rather than guessing.
       LER-OPERADOR.
           IF NOT OPERADOR-LIDO
               MOVE "S" TO WS-OPERADOR-LIDO
               ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT
                   "OPERADOR_TERMINAL"
               MOVE SPACES TO WS-OPERSES-STATUS
               MOVE 0 TO WS-SESSOES-VISTAS
               OPEN INPUT OPERSES-FILE
               IF WS-OPERSES-STATUS = "00"
                   PERFORM UNTIL WS-OPERSES-STATUS = "10"
                       READ OPERSES-FILE
                           AT END
                               MOVE "10" TO WS-OPERSES-STATUS
                           NOT AT END
                               IF OP-OPERATOR-ID NOT = SPACES
                                   ADD 1 TO WS-SESSOES-VISTAS
                                   MOVE OP-OPERATOR-ID
                                       TO WS-OPERADOR-UNICO
                                   IF WS-TERMINAL-ID NOT = SPACES
                                       AND OP-TERMINAL-ID
                                           = WS-TERMINAL-ID
                                       MOVE OP-OPERATOR-ID
                                           TO WS-OPERADOR
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERSES-FILE
                   IF WS-TERMINAL-ID = SPACES
                       AND WS-SESSOES-VISTAS = 1
                       MOVE WS-OPERADOR-UNICO TO WS-OPERADOR
                   END-IF
               END-IF
           END-IF.

       OBTER-TRAVA.
           MOVE "N" TO WS-LOCK-OBTIDA.
           MOVE 0 TO WS-LOCK-TENTATIVAS.
           PERFORM UNTIL LOCK-OBTIDA
               OR WS-LOCK-TENTATIVAS >= WS-LOCK-MAX-ESPERA
               MOVE SPACES TO WS-LOCK-STATUS
               OPEN INPUT LOCK-FILE
               IF WS-LOCK-STATUS = "00"
                   CLOSE LOCK-FILE
                   ADD 1 TO WS-LOCK-TENTATIVAS
                   DISPLAY "ARQUIVO COMPARTILHADO EM USO ("
                       WS-LOCK-NOME ") - AGUARDANDO..."
                   CALL "C$SLEEP" USING WS-LOCK-UM-SEGUNDO
               ELSE
                   PERFORM GRAVAR-TRAVA
               END-IF
           END-PERFORM.
           IF NOT LOCK-OBTIDA
               DISPLAY "TRAVA " WS-LOCK-NOME " PRESA HA MAIS DE "
                   WS-LOCK-MAX-ESPERA " SEGUNDOS - ASSUMINDO TRAVA "
                   "DE EXECUCAO ABANDONADA."
               PERFORM GRAVAR-TRAVA
           END-IF.

       GRAVAR-TRAVA.
           OPEN OUTPUT LOCK-FILE.
           MOVE "RAZAO-ALUNO" TO TRAVA-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO TRAVA-DATA-HORA.
           WRITE TRAVA-RECORD.
           CLOSE LOCK-FILE.
           MOVE "S" TO WS-LOCK-OBTIDA.

       LIBERAR-TRAVA.
           DELETE FILE LOCK-FILE.

      * Tamper-evident chain (AUDCHAIN.cpy): the outgoing line gets
      * the next sequence and the check value chained to the last
      * line already on file, read through the second FD while the
      * AUDIT-LOG lock is held.
       ENCADEAR-AUDITORIA.
           MOVE 0 TO WS-AUSEQ-ANT.
           MOVE 0 TO WS-AUCHK-ANT.
           MOVE SPACES TO WS-AUDITLER-STATUS.
           OPEN INPUT AUDITLER-FILE.
           IF WS-AUDITLER-STATUS = "00"
               PERFORM UNTIL WS-AUDITLER-STATUS = "10"
                   READ AUDITLER-FILE
                       AT END
                           MOVE "10" TO WS-AUDITLER-STATUS
                       NOT AT END
                           IF AL-SEQ IS NUMERIC
                               MOVE AL-SEQ TO WS-AUSEQ-ANT
                               MOVE AL-CHECK TO WS-AUCHK-ANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLER-FILE
           END-IF.
           COMPUTE AU-SEQ = WS-AUSEQ-ANT + 1.
           MOVE 0 TO WS-AUCHK-SOMA.
           PERFORM VARYING WS-AUCHK-I FROM 1 BY 1
               UNTIL WS-AUCHK-I > 130
               COMPUTE WS-AUCHK-SOMA = WS-AUCHK-SOMA
                   + FUNCTION ORD(AUDIT-RECORD(WS-AUCHK-I:1))
                   * WS-AUCHK-I
           END-PERFORM.
           COMPUTE WS-AUCHK-CALC = FUNCTION MOD(
               WS-AUCHK-ANT * 31 + WS-AUCHK-SOMA, 999999937).
           MOVE WS-AUCHK-CALC TO AU-CHECK.
