      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Grade appeal (revisao de nota) case tracking. A
      *          student's complaint used to live on paper until
      *          someone went into AJUSTE-NOTAS. Here the operator
      *          opens a case against the exact STUDENT-GRADES.DAT
      *          row being contested (matricula + programa +
      *          data-hora), records the instructor's response, and
      *          decides it. The decision deadline is TC-FIM of the
      *          row's term (TERM-CALENDAR.DAT) plus the PRAZO-DIAS
      *          of APPEAL-RULES.DAT. A granted case goes straight to
      *          PENDING-ADJUSTMENTS.DAT with motivo RVN and the case
      *          number, so APROVA-AJUSTES applies it under the same
      *          four-eyes rule as any other correction. Cases live
      *          in GRADE-APPEALS.DAT (REVISAO.cpy); every step goes
      *          to AUDIT-LOG.DAT. REVISOES-PRAZOS lists the open
      *          cases against their deadlines. A granted grade is
      *          judged against the cutoff in force for the contested
      *          row's term (RV-TERMO; RULEVIG.cpy).
      *          Every change re-reads GRADE-APPEALS.DAT under
      *          GRADE-APPEALS.LCK and finds the case again by its
      *          number, so two desks never overwrite each other,
      *          reuse a case number or decide the same case twice;
      *          a file past the 500-case table is refused whole.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAO-NOTAS.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPEAL-FILE ASSIGN TO "GRADE-APPEALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPEAL-STATUS.
           SELECT APPEAL-RULE-FILE ASSIGN TO "APPEAL-RULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRA-STATUS.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT TERMCAL-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCAL-STATUS.
           SELECT ADJQ-FILE ASSIGN TO "PENDING-ADJUSTMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJQ-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "THRESHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.
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
       FD  APPEAL-FILE.
           COPY REVISAO.

       FD  APPEAL-RULE-FILE.
           COPY APPLRULE.

       FD  STUDENT-GRADES-FILE.
           COPY STDGRADE.

       FD  TERMCAL-FILE.
           COPY TERMCAL.

       FD  ADJQ-FILE.
           COPY ADJQUEUE.

       FD  THRESHOLD-FILE.
           COPY THRESH.

       FD  AUDIT-FILE.
           COPY AUDIT.

      * Second FD on the live log for the chain read (AUDCHAIN.cpy):
      * the record needs its own names since AUDIT-RECORD is already
      * claimed above by the writer FD.
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
       77 WS-APPEAL-STATUS    PIC X(2) VALUE SPACES.
       77 WS-REGRA-STATUS     PIC X(2) VALUE SPACES.
       77 WS-SG-STATUS        PIC X(2) VALUE SPACES.
       77 WS-TERMCAL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-ADJQ-STATUS      PIC X(2) VALUE SPACES.
       77 WS-THRESHOLD-STATUS PIC X(2) VALUE SPACES.
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
       COPY RULEVIG.

       01 WS-TABELA-CASOS.
           05 WS-CASO-ENTRY OCCURS 500 TIMES.
               10 WS-CASO-REG  PIC X(240).
       01 WS-TOTAL-CASOS     PIC 9(4) VALUE 0.
       01 WS-MAX-CASOS       PIC 9(4) VALUE 500.
       01 WS-PROX-CASO       PIC 9(6) VALUE 1.
       01 WS-CASO-NOVO       PIC X(240) VALUE SPACES.
       01 WS-CHAVE-NOVA      PIC X(39) VALUE SPACES.
       01 WS-ACAO-CASO       PIC X VALUE SPACES.
       01 WS-CASO-GRAVADO    PIC X VALUE "N".
           88 CASO-GRAVADO   VALUE "S".

       01 WS-TABELA-NOTAS.
           05 WS-NOTA-ENTRY OCCURS 2000 TIMES.
               10 WS-NOTA-REG  PIC X(120).
       01 WS-TOTAL-LIDAS     PIC 9(4) VALUE 0.
       01 WS-FIM-DO-ARQUIVO  PIC X VALUE "N".
           88 FIM-DO-ARQUIVO VALUE "S".

       01 WS-OPCAO           PIC X VALUE SPACES.
       01 WS-FILTRO          PIC X VALUE SPACES.
       01 WS-ALUNO-PEDIDO    PIC X(10) VALUE SPACES.
       01 WS-PROGRAMA-PEDIDO PIC X(10) VALUE SPACES.
       01 WS-I               PIC 9(4).
       01 WS-C               PIC 9(3).
       01 WS-ESCOLHIDA       PIC 9(4) VALUE 0.
       01 WS-CANDIDATAS      PIC 9(4) VALUE 0.
       01 WS-LISTADOS        PIC 9(3) VALUE 0.
       01 WS-CASO-PEDIDO     PIC 9(6) VALUE 0.
       01 WS-CASO-ESCOLHIDO  PIC 9(3) VALUE 0.
       01 WS-DECISAO         PIC X VALUE SPACES.
       01 WS-ALEGACAO        PIC X(60) VALUE SPACES.
       01 WS-RESPOSTA        PIC X(60) VALUE SPACES.
       01 WS-LINHA-VIGENTE   PIC X VALUE "N".
           88 LINHA-VIGENTE  VALUE "S".

       01 WS-PRAZO-DIAS      PIC 9(4) VALUE 10.
       01 WS-DATA-BASE       PIC 9(8) VALUE 0.
       01 WS-DATA-PRAZO      PIC 9(8) VALUE 0.
       01 WS-DIAS-INTEIROS   PIC 9(8) VALUE 0.
       01 WS-CALENDARIO-OK   PIC X VALUE "N".
           88 CALENDARIO-OK  VALUE "S".

       01 WS-VALOR-TEXTO     PIC X(6) VALUE SPACES.
       01 WS-NOVA-NOTA-1     PIC S9(2)V9(2) VALUE 0.
       01 WS-NOVA-NOTA-2     PIC S9(2)V9(2) VALUE 0.
       01 WS-NOVA-NOTA-3     PIC S9(2)V9(2) VALUE 0.
       01 WS-NOVA-MEDIA      PIC S9(2)V9(2) VALUE 0.
       01 WS-NOVO-RESULTADO  PIC X(9) VALUE SPACES.
       01 WS-CUTOFF          PIC 9(2)V9(2) VALUE 6.
       01 WS-PROX-SEQ        PIC 9(6) VALUE 1.
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.
       01 WS-MEDIA-DISP      PIC -Z9,99.
       01 WS-MEDIA-DISP-2    PIC -Z9,99.
       COPY STIDCHK.

       COPY SNCONF.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           PERFORM LER-PRAZO-DIAS.
           PERFORM CARREGAR-CASOS.
           IF WS-TOTAL-CASOS > WS-MAX-CASOS
               PERFORM AVISAR-CASOS-CHEIO
           END-IF.
           PERFORM UNTIL WS-OPCAO = "5"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
                   WHEN "1"
                       PERFORM LISTAR-CASOS
                   WHEN "2"
                       PERFORM ABRIR-CASO
                   WHEN "3"
                       PERFORM REGISTRAR-RESPOSTA
                   WHEN "4"
                       PERFORM DECIDIR-CASO
                   WHEN "5"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "===== REVISAO DE NOTAS (RECURSOS) ====="
           DISPLAY "1 - LISTAR CASOS"
           DISPLAY "2 - ABRIR CASO"
           DISPLAY "3 - REGISTRAR RESPOSTA DO PROFESSOR"
           DISPLAY "4 - DECIDIR CASO (DEFERIR/INDEFERIR)"
           DISPLAY "5 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO:"
           ACCEPT WS-OPCAO.

       LER-PRAZO-DIAS.
           MOVE 10 TO WS-PRAZO-DIAS.
           MOVE SPACES TO WS-REGRA-STATUS.
           OPEN INPUT APPEAL-RULE-FILE.
           IF WS-REGRA-STATUS = "00"
               PERFORM UNTIL WS-REGRA-STATUS = "10"
                   READ APPEAL-RULE-FILE
                       AT END
                           MOVE "10" TO WS-REGRA-STATUS
                       NOT AT END
                           IF AR-CHAVE = "PRAZO-DIAS"
                               AND AR-VALOR IS NUMERIC
                               MOVE AR-VALOR TO WS-PRAZO-DIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPEAL-RULE-FILE
           END-IF.

      * Next RV-CASO = highest on file + 1, so numbers are never
      * reused even if the file is trimmed by hand. The count runs
      * past the table on purpose: a file longer than WS-MAX-CASOS
      * is refused by the caller rather than regraved short.
       CARREGAR-CASOS.
           MOVE 0 TO WS-TOTAL-CASOS.
           MOVE 1 TO WS-PROX-CASO.
           MOVE SPACES TO WS-APPEAL-STATUS.
           OPEN INPUT APPEAL-FILE.
           IF WS-APPEAL-STATUS = "00"
               PERFORM UNTIL WS-APPEAL-STATUS = "10"
                   READ APPEAL-FILE
                       AT END
                           MOVE "10" TO WS-APPEAL-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-CASOS
                           IF WS-TOTAL-CASOS <= WS-MAX-CASOS
                               MOVE APPEAL-CASE-RECORD
                                   TO WS-CASO-REG(WS-TOTAL-CASOS)
                           END-IF
                           IF RV-CASO >= WS-PROX-CASO
                               COMPUTE WS-PROX-CASO = RV-CASO + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPEAL-FILE
           END-IF.

      * The desk cannot work on a file it cannot hold whole.
       AVISAR-CASOS-CHEIO.
           DISPLAY "GRADE-APPEALS.DAT TEM " WS-TOTAL-CASOS
               " CASOS - EXCEDE A CAPACIDADE DE " WS-MAX-CASOS
               " DESTE PROGRAMA. NADA ALTERADO.".
           STOP RUN.

       LISTAR-CASOS.
           DISPLAY "FILTRO: T=TODOS P=PENDENTES (A/E) D=DEFERIDOS "
               "I=INDEFERIDOS".
           ACCEPT WS-FILTRO.
           MOVE FUNCTION UPPER-CASE(WS-FILTRO) TO WS-FILTRO.
           MOVE 0 TO WS-LISTADOS.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-TOTAL-CASOS
               MOVE WS-CASO-REG(WS-C) TO APPEAL-CASE-RECORD
               IF WS-FILTRO = "T"
                   OR (WS-FILTRO = "P" AND RV-PENDENTE)
                   OR (WS-FILTRO NOT = "P"
                       AND RV-STATUS = WS-FILTRO)
                   ADD 1 TO WS-LISTADOS
                   PERFORM MOSTRAR-CASO
               END-IF
           END-PERFORM.
           IF WS-LISTADOS = 0
               DISPLAY "NENHUM CASO COM ESTE FILTRO."
           END-IF.

       MOSTRAR-CASO.
           DISPLAY RV-CASO " [" RV-STATUS "] " RV-STUDENT-ID " "
               RV-PROGRAMA-ID " LINHA DE " RV-DATA-HORA
               " PRAZO=" RV-PRAZO.
           DISPLAY "       ALEGACAO: " RV-ALEGACAO.
           IF RV-RESPOSTA NOT = SPACES
               DISPLAY "       RESPOSTA: " RV-RESPOSTA
           END-IF.
           IF RV-DEFERIDO
               DISPLAY "       DEFERIDO POR " RV-DECIDIDO-POR " EM "
                   RV-DECIDIDO-EM " - PEDIDO DE AJUSTE "
                   RV-AJUSTE-SEQ
           END-IF.
           IF RV-INDEFERIDO
               DISPLAY "       INDEFERIDO POR " RV-DECIDIDO-POR " EM "
                   RV-DECIDIDO-EM
           END-IF.

      * The case is opened against one exact history row; a row
      * already superseded by an adjustment is no longer the grade
      * of record and cannot be appealed.
       ABRIR-CASO.
           DISPLAY "MATRICULA DO ALUNO: ".
           ACCEPT WS-ALUNO-PEDIDO.
           MOVE WS-ALUNO-PEDIDO TO WS-STID-ALVO.
           PERFORM VALIDAR-PADRAO-MATRICULA.
           IF NOT STID-PADRAO-OK
               DISPLAY "AVISO: MATRICULA FORA DO PADRAO "
                   "INSTITUCIONAL (ALU + 6 DIGITOS + DIGITO "
                   "VERIFICADOR) - SO PROSSEGUE SE CONSTAR NO "
                   "HISTORICO."
           END-IF.
           DISPLAY "PROGRAMA (MEDIA, EXER13): ".
           ACCEPT WS-PROGRAMA-PEDIDO.

           PERFORM CARREGAR-NOTAS.
           IF NOT FIM-DO-ARQUIVO
               CONTINUE
           ELSE
               PERFORM LISTAR-CANDIDATAS
               IF WS-CANDIDATAS = 0
                   DISPLAY "NENHUMA LINHA VIGENTE PARA ESTE ALUNO/"
                       "PROGRAMA."
               ELSE
                   DISPLAY "NUMERO DA LINHA CONTESTADA: "
                   ACCEPT WS-ESCOLHIDA
                   PERFORM CRITICAR-LINHA-ESCOLHIDA
                   IF LINHA-VIGENTE
                       PERFORM REGISTRAR-CASO
                   END-IF
               END-IF
           END-IF.

       CRITICAR-LINHA-ESCOLHIDA.
           MOVE "N" TO WS-LINHA-VIGENTE.
           IF WS-ESCOLHIDA < 1 OR WS-ESCOLHIDA > WS-TOTAL-LIDAS
               DISPLAY "NUMERO INVALIDO."
           ELSE
               MOVE WS-NOTA-REG(WS-ESCOLHIDA) TO STUDENT-GRADE-RECORD
               IF SG-STUDENT-ID NOT = WS-ALUNO-PEDIDO
                   OR SG-PROGRAMA-ID NOT = WS-PROGRAMA-PEDIDO
                   DISPLAY "A LINHA ESCOLHIDA NAO E DO ALUNO/PROGRAMA "
                       "INFORMADO."
               ELSE
                   IF SG-SUPERSEDIDA
                       DISPLAY "ESTA LINHA JA FOI SUPERSEDIDA POR UM "
                           "AJUSTE."
                   ELSE
                       MOVE "S" TO WS-LINHA-VIGENTE
                   END-IF
               END-IF
           END-IF.
           IF LINHA-VIGENTE
               PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CASOS
                   MOVE WS-CASO-REG(WS-C) TO APPEAL-CASE-RECORD
                   IF RV-STUDENT-ID = SG-STUDENT-ID
                       AND RV-PROGRAMA-ID = SG-PROGRAMA-ID
                       AND RV-DATA-HORA = SG-DATA-HORA
                       DISPLAY "JA EXISTE O CASO " RV-CASO " ["
                           RV-STATUS "] PARA ESTA LINHA."
                       MOVE "N" TO WS-LINHA-VIGENTE
                   END-IF
               END-PERFORM
           END-IF.

       REGISTRAR-CASO.
           IF WS-TOTAL-CASOS >= WS-MAX-CASOS
               DISPLAY "ARQUIVO DE CASOS CHEIO (MAX 500). NAO FOI "
                   "POSSIVEL ABRIR."
           ELSE
               MOVE WS-NOTA-REG(WS-ESCOLHIDA) TO STUDENT-GRADE-RECORD
               PERFORM CALCULAR-PRAZO
               DISPLAY "ALEGACAO DO ALUNO (ATE 60 CARACTERES):"
               ACCEPT WS-ALEGACAO
               DISPLAY "PRAZO DE DECISAO: " WS-DATA-PRAZO
               MOVE SPACES TO WS-SN-RESPOSTA
               PERFORM UNTIL SN-VALIDA
                   DISPLAY "CONFIRMA A ABERTURA DO CASO? (S/N)"
                   ACCEPT WS-SN-RESPOSTA
                   IF NOT SN-VALIDA
                       DISPLAY "OPCAO INVALIDA. DIGITE S OU N."
                   END-IF
               END-PERFORM
               IF SN-SIM
                   MOVE SPACES TO APPEAL-CASE-RECORD
                   MOVE 0 TO RV-CASO
                   MOVE SG-STUDENT-ID TO RV-STUDENT-ID
                   MOVE SG-PROGRAMA-ID TO RV-PROGRAMA-ID
                   MOVE SG-DATA-HORA TO RV-DATA-HORA
                   MOVE "A" TO RV-STATUS
                   MOVE SG-TERMO TO RV-TERMO
                   MOVE FUNCTION CURRENT-DATE(1:19) TO RV-ABERTO-EM
                   MOVE WS-DATA-PRAZO TO RV-PRAZO
                   MOVE WS-ALEGACAO TO RV-ALEGACAO
                   MOVE WS-OPERADOR TO RV-ABERTO-POR
                   MOVE 0 TO RV-AJUSTE-SEQ
                   MOVE APPEAL-CASE-RECORD TO WS-CASO-NOVO
                   PERFORM INCLUIR-CASO
               ELSE
                   DISPLAY "ABERTURA CANCELADA - NADA FOI GRAVADO."
               END-IF
           END-IF.

      * The new case takes its number from the file as it is now,
      * and is refused if another desk opened one for the same row
      * meanwhile.
       INCLUIR-CASO.
           MOVE "N" TO WS-CASO-GRAVADO.
           MOVE "GRADE-APPEALS.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-CASOS.
           IF WS-TOTAL-CASOS > WS-MAX-CASOS
               PERFORM LIBERAR-TRAVA
               PERFORM AVISAR-CASOS-CHEIO
           END-IF.
           MOVE WS-CASO-NOVO TO APPEAL-CASE-RECORD.
           MOVE RV-CHAVE TO WS-CHAVE-NOVA.
           MOVE 0 TO WS-CASO-ESCOLHIDO.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-TOTAL-CASOS
               MOVE WS-CASO-REG(WS-C) TO APPEAL-CASE-RECORD
               IF RV-CHAVE = WS-CHAVE-NOVA
                   MOVE WS-C TO WS-CASO-ESCOLHIDO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-CASO-ESCOLHIDO > 0
                   PERFORM LIBERAR-TRAVA
                   MOVE WS-CASO-REG(WS-CASO-ESCOLHIDO)
                       TO APPEAL-CASE-RECORD
                   DISPLAY "OUTRO OPERADOR ABRIU O CASO " RV-CASO
                       " PARA ESTA LINHA - NADA FOI GRAVADO."
               WHEN WS-TOTAL-CASOS >= WS-MAX-CASOS
                   PERFORM LIBERAR-TRAVA
                   DISPLAY "ARQUIVO DE CASOS CHEIO (MAX 500). NAO FOI "
                       "POSSIVEL ABRIR."
               WHEN OTHER
                   MOVE WS-CASO-NOVO TO APPEAL-CASE-RECORD
                   MOVE WS-PROX-CASO TO RV-CASO
                   ADD 1 TO WS-TOTAL-CASOS
                   MOVE APPEAL-CASE-RECORD
                       TO WS-CASO-REG(WS-TOTAL-CASOS)
                   MOVE WS-TOTAL-CASOS TO WS-CASO-ESCOLHIDO
                   ADD 1 TO WS-PROX-CASO
                   PERFORM GRAVAR-CASOS
                   PERFORM LIBERAR-TRAVA
                   MOVE "S" TO WS-CASO-GRAVADO
           END-EVALUATE.
           IF CASO-GRAVADO
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "REVISAO ABERTA CASO=" DELIMITED BY SIZE
                   RV-CASO DELIMITED BY SIZE
                   " ALUNO=" DELIMITED BY SIZE
                   RV-STUDENT-ID DELIMITED BY SIZE
                   " PROG=" DELIMITED BY SIZE
                   RV-PROGRAMA-ID DELIMITED BY SIZE
                   " LINHA=" DELIMITED BY SIZE
                   RV-DATA-HORA DELIMITED BY SIZE
                   " PRAZO=" DELIMITED BY SIZE
                   RV-PRAZO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               DISPLAY "CASO " RV-CASO " ABERTO."
           END-IF.

      * Deadline = TC-FIM of the row's term + PRAZO-DIAS. A row with
      * no term, or a term with no calendar line, counts from today
      * so the case still gets a deadline.
       CALCULAR-PRAZO.
           MOVE "N" TO WS-CALENDARIO-OK.
           MOVE SPACES TO WS-TERMCAL-STATUS.
           IF SG-TERMO NOT = SPACES
               OPEN INPUT TERMCAL-FILE
               IF WS-TERMCAL-STATUS = "00"
                   PERFORM UNTIL WS-TERMCAL-STATUS = "10"
                       READ TERMCAL-FILE
                           AT END
                               MOVE "10" TO WS-TERMCAL-STATUS
                           NOT AT END
                               IF TC-TERM-ID = SG-TERMO
                                   AND TC-FIM IS NUMERIC
                                   MOVE TC-FIM TO WS-DATA-BASE
                                   MOVE "S" TO WS-CALENDARIO-OK
                                   MOVE "10" TO WS-TERMCAL-STATUS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TERMCAL-FILE
               END-IF
           END-IF.
           IF NOT CALENDARIO-OK
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-BASE
               DISPLAY "AVISO: TERMO " SG-TERMO " SEM LINHA EM "
                   "TERM-CALENDAR.DAT - PRAZO CONTADO A PARTIR DE HOJE."
           END-IF.
           COMPUTE WS-DIAS-INTEIROS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-BASE) + WS-PRAZO-DIAS.
           COMPUTE WS-DATA-PRAZO =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS).

       SELECIONAR-CASO-PENDENTE.
           MOVE 0 TO WS-CASO-ESCOLHIDO.
           DISPLAY "NUMERO DO CASO: ".
           ACCEPT WS-CASO-PEDIDO.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-TOTAL-CASOS
               MOVE WS-CASO-REG(WS-C) TO APPEAL-CASE-RECORD
               IF RV-CASO = WS-CASO-PEDIDO AND RV-PENDENTE
                   MOVE WS-C TO WS-CASO-ESCOLHIDO
               END-IF
           END-PERFORM.
           IF WS-CASO-ESCOLHIDO = 0
               DISPLAY "CASO NAO ENCONTRADO OU JA DECIDIDO."
           ELSE
               MOVE WS-CASO-REG(WS-CASO-ESCOLHIDO)
                   TO APPEAL-CASE-RECORD
               PERFORM MOSTRAR-CASO
           END-IF.

       REGISTRAR-RESPOSTA.
           MOVE "N" TO WS-CASO-GRAVADO.
           PERFORM SELECIONAR-CASO-PENDENTE.
           IF WS-CASO-ESCOLHIDO > 0
               DISPLAY "RESPOSTA DO PROFESSOR (ATE 60 CARACTERES):"
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = SPACES
                   DISPLAY "RESPOSTA EM BRANCO - NADA FOI GRAVADO."
               ELSE
                   MOVE "R" TO WS-ACAO-CASO
                   PERFORM ATUALIZAR-CASO
               END-IF
           END-IF.
           IF CASO-GRAVADO
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "REVISAO EM ANALISE CASO=" DELIMITED BY SIZE
                   RV-CASO DELIMITED BY SIZE
                   " ALUNO=" DELIMITED BY SIZE
                   RV-STUDENT-ID DELIMITED BY SIZE
                   " PROG=" DELIMITED BY SIZE
                   RV-PROGRAMA-ID DELIMITED BY SIZE
                   " RESPOSTA DO PROFESSOR REGISTRADA"
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               DISPLAY "RESPOSTA REGISTRADA - CASO " RV-CASO
                   " EM ANALISE."
           END-IF.

      * Deciding takes coordenacao level, as requesting an adjustment
      * does in AJUSTE-NOTAS. A granted case becomes a queued
      * correction; the deciding operator is its requester, so
      * APROVA-AJUSTES still needs a second operator to apply it.
       DECIDIR-CASO.
           PERFORM VERIFICAR-AUTORIZACAO.
           IF AUTORIZADO
               PERFORM SELECIONAR-CASO-PENDENTE
               IF WS-CASO-ESCOLHIDO > 0
                   MOVE SPACES TO WS-DECISAO
                   PERFORM UNTIL WS-DECISAO = "D" OR "I" OR "C"
                       DISPLAY "DECISAO: D=DEFERIR I=INDEFERIR "
                           "C=CANCELAR"
                       ACCEPT WS-DECISAO
                       MOVE FUNCTION UPPER-CASE(WS-DECISAO)
                           TO WS-DECISAO
                   END-PERFORM
                   EVALUATE WS-DECISAO
                       WHEN "D"
                           PERFORM DEFERIR-CASO
                       WHEN "I"
                           PERFORM INDEFERIR-CASO
                       WHEN OTHER
                           DISPLAY "DECISAO CANCELADA."
                   END-EVALUATE
               END-IF
           END-IF.

       INDEFERIR-CASO.
           MOVE "N" TO WS-CASO-GRAVADO.
           MOVE RV-RESPOSTA TO WS-RESPOSTA.
           IF WS-RESPOSTA = SPACES
               DISPLAY "JUSTIFICATIVA DO INDEFERIMENTO:"
               ACCEPT WS-RESPOSTA
           END-IF.
           IF WS-RESPOSTA = SPACES
               DISPLAY "O INDEFERIMENTO EXIGE JUSTIFICATIVA - NADA "
                   "FOI GRAVADO."
           ELSE
               MOVE "I" TO WS-ACAO-CASO
               PERFORM ATUALIZAR-CASO
           END-IF.
           IF CASO-GRAVADO
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "REVISAO INDEFERIDA CASO=" DELIMITED BY SIZE
                   RV-CASO DELIMITED BY SIZE
                   " ALUNO=" DELIMITED BY SIZE
                   RV-STUDENT-ID DELIMITED BY SIZE
                   " PROG=" DELIMITED BY SIZE
                   RV-PROGRAMA-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               DISPLAY "CASO " RV-CASO " INDEFERIDO."
           END-IF.

      * The contested row must still be vigente at decision time: an
      * adjustment applied meanwhile means the case is against a
      * grade that is no longer of record.
       DEFERIR-CASO.
           MOVE "N" TO WS-CASO-GRAVADO.
           MOVE RV-STUDENT-ID TO WS-ALUNO-PEDIDO.
           MOVE RV-PROGRAMA-ID TO WS-PROGRAMA-PEDIDO.
           PERFORM CARREGAR-NOTAS.
           MOVE 0 TO WS-ESCOLHIDA.
           IF FIM-DO-ARQUIVO
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-LIDAS
                   MOVE WS-NOTA-REG(WS-I) TO STUDENT-GRADE-RECORD
                   IF SG-STUDENT-ID = RV-STUDENT-ID
                       AND SG-PROGRAMA-ID = RV-PROGRAMA-ID
                       AND SG-DATA-HORA = RV-DATA-HORA
                       AND NOT SG-SUPERSEDIDA
                       MOVE WS-I TO WS-ESCOLHIDA
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ESCOLHIDA = 0
               DISPLAY "A LINHA CONTESTADA NAO ESTA MAIS VIGENTE EM "
                   "STUDENT-GRADES.DAT - DEFERIMENTO NAO GRAVADO."
           ELSE
               PERFORM COLETAR-CORRECAO
               MOVE WS-NOTA-REG(WS-ESCOLHIDA) TO STUDENT-GRADE-RECORD
               MOVE SG-MEDIA TO WS-MEDIA-DISP
               MOVE WS-NOVA-MEDIA TO WS-MEDIA-DISP-2
               DISPLAY "O CASO " RV-CASO " SERA DEFERIDO E A MEDIA "
                   WS-MEDIA-DISP " PASSARA A " WS-MEDIA-DISP-2
                   " APOS APROVACAO EM APROVA-AJUSTES."
               MOVE SPACES TO WS-SN-RESPOSTA
               PERFORM UNTIL SN-VALIDA
                   DISPLAY "CONFIRMA O DEFERIMENTO? (S/N)"
                   ACCEPT WS-SN-RESPOSTA
                   IF NOT SN-VALIDA
                       DISPLAY "OPCAO INVALIDA. DIGITE S OU N."
                   END-IF
               END-PERFORM
               IF SN-SIM
                   MOVE "D" TO WS-ACAO-CASO
                   PERFORM ATUALIZAR-CASO
               ELSE
                   DISPLAY "DEFERIMENTO CANCELADO - NADA FOI GRAVADO."
               END-IF
           END-IF.
           IF CASO-GRAVADO
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "REVISAO DEFERIDA CASO=" DELIMITED BY SIZE
                   RV-CASO DELIMITED BY SIZE
                   " ALUNO=" DELIMITED BY SIZE
                   RV-STUDENT-ID DELIMITED BY SIZE
                   " PROG=" DELIMITED BY SIZE
                   RV-PROGRAMA-ID DELIMITED BY SIZE
                   " AJUSTE SEQ=" DELIMITED BY SIZE
                   WS-PROX-SEQ DELIMITED BY SIZE
                   " MEDIA-PEDIDA=" DELIMITED BY SIZE
                   WS-MEDIA-DISP-2 DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
               DISPLAY "CASO " RV-CASO " DEFERIDO - PEDIDO "
                   WS-PROX-SEQ " GRAVADO EM PENDING-ADJUSTMENTS.DAT"
                   " - AGUARDA APROVACAO DE OUTRO OPERADOR."
           END-IF.

       COLETAR-CORRECAO.
           DISPLAY "NOTA 1 CORRIGIDA (EX: 7,5): ".
           ACCEPT WS-VALOR-TEXTO.
           COMPUTE WS-NOVA-NOTA-1 = FUNCTION NUMVAL(WS-VALOR-TEXTO).
           DISPLAY "NOTA 2 CORRIGIDA: ".
           ACCEPT WS-VALOR-TEXTO.
           COMPUTE WS-NOVA-NOTA-2 = FUNCTION NUMVAL(WS-VALOR-TEXTO).
           DISPLAY "NOTA 3 CORRIGIDA (0 SE NAO USADA): ".
           ACCEPT WS-VALOR-TEXTO.
           COMPUTE WS-NOVA-NOTA-3 = FUNCTION NUMVAL(WS-VALOR-TEXTO).

           PERFORM LER-LIMITE-APROVACAO.
           IF WS-PROGRAMA-PEDIDO = "MEDIA"
               COMPUTE WS-NOVA-MEDIA =
                   (WS-NOVA-NOTA-1 + WS-NOVA-NOTA-2) / 2
           ELSE
               COMPUTE WS-NOVA-MEDIA =
                   (WS-NOVA-NOTA-1 + WS-NOVA-NOTA-2
                    + WS-NOVA-NOTA-3) / 3
           END-IF.
           IF WS-NOVA-MEDIA >= WS-CUTOFF
               MOVE "APROVADO" TO WS-NOVO-RESULTADO
           ELSE
               MOVE "REPROVADO" TO WS-NOVO-RESULTADO
           END-IF.
           MOVE WS-NOVA-MEDIA TO WS-MEDIA-DISP.
           DISPLAY "NOVA MEDIA: " WS-MEDIA-DISP " RESULTADO: "
               WS-NOVO-RESULTADO.

      * Same append as AJUSTE-NOTAS (ADJ-PENDENTES.LCK, next AJ-SEQ =
      * highest on file + 1); the reserved motivo RVN plus the case
      * number is what ties the correction back to the complaint.
       GRAVAR-PEDIDO-AJUSTE.
           MOVE "ADJ-PENDENTES.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           MOVE 1 TO WS-PROX-SEQ.
           MOVE SPACES TO WS-ADJQ-STATUS.
           OPEN INPUT ADJQ-FILE.
           IF WS-ADJQ-STATUS = "00"
               PERFORM UNTIL WS-ADJQ-STATUS = "10"
                   READ ADJQ-FILE
                       AT END
                           MOVE "10" TO WS-ADJQ-STATUS
                       NOT AT END
                           IF AJ-SEQ >= WS-PROX-SEQ
                               COMPUTE WS-PROX-SEQ = AJ-SEQ + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJQ-FILE
           END-IF.
           OPEN EXTEND ADJQ-FILE.
           IF WS-ADJQ-STATUS = "35"
               OPEN OUTPUT ADJQ-FILE
               CLOSE ADJQ-FILE
               OPEN EXTEND ADJQ-FILE
           END-IF.
           MOVE WS-NOTA-REG(WS-ESCOLHIDA) TO STUDENT-GRADE-RECORD.
           MOVE WS-CASO-REG(WS-CASO-ESCOLHIDO) TO APPEAL-CASE-RECORD.
           MOVE WS-PROX-SEQ TO AJ-SEQ.
           MOVE "P" TO AJ-STATUS.
           MOVE SG-STUDENT-ID TO AJ-ALUNO.
           MOVE SG-PROGRAMA-ID TO AJ-PROGRAMA.
           MOVE SG-DATA-HORA TO AJ-DATA-HORA-ORIG.
           MOVE WS-NOVA-NOTA-1 TO AJ-NOVA-NOTA-1.
           MOVE WS-NOVA-NOTA-2 TO AJ-NOVA-NOTA-2.
           MOVE WS-NOVA-NOTA-3 TO AJ-NOVA-NOTA-3.
           MOVE WS-NOVA-MEDIA TO AJ-NOVA-MEDIA.
           MOVE WS-NOVO-RESULTADO TO AJ-NOVO-RESULTADO.
           MOVE "RVN" TO AJ-MOTIVO.
           MOVE WS-OPERADOR TO AJ-SOLICITANTE.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AJ-SOLICITADO-EM.
           MOVE SPACES TO AJ-REVISOR.
           MOVE SPACES TO AJ-REVISADO-EM.
           MOVE RV-CASO TO AJ-CASO-REVISAO.
           WRITE ADJUST-QUEUE-RECORD.
           CLOSE ADJQ-FILE.
           PERFORM LIBERAR-TRAVA.

      * A change to a case already on file (WS-ACAO-CASO R resposta,
      * I indeferido, D deferido) is applied to the file as it is
      * under GRADE-APPEALS.LCK: the case is found again by number
      * and must still be pending, so two desks never decide the
      * same case. Only the fields of the change are set - another
      * desk's resposta is kept. A granted case queues its correction
      * (ADJ-PENDENTES.LCK, taken inside this lock) before it is
      * marked, so the decision and the correction are never left
      * out of step.
       ATUALIZAR-CASO.
           MOVE "N" TO WS-CASO-GRAVADO.
           MOVE "GRADE-APPEALS.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-CASOS.
           IF WS-TOTAL-CASOS > WS-MAX-CASOS
               PERFORM LIBERAR-TRAVA
               PERFORM AVISAR-CASOS-CHEIO
           END-IF.
           MOVE 0 TO WS-CASO-ESCOLHIDO.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-TOTAL-CASOS
               MOVE WS-CASO-REG(WS-C) TO APPEAL-CASE-RECORD
               IF RV-CASO = WS-CASO-PEDIDO AND RV-PENDENTE
                   MOVE WS-C TO WS-CASO-ESCOLHIDO
               END-IF
           END-PERFORM.
           IF WS-CASO-ESCOLHIDO = 0
               PERFORM LIBERAR-TRAVA
               DISPLAY "O CASO " WS-CASO-PEDIDO " JA FOI DECIDIDO POR "
                   "OUTRO OPERADOR - NADA FOI GRAVADO."
           ELSE
               PERFORM EFETIVAR-CASO
           END-IF.

       EFETIVAR-CASO.
           IF WS-ACAO-CASO = "D"
               PERFORM GRAVAR-PEDIDO-AJUSTE
               MOVE "GRADE-APPEALS.LCK" TO WS-LOCK-NOME
           END-IF.
           MOVE WS-CASO-REG(WS-CASO-ESCOLHIDO) TO APPEAL-CASE-RECORD.
           EVALUATE WS-ACAO-CASO
               WHEN "R"
                   MOVE WS-RESPOSTA TO RV-RESPOSTA
                   MOVE "E" TO RV-STATUS
               WHEN "I"
                   IF RV-RESPOSTA = SPACES
                       MOVE WS-RESPOSTA TO RV-RESPOSTA
                   END-IF
                   MOVE "I" TO RV-STATUS
                   MOVE WS-OPERADOR TO RV-DECIDIDO-POR
                   MOVE FUNCTION CURRENT-DATE(1:19) TO RV-DECIDIDO-EM
               WHEN "D"
                   MOVE "D" TO RV-STATUS
                   MOVE WS-OPERADOR TO RV-DECIDIDO-POR
                   MOVE FUNCTION CURRENT-DATE(1:19) TO RV-DECIDIDO-EM
                   MOVE WS-PROX-SEQ TO RV-AJUSTE-SEQ
           END-EVALUATE.
           MOVE APPEAL-CASE-RECORD TO WS-CASO-REG(WS-CASO-ESCOLHIDO).
           PERFORM GRAVAR-CASOS.
           PERFORM LIBERAR-TRAVA.
           MOVE "S" TO WS-CASO-GRAVADO.
           MOVE WS-CASO-REG(WS-CASO-ESCOLHIDO) TO APPEAL-CASE-RECORD.

      * Whole-file rewrite; the caller holds GRADE-APPEALS.LCK and
      * loaded the file under it.
       GRAVAR-CASOS.
           OPEN OUTPUT APPEAL-FILE.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-TOTAL-CASOS
               MOVE WS-CASO-REG(WS-C) TO APPEAL-CASE-RECORD
               WRITE APPEAL-CASE-RECORD
           END-PERFORM.
           CLOSE APPEAL-FILE.

       CARREGAR-NOTAS.
           MOVE 0 TO WS-TOTAL-LIDAS.
           MOVE "N" TO WS-FIM-DO-ARQUIVO.
           MOVE SPACES TO WS-SG-STATUS.
           OPEN INPUT STUDENT-GRADES-FILE.
           IF WS-SG-STATUS NOT = "00"
               DISPLAY "STUDENT-GRADES.DAT NAO ENCONTRADO."
           ELSE
               PERFORM UNTIL WS-SG-STATUS = "10"
                   OR WS-TOTAL-LIDAS = 2000
                   READ STUDENT-GRADES-FILE
                       AT END
                           MOVE "10" TO WS-SG-STATUS
                           MOVE "S" TO WS-FIM-DO-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDAS
                           MOVE SPACES TO WS-NOTA-REG(WS-TOTAL-LIDAS)
                           MOVE STUDENT-GRADE-RECORD
                               TO WS-NOTA-REG(WS-TOTAL-LIDAS)
                   END-READ
               END-PERFORM
               CLOSE STUDENT-GRADES-FILE
      * A partial load could offer a row that a newer append already
      * superseded.
               IF NOT FIM-DO-ARQUIVO
                   DISPLAY "STUDENT-GRADES.DAT TEM MAIS LINHAS DO QUE "
                       "A TABELA COMPORTA (MAX 2000) - EXECUTE "
                       "NOTAS-ARQUIVA PARA REDUZIR O ARQUIVO VIVO."
               END-IF
           END-IF.

       LISTAR-CANDIDATAS.
           MOVE 0 TO WS-CANDIDATAS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-LIDAS
               MOVE WS-NOTA-REG(WS-I) TO STUDENT-GRADE-RECORD
               IF SG-STUDENT-ID = WS-ALUNO-PEDIDO
                   AND SG-PROGRAMA-ID = WS-PROGRAMA-PEDIDO
                   AND NOT SG-SUPERSEDIDA
                   ADD 1 TO WS-CANDIDATAS
                   MOVE SG-MEDIA TO WS-MEDIA-DISP
                   DISPLAY WS-I ": " SG-DATA-HORA
                       " TERMO=" SG-TERMO
                       " MEDIA=" WS-MEDIA-DISP " "
                       SG-RESULTADO
               END-IF
           END-PERFORM.

       LER-LIMITE-APROVACAO.
           MOVE 6 TO WS-CUTOFF.
           MOVE RV-TERMO TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.
           MOVE "N" TO WS-VIG-ACHOU.
           MOVE SPACES TO WS-THRESHOLD-STATUS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10"
                   READ THRESHOLD-FILE
                       AT END
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-COURSE-ID = WS-PROGRAMA-PEDIDO
                               AND TH-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR TH-VIGENCIA
                                       > WS-VIG-ESCOLHIDA)
                               MOVE TH-CUTOFF TO WS-CUTOFF
                               MOVE TH-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
           END-IF.

      * Authorization gate (OPERMST.cpy): deciding a case takes
      * coordenacao level. A master not yet on disk means the
      * control is not deployed.
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
               DISPLAY "ACESSO NEGADO: DECIDIR REVISAO EXIGE NIVEL "
                   WS-NIVEL-EXIGIDO ". OPERADOR ATUAL: " WS-OPERADOR
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "DECISAO NEGADA OPERADOR=" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " NIVEL EXIGIDO=" DELIMITED BY SIZE
                   WS-NIVEL-EXIGIDO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
           END-IF.

      * Institutional matricula standard (STIDCHK.cpy): ALU + seis
      * digitos de sequencia + digito verificador (soma ponderada
      * dos seis digitos, pesos 2 a 7, modulo 10). Legacy ids still
      * have history rows to appeal, so a failure here only warns.
       VALIDAR-PADRAO-MATRICULA.
           MOVE "N" TO WS-STID-OK.
           IF WS-STID-ALVO(1:3) = "ALU"
               AND WS-STID-ALVO(4:7) IS NUMERIC
               MOVE 0 TO WS-STID-SOMA
               PERFORM VARYING WS-STID-I FROM 1 BY 1
                   UNTIL WS-STID-I > 6
                   MOVE WS-STID-ALVO(WS-STID-I + 3:1)
                       TO WS-STID-DIGITO
                   COMPUTE WS-STID-SOMA = WS-STID-SOMA
                       + WS-STID-DIGITO * (WS-STID-I + 1)
               END-PERFORM
               COMPUTE WS-STID-DV = FUNCTION MOD(WS-STID-SOMA, 10)
               MOVE WS-STID-ALVO(10:1) TO WS-STID-DIGITO
               IF WS-STID-DIGITO = WS-STID-DV
                   MOVE "S" TO WS-STID-OK
               END-IF
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "REVISAO-NOTAS" TO AU-PROGRAM.
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
           MOVE "REVISAO-NOTAS" TO TRAVA-PROGRAMA.
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
