           SELECT TURMAHST-FILE ASSIGN TO "TURMA-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAHST-STATUS.
           SELECT DUPLADIG-FILE ASSIGN TO "DUPLA-DIGITACAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLADIG-STATUS.
           SELECT DIGPEND-FILE ASSIGN TO "DIGITACAO-PENDENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIGPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMAHST-FILE.
           COPY TURMAHST.

       FD  DUPLADIG-FILE.
           COPY DUPLADIG.

       FD  DIGPEND-FILE.
           COPY DIGPEND.

       WORKING-STORAGE SECTION.
       77 WS-DIA-STATUS   PIC X(2) VALUE SPACES.
       77 WS-DIA-FECHADO  PIC X VALUE "N".
       77 WS-ALUNO-TURMA   PIC X(4) VALUE SPACES.
       77 WS-TURMA-POSTAGEM PIC X(4) VALUE SPACES.
       77 WS-MELHOR-DATA   PIC X(8) VALUE SPACES.
       77 WS-TABELAS-CARREGADAS PIC X VALUE "N".
           88 TABELAS-CARREGADAS VALUE "S".
       77 WS-DUPLADIG-STATUS PIC X(2) VALUE SPACES.
       77 WS-DIGPEND-STATUS PIC X(2) VALUE SPACES.
       77 WS-CONFERENCIA   PIC X VALUE "N".
           88 CURSO-EM-CONFERENCIA VALUE "S".
       77 WS-DD-PADRAO     PIC X VALUE "N".
       77 WS-DD-ACHOU      PIC X VALUE "N".
       77 WS-ETAPA-DIGITACAO PIC X VALUE SPACES.
           88 PRIMEIRA-DIGITACAO VALUE "1".
           88 SEGUNDA-DIGITACAO  VALUE "2".
       77 WS-DIGITACAO-OK  PIC X VALUE "N".
           88 DIGITACAO-CONFERE VALUE "S".
       77 WS-DIGITADOR     PIC X(8) VALUE SPACES.
       77 WS-TOTAL-PENDENTES PIC 9(3) VALUE 0.
       77 WS-DV-I          PIC 9(3) VALUE 0.
       77 WS-DV-ACHADA     PIC 9(3) VALUE 0.
       COPY TABMEST.
       COPY LOCKF.
       COPY AUDCHAIN.
       COPY RULEVIG.

       01 WS-DV-BUSCA.
           05 WS-DV-BUSCA-ALUNO PIC X(10).
           05 WS-DV-BUSCA-CURSO PIC X(10).
           05 WS-DV-BUSCA-TERMO PIC X(06).
      * Outstanding keyings (DIGPEND.cpy), loaded and regraved whole
      * under the DIGITACAO-PENDENTE lock; X drops a line.
       01 WS-TABELA-PENDENTES.
           05 WS-DV-ENTRY OCCURS 500 TIMES.
               10 WS-DV-CHAVE  PIC X(26).
               10 WS-DV-SIT    PIC X(01).
               10 WS-DV-OPER   PIC X(08).
               10 WS-DV-LINHA  PIC X(107).

       01 WS-TABELA-ROSTER.
           05 WS-ROSTER-ENTRY OCCURS 200 TIMES.
      * Saída: MEDIA e RESULTADO ("APROVADO" ou "REPROVADO")

           PERFORM VERIFICAR-DIA-ABERTO.
           PERFORM LER-TERMO-ABERTO
           IF WS-TERMO-ATUAL = SPACES
               DISPLAY "NENHUM TERMO LETIVO ABERTO EM "
               STOP RUN
           END-IF
           DISPLAY "TERMO LETIVO: " WS-TERMO-ATUAL
           PERFORM LER-LIMITE-APROVACAO

           PERFORM VERIFICAR-JANELA-TERMO

           MOVE 0 TO WS-REGISTROS-PROCESSADOS.

           PERFORM CARREGAR-ROSTER.
           PERFORM CARREGAR-TABELAS-MESTRE.
           IF WS-TOTAL-ROSTER = 0
               DISPLAY "NENHUM REGISTRO DO ROSTER A PROCESSAR "
                   "(ARQUIVO AUSENTE OU TURMA SEM ALUNOS)."
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      * The batch looks the student up in the table loaded once by
      * CARREGAR-TABELAS-MESTRE; the interactive path, or a master
      * past the table capacity, reads STUDENT.DAT as before.
       BUSCAR-ALUNO.
           MOVE "ALUNO NAO CADASTRADO" TO WS-STUDENT-NOME.
           IF TABELAS-CARREGADAS AND NOT TA-CHEIA
               MOVE WS-AUDIT-ID TO WS-TB-CHAVE
               PERFORM LOCALIZAR-TABELA-ALUNO
               IF TB-ACHOU
                   MOVE WS-TA-NOME(WS-TB-POS) TO WS-STUDENT-NOME
                   MOVE WS-TA-TURMA(WS-TB-POS) TO WS-ALUNO-TURMA
               END-IF
           ELSE
               PERFORM BUSCAR-ALUNO-ARQUIVO
           END-IF.

       BUSCAR-ALUNO-ARQUIVO.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               CLOSE DELTA-FILE
           END-IF.

      * The cutoff in force for the term the posting is stamped with
      * (RULEVIG.cpy), so a change keyed in for next term does not
      * grade this one.
       LER-LIMITE-APROVACAO.
           MOVE WS-TERMO-ATUAL TO WS-VIG-TERMO.
           MOVE "N" TO WS-VIG-ACHOU.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
               PERFORM UNTIL WS-THRESHOLD-STATUS = "10"
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-COURSE-ID = WS-COURSE-ID
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
           PERFORM VERIFICAR-MATRICULA-CURSO.
           IF MATRICULADO
               PERFORM VERIFICAR-LIMITE-TENTATIVAS
               IF LANCAMENTO-OK
                   PERFORM VERIFICAR-DUPLA-DIGITACAO
               END-IF
               IF LANCAMENTO-OK
                   PERFORM COLETAR-E-AVALIAR
               END-IF
           DISPLAY "Digite a terceira nota: ".
           ACCEPT NOTA-TRES.

           IF PRIMEIRA-DIGITACAO
               PERFORM RETER-DIGITACAO
           ELSE
               MOVE "S" TO WS-DIGITACAO-OK
               IF SEGUNDA-DIGITACAO
                   PERFORM CONFERIR-DIGITACAO
               END-IF
               IF DIGITACAO-CONFERE
                   PERFORM CALCULAR-E-GRAVAR
               END-IF
           END-IF.

       CALCULAR-E-GRAVAR.
           COMPUTE MEDIA = (NOTA-UM + NOTA-DOIS + NOTA-TRES) / 3.

           IF MEDIA >= WS-CUTOFF THEN

           PERFORM GRAVAR-AUDITORIA.
           PERFORM GRAVAR-NOTA-ALUNO.
           IF SEGUNDA-DIGITACAO
               PERFORM BAIXAR-DIGITACAO
           END-IF.

      * Double keying (DUPLADIG.cpy), as in MEDIA: in a course
      * switched on, the first keying of the three grades is held on
      * DIGITACAO-PENDENTE.DAT and only a second, blind keying by
      * another operator posts it. Both keyings need an identified
      * operator - ANONIMO could be anyone, the first keyer included.
      * A refusal here skips the student; the session goes on.
       VERIFICAR-DUPLA-DIGITACAO.
           MOVE SPACES TO WS-ETAPA-DIGITACAO.
           PERFORM LER-MODO-CONFERENCIA.
           IF CURSO-EM-CONFERENCIA
               PERFORM LER-OPERADOR
               IF WS-OPERADOR = "ANONIMO"
                   DISPLAY "O CURSO " WS-COURSE-ID " EXIGE DUPLA "
                       "DIGITACAO E A SESSAO NAO TEM OPERADOR "
                       "IDENTIFICADO. NOTA NAO SERA ACEITA."
                   MOVE SPACES TO WS-REJEICAO-MSG
                   STRING "ALUNO=" DELIMITED BY SIZE
                       WS-AUDIT-ID DELIMITED BY SIZE
                       " DUPLA DIGITACAO SEM OPERADOR IDENTIFICADO"
                       DELIMITED BY SIZE
                       " - NOTA RECUSADA" DELIMITED BY SIZE
                       INTO WS-REJEICAO-MSG
                   END-STRING
                   PERFORM REGISTRAR-REJEICAO
                   MOVE "N" TO WS-LANCAMENTO-OK
               ELSE
                   PERFORM CARREGAR-PENDENTES
                   PERFORM LOCALIZAR-PENDENTE
                   PERFORM DEFINIR-ETAPA-DIGITACAO
               END-IF
           END-IF.

       DEFINIR-ETAPA-DIGITACAO.
           IF WS-DV-ACHADA > 0
               AND WS-DV-SIT(WS-DV-ACHADA) = "P"
               IF WS-DV-OPER(WS-DV-ACHADA) = WS-OPERADOR
                   DISPLAY "ESTA NOTA FOI DIGITADA POR "
                       WS-OPERADOR " E AGUARDA CONFERENCIA POR "
                       "OUTRO OPERADOR. NADA FOI GRAVADO."
                   MOVE SPACES TO WS-REJEICAO-MSG
                   STRING "ALUNO=" DELIMITED BY SIZE
                       WS-AUDIT-ID DELIMITED BY SIZE
                       " CURSO=" DELIMITED BY SIZE
                       WS-COURSE-ID DELIMITED BY SIZE
                       " CONFERENCIA PELO PROPRIO DIGITADOR"
                       DELIMITED BY SIZE
                       " - RECUSADA" DELIMITED BY SIZE
                       INTO WS-REJEICAO-MSG
                   END-STRING
                   PERFORM REGISTRAR-REJEICAO
                   MOVE "N" TO WS-LANCAMENTO-OK
               ELSE
                   MOVE "2" TO WS-ETAPA-DIGITACAO
                   DISPLAY "CONFERENCIA DE DIGITACAO: REDIGITE AS "
                       "NOTAS A PARTIR DO DOCUMENTO ORIGINAL."
               END-IF
           ELSE
               MOVE "1" TO WS-ETAPA-DIGITACAO
               IF WS-DV-ACHADA > 0
                   DISPLAY "HA DIVERGENCIA DE DIGITACAO EM ABERTO "
                       "PARA ESTE ALUNO - ESTA DIGITACAO A "
                       "SUBSTITUI."
               END-IF
               DISPLAY "CURSO EM DUPLA DIGITACAO: AS NOTAS FICARAO "
                   "RETIDAS ATE A CONFERENCIA POR OUTRO OPERADOR."
           END-IF.

      * The course line decides; without one, the DEFAULT line; with
      * neither (or no file), no double keying.
       LER-MODO-CONFERENCIA.
           MOVE "N" TO WS-CONFERENCIA.
           MOVE "N" TO WS-DD-PADRAO.
           MOVE "N" TO WS-DD-ACHOU.
           MOVE SPACES TO WS-DUPLADIG-STATUS.
           OPEN INPUT DUPLADIG-FILE.
           IF WS-DUPLADIG-STATUS = "00"
               PERFORM UNTIL WS-DUPLADIG-STATUS = "10"
                   READ DUPLADIG-FILE
                       AT END
                           MOVE "10" TO WS-DUPLADIG-STATUS
                       NOT AT END
                           IF DD-COURSE-ID = WS-COURSE-ID
                               MOVE DD-CONFERE TO WS-CONFERENCIA
                               MOVE "S" TO WS-DD-ACHOU
                           END-IF
                           IF DD-COURSE-ID = "DEFAULT"
                               MOVE DD-CONFERE TO WS-DD-PADRAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPLADIG-FILE
           END-IF.
           IF WS-DD-ACHOU = "N"
               MOVE WS-DD-PADRAO TO WS-CONFERENCIA
           END-IF.

       CARREGAR-PENDENTES.
           MOVE 0 TO WS-TOTAL-PENDENTES.
           MOVE SPACES TO WS-DIGPEND-STATUS.
           OPEN INPUT DIGPEND-FILE.
           IF WS-DIGPEND-STATUS = "00"
               PERFORM UNTIL WS-DIGPEND-STATUS = "10"
                   OR WS-TOTAL-PENDENTES = 500
                   READ DIGPEND-FILE
                       AT END
                           MOVE "10" TO WS-DIGPEND-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-PENDENTES
                           MOVE DIGITACAO-PENDENTE-RECORD(1:26)
                               TO WS-DV-CHAVE(WS-TOTAL-PENDENTES)
                           MOVE DV-SITUACAO
                               TO WS-DV-SIT(WS-TOTAL-PENDENTES)
                           MOVE DV-OPERADOR
                               TO WS-DV-OPER(WS-TOTAL-PENDENTES)
                           MOVE DIGITACAO-PENDENTE-RECORD
                               TO WS-DV-LINHA(WS-TOTAL-PENDENTES)
                   END-READ
               END-PERFORM
               CLOSE DIGPEND-FILE
           END-IF.

      * One outstanding line per student, course and term.
       LOCALIZAR-PENDENTE.
           MOVE WS-AUDIT-ID TO WS-DV-BUSCA-ALUNO.
           MOVE WS-COURSE-ID TO WS-DV-BUSCA-CURSO.
           MOVE WS-TERMO-ATUAL TO WS-DV-BUSCA-TERMO.
           MOVE 0 TO WS-DV-ACHADA.
           PERFORM VARYING WS-DV-I FROM 1 BY 1
               UNTIL WS-DV-I > WS-TOTAL-PENDENTES
               IF WS-DV-CHAVE(WS-DV-I) = WS-DV-BUSCA
                   AND WS-DV-SIT(WS-DV-I) NOT = "X"
                   MOVE WS-DV-I TO WS-DV-ACHADA
               END-IF
           END-PERFORM.

       GRAVAR-PENDENTES.
           OPEN OUTPUT DIGPEND-FILE.
           PERFORM VARYING WS-DV-I FROM 1 BY 1
               UNTIL WS-DV-I > WS-TOTAL-PENDENTES
               IF WS-DV-SIT(WS-DV-I) NOT = "X"
                   MOVE WS-DV-LINHA(WS-DV-I)
                       TO DIGITACAO-PENDENTE-RECORD
                   WRITE DIGITACAO-PENDENTE-RECORD
               END-IF
           END-PERFORM.
           CLOSE DIGPEND-FILE.

      * First keying: held, not posted. A divergent line for the
      * same student is replaced - the new keying from the source
      * document is its resolution.
       RETER-DIGITACAO.
           MOVE "DIGITACAO-PENDENTE.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-PENDENTES.
           PERFORM LOCALIZAR-PENDENTE.
           IF WS-DV-ACHADA > 0
               AND WS-DV-SIT(WS-DV-ACHADA) = "P"
               PERFORM LIBERAR-TRAVA
               DISPLAY "OUTRA DIGITACAO DESTAS NOTAS FOI RETIDA "
                   "ENQUANTO ESTA ERA FEITA - NADA FOI GRAVADO. "
                   "REPITA O LANCAMENTO PARA CONFERI-LA."
           ELSE
               IF WS-DV-ACHADA = 0
                   AND WS-TOTAL-PENDENTES >= 500
                   PERFORM LIBERAR-TRAVA
                   DISPLAY "DIGITACAO-PENDENTE.DAT CHEIO (500 "
                       "LINHAS) - NOTAS NAO RETIDAS. CONFIRA AS "
                       "PENDENCIAS ANTES DE CONTINUAR."
               ELSE
                   PERFORM GUARDAR-DIGITACAO
               END-IF
           END-IF.

       GUARDAR-DIGITACAO.
           IF WS-DV-ACHADA = 0
               ADD 1 TO WS-TOTAL-PENDENTES
               MOVE WS-TOTAL-PENDENTES TO WS-DV-ACHADA
           END-IF.
           MOVE SPACES TO DIGITACAO-PENDENTE-RECORD.
           MOVE WS-AUDIT-ID TO DV-STUDENT-ID.
           MOVE WS-COURSE-ID TO DV-COURSE-ID.
           MOVE WS-TERMO-ATUAL TO DV-TERMO.
           MOVE "P" TO DV-SITUACAO.
           MOVE "S" TO DV-MODO.
           MOVE NOTA-UM TO DV-NOTA-1.
           MOVE NOTA-DOIS TO DV-NOTA-2.
           MOVE NOTA-TRES TO DV-NOTA-3.
           MOVE WS-OPERADOR TO DV-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:19) TO DV-DATA-HORA.
           MOVE 0 TO DV-NOTA-1-CONF DV-NOTA-2-CONF DV-NOTA-3-CONF.
           MOVE WS-DV-BUSCA TO WS-DV-CHAVE(WS-DV-ACHADA).
           MOVE "P" TO WS-DV-SIT(WS-DV-ACHADA).
           MOVE WS-OPERADOR TO WS-DV-OPER(WS-DV-ACHADA).
           MOVE DIGITACAO-PENDENTE-RECORD TO WS-DV-LINHA(WS-DV-ACHADA).
           PERFORM GRAVAR-PENDENTES.
           PERFORM LIBERAR-TRAVA.
           MOVE SPACES TO WS-REJEICAO-MSG.
           STRING "DIGITACAO RETIDA ALUNO=" DELIMITED BY SIZE
               WS-AUDIT-ID DELIMITED BY SIZE
               " CURSO=" DELIMITED BY SIZE
               WS-COURSE-ID DELIMITED BY SIZE
               " AGUARDANDO CONFERENCIA" DELIMITED BY SIZE
               INTO WS-REJEICAO-MSG
           END-STRING.
           PERFORM REGISTRAR-REJEICAO.
           DISPLAY "NOTAS RETIDAS EM DIGITACAO-PENDENTE.DAT - SERAO "
               "LANCADAS QUANDO OUTRO OPERADOR CONFERIR A DIGITACAO.".

      * Second keying: compared grade by grade with the held one,
      * which was never shown. A match takes the held line off the
      * file before the lock is let go, so a second conferente
      * keying at the same time finds nothing to post. A mismatch
      * turns the held line into a divergence carrying both keyings,
      * and nothing posts.
       CONFERIR-DIGITACAO.
           MOVE "N" TO WS-DIGITACAO-OK.
           MOVE "DIGITACAO-PENDENTE.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-PENDENTES.
           PERFORM LOCALIZAR-PENDENTE.
           IF WS-DV-ACHADA = 0
               OR WS-DV-SIT(WS-DV-ACHADA) NOT = "P"
               PERFORM LIBERAR-TRAVA
               DISPLAY "A DIGITACAO RETIDA JA FOI CONFERIDA OU "
                   "SUBSTITUIDA POR OUTRO OPERADOR - NADA FOI "
                   "GRAVADO."
           ELSE
               MOVE WS-DV-LINHA(WS-DV-ACHADA)
                   TO DIGITACAO-PENDENTE-RECORD
               MOVE DV-OPERADOR TO WS-DIGITADOR
               IF DV-NOTA-3 IS NUMERIC
                   AND DV-NOTA-1 = NOTA-UM
                   AND DV-NOTA-2 = NOTA-DOIS
                   AND DV-NOTA-3 = NOTA-TRES
                   MOVE "S" TO WS-DIGITACAO-OK
                   MOVE "X" TO WS-DV-SIT(WS-DV-ACHADA)
                   PERFORM GRAVAR-PENDENTES
                   PERFORM LIBERAR-TRAVA
                   DISPLAY "DIGITACAO CONFERE COM A PRIMEIRA "
                       "(DIGITADA POR " WS-DIGITADOR ")."
               ELSE
                   MOVE "D" TO DV-SITUACAO
                   MOVE "S" TO DV-MODO-CONF
                   MOVE NOTA-UM TO DV-NOTA-1-CONF
                   MOVE NOTA-DOIS TO DV-NOTA-2-CONF
                   MOVE NOTA-TRES TO DV-NOTA-3-CONF
                   MOVE WS-OPERADOR TO DV-CONFERENTE
                   MOVE FUNCTION CURRENT-DATE(1:19)
                       TO DV-DATA-HORA-CONF
                   MOVE "D" TO WS-DV-SIT(WS-DV-ACHADA)
                   MOVE DIGITACAO-PENDENTE-RECORD
                       TO WS-DV-LINHA(WS-DV-ACHADA)
                   PERFORM GRAVAR-PENDENTES
                   PERFORM LIBERAR-TRAVA
                   MOVE SPACES TO WS-REJEICAO-MSG
                   STRING "DIVERGENCIA DE DIGITACAO ALUNO="
                       DELIMITED BY SIZE
                       WS-AUDIT-ID DELIMITED BY SIZE
                       " CURSO=" DELIMITED BY SIZE
                       WS-COURSE-ID DELIMITED BY SIZE
                       " DIGITADOR=" DELIMITED BY SIZE
                       WS-DIGITADOR DELIMITED BY SIZE
                       INTO WS-REJEICAO-MSG
                   END-STRING
                   PERFORM REGISTRAR-REJEICAO
                   DISPLAY "A DIGITACAO NAO CONFERE COM A PRIMEIRA - "
                       "NADA FOI GRAVADO. O ITEM FOI PARA A LISTA "
                       "DE DIVERGENCIAS (CONFERENCIA-DIGITACAO)."
               END-IF
           END-IF.

      * The verified grades are on STUDENT-GRADES.DAT; the held
      * line already left the file in CONFERIR-DIGITACAO. The audit
      * names both operators.
       BAIXAR-DIGITACAO.
           MOVE SPACES TO WS-REJEICAO-MSG.
           STRING "DIGITACAO CONFERIDA ALUNO=" DELIMITED BY SIZE
               WS-AUDIT-ID DELIMITED BY SIZE
               " CURSO=" DELIMITED BY SIZE
               WS-COURSE-ID DELIMITED BY SIZE
               " DIGITADOR=" DELIMITED BY SIZE
               WS-DIGITADOR DELIMITED BY SIZE
               " CONFERENTE=" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO WS-REJEICAO-MSG
           END-STRING.
           PERFORM REGISTRAR-REJEICAO.

      * Grading window of the open term (TERMCAL.cpy): before the
      * term start the posting is refused; past the grade-entry
           MOVE "N" TO WS-MATRICULADO.
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-DATA-POSTAGEM.
           IF TABELAS-CARREGADAS AND NOT TM-CHEIA
               MOVE WS-AUDIT-ID TO WS-TB-CHAVE(1:10)
               MOVE WS-COURSE-ID TO WS-TB-CHAVE(11:10)
               PERFORM LOCALIZAR-TABELA-MATRICULA
               IF TB-ACHOU
                   IF WS-TM-STATUS(WS-TB-POS) = "T"
                       AND WS-TM-DATA-EFEITO(WS-TB-POS)
                           <= WS-DATA-POSTAGEM
                       CONTINUE
                   ELSE
                       MOVE "S" TO WS-MATRICULADO
                   END-IF
               END-IF
           ELSE
               PERFORM VERIFICAR-MATRICULA-ARQUIVO
           END-IF.

       VERIFICAR-MATRICULA-ARQUIVO.
           MOVE SPACES TO WS-ENROLL-STATUS.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               CLOSE ENROLL-FILE
           END-IF.

      * STUDENT.DAT and STUDENT-COURSES.DAT are read once per batch
      * into the sorted tables of TABMEST.cpy. Every enrollment row is
      * kept with its status and effective date, so the trancada rule
      * is applied at lookup exactly as the file read applied it. A
      * master past its table is reported and then read from disk for
      * each row, as it always was - slower, but never cut off.
       CARREGAR-TABELAS-MESTRE.
           MOVE 0 TO WS-TA-TOTAL WS-TM-TOTAL.
           MOVE "N" TO WS-TA-CHEIA WS-TM-CHEIA.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10" OR TA-CHEIA
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           PERFORM INSERIR-TABELA-ALUNO
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.
           IF TA-CHEIA
               DISPLAY "STUDENT.DAT EXCEDE A TABELA DE ALUNOS (MAX "
                   WS-TA-MAXIMO ") - NOMES LIDOS DO ARQUIVO A CADA "
                   "ALUNO."
           END-IF.
           MOVE SPACES TO WS-ENROLL-STATUS.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-STATUS = "10" OR TM-CHEIA
                   READ ENROLL-FILE
                       AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                       NOT AT END
                           PERFORM INSERIR-TABELA-MATRICULA
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.
           IF TM-CHEIA
               DISPLAY "STUDENT-COURSES.DAT EXCEDE A TABELA DE "
                   "MATRICULAS (MAX " WS-TM-MAXIMO ") - MATRICULAS "
                   "LIDAS DO ARQUIVO A CADA ALUNO."
           END-IF.
           MOVE "S" TO WS-TABELAS-CARREGADAS.

       INSERIR-TABELA-ALUNO.
           MOVE ST-STUDENT-ID TO WS-TB-CHAVE.
           PERFORM LOCALIZAR-TABELA-ALUNO.
           IF NOT TB-ACHOU
               IF WS-TA-TOTAL = WS-TA-MAXIMO
                   MOVE "S" TO WS-TA-CHEIA
               ELSE
                   PERFORM VARYING WS-TB-J FROM WS-TA-TOTAL BY -1
                       UNTIL WS-TB-J < WS-TB-POS
                       MOVE WS-TA-ENTRY(WS-TB-J)
                           TO WS-TA-ENTRY(WS-TB-J + 1)
                   END-PERFORM
                   MOVE ST-STUDENT-ID TO WS-TA-ID(WS-TB-POS)
                   MOVE ST-NOME TO WS-TA-NOME(WS-TB-POS)
                   MOVE ST-STATUS TO WS-TA-STATUS(WS-TB-POS)
                   MOVE ST-TURMA TO WS-TA-TURMA(WS-TB-POS)
                   MOVE ST-UNIDADE TO WS-TA-UNIDADE(WS-TB-POS)
                   ADD 1 TO WS-TA-TOTAL
               END-IF
           END-IF.

       INSERIR-TABELA-MATRICULA.
           MOVE EN-STUDENT-ID TO WS-TB-CHAVE(1:10).
           MOVE EN-COURSE-ID TO WS-TB-CHAVE(11:10).
           PERFORM LOCALIZAR-TABELA-MATRICULA.
           IF NOT TB-ACHOU
               IF WS-TM-TOTAL = WS-TM-MAXIMO
                   MOVE "S" TO WS-TM-CHEIA
               ELSE
                   PERFORM VARYING WS-TB-J FROM WS-TM-TOTAL BY -1
                       UNTIL WS-TB-J < WS-TB-POS
                       MOVE WS-TM-ENTRY(WS-TB-J)
                           TO WS-TM-ENTRY(WS-TB-J + 1)
                   END-PERFORM
                   MOVE WS-TB-CHAVE TO WS-TM-CHAVE(WS-TB-POS)
                   MOVE EN-STATUS TO WS-TM-STATUS(WS-TB-POS)
                   MOVE EN-DATA-EFEITO
                       TO WS-TM-DATA-EFEITO(WS-TB-POS)
                   ADD 1 TO WS-TM-TOTAL
               END-IF
           END-IF.

       LOCALIZAR-TABELA-ALUNO.
           MOVE "N" TO WS-TB-ACHOU.
           MOVE 1 TO WS-TB-INICIO.
           MOVE WS-TA-TOTAL TO WS-TB-FIM.
           PERFORM UNTIL WS-TB-INICIO > WS-TB-FIM OR TB-ACHOU
               COMPUTE WS-TB-MEIO = (WS-TB-INICIO + WS-TB-FIM) / 2
               EVALUATE TRUE
                   WHEN WS-TA-ID(WS-TB-MEIO) = WS-TB-CHAVE(1:10)
                       MOVE "S" TO WS-TB-ACHOU
                       MOVE WS-TB-MEIO TO WS-TB-INICIO
                   WHEN WS-TA-ID(WS-TB-MEIO) < WS-TB-CHAVE(1:10)
                       COMPUTE WS-TB-INICIO = WS-TB-MEIO + 1
                   WHEN OTHER
                       COMPUTE WS-TB-FIM = WS-TB-MEIO - 1
               END-EVALUATE
           END-PERFORM.
           MOVE WS-TB-INICIO TO WS-TB-POS.

       LOCALIZAR-TABELA-MATRICULA.
           MOVE "N" TO WS-TB-ACHOU.
           MOVE 1 TO WS-TB-INICIO.
           MOVE WS-TM-TOTAL TO WS-TB-FIM.
           PERFORM UNTIL WS-TB-INICIO > WS-TB-FIM OR TB-ACHOU
               COMPUTE WS-TB-MEIO = (WS-TB-INICIO + WS-TB-FIM) / 2
               EVALUATE TRUE
                   WHEN WS-TM-CHAVE(WS-TB-MEIO) = WS-TB-CHAVE
                       MOVE "S" TO WS-TB-ACHOU
                       MOVE WS-TB-MEIO TO WS-TB-INICIO
                   WHEN WS-TM-CHAVE(WS-TB-MEIO) < WS-TB-CHAVE
                       COMPUTE WS-TB-INICIO = WS-TB-MEIO + 1
                   WHEN OTHER
                       COMPUTE WS-TB-FIM = WS-TB-MEIO - 1
               END-EVALUATE
           END-PERFORM.
           MOVE WS-TB-INICIO TO WS-TB-POS.

       PERGUNTAR-CONTINUAR.
           MOVE SPACES TO WS-SN-RESPOSTA.
           PERFORM UNTIL SN-VALIDA
