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
           01 WS-ALUNO-TURMA   PIC X(4)  VALUE SPACES.
           01 WS-TURMA-VIGENTE PIC X(4)  VALUE SPACES.
           01 WS-MELHOR-DATA   PIC X(8)  VALUE SPACES.
           01 WS-DUPLADIG-STATUS PIC X(2) VALUE SPACES.
           01 WS-DIGPEND-STATUS PIC X(2) VALUE SPACES.
           01 WS-CONFERENCIA   PIC X VALUE "N".
               88 CURSO-EM-CONFERENCIA VALUE "S".
           01 WS-DD-PADRAO     PIC X VALUE "N".
           01 WS-DD-ACHOU      PIC X VALUE "N".
           01 WS-ETAPA-DIGITACAO PIC X VALUE SPACES.
               88 PRIMEIRA-DIGITACAO VALUE "1".
               88 SEGUNDA-DIGITACAO  VALUE "2".
           01 WS-DIGITACAO-OK  PIC X VALUE "N".
               88 DIGITACAO-CONFERE VALUE "S".
           01 WS-MODO-DIGITADO PIC X VALUE SPACES.
           01 WS-DIGITADOR     PIC X(8)  VALUE SPACES.
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
           01 WS-TOTAL-PENDENTES PIC 9(3) VALUE 0.
           01 WS-DV-I          PIC 9(3) VALUE 0.
           01 WS-DV-ACHADA     PIC 9(3) VALUE 0.
           01 WS-DV-RETIDA     PIC X(107) VALUE SPACES.
       COPY SNCONF.
       COPY LOCKF.
       COPY AUDCHAIN.
       COPY RULEVIG.

       PROCEDURE DIVISION.
       INICIO.
               STOP RUN
           END-IF.

           PERFORM VERIFICAR-DUPLA-DIGITACAO.

           PERFORM LER-LIMITE-APROVACAO.

           DISPLAY "MEDIA (S)IMPLES OU (P)ONDERADA? "
                   PERFORM REGISTRAR-REJEICAO
           END-PERFORM.

           IF PRIMEIRA-DIGITACAO
               PERFORM RETER-DIGITACAO
               STOP RUN
           END-IF.
           IF SEGUNDA-DIGITACAO
               PERFORM CONFERIR-DIGITACAO
               IF NOT DIGITACAO-CONFERE
                   STOP RUN
               END-IF
           END-IF.

           ADD NOTA-A NOTA-B GIVING SOMA.
           DISPLAY "A SOMA DAS DUAS PROVAS E: " SOMA.
               IF NOT LANCAMENTO-OK
                   DISPLAY "LANCAMENTO CANCELADO PELO OPERADOR - "
                       "NADA FOI GRAVADO."
                   IF SEGUNDA-DIGITACAO
                       PERFORM DEVOLVER-DIGITACAO
                   END-IF
                   STOP RUN
               END-IF
           END-IF.

           PERFORM GRAVAR-NOTA-ALUNO.
           IF SEGUNDA-DIGITACAO
               PERFORM BAIXAR-DIGITACAO
           END-IF.

       STOP RUN.

      * Double keying (DUPLADIG.cpy): in a course switched on, the
      * first keying is held on DIGITACAO-PENDENTE.DAT and only a
      * second, blind keying by another operator posts it. Both
      * keyings need an identified operator - ANONIMO could be
      * anyone, the first keyer included.
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
                       WS-STUDENT-ID DELIMITED BY SIZE
                       " DUPLA DIGITACAO SEM OPERADOR IDENTIFICADO"
                       DELIMITED BY SIZE
                       " - NOTA RECUSADA" DELIMITED BY SIZE
                       INTO WS-REJEICAO-MSG
                   END-STRING
                   PERFORM REGISTRAR-REJEICAO
                   STOP RUN
               END-IF
               PERFORM CARREGAR-PENDENTES
               PERFORM LOCALIZAR-PENDENTE
               IF WS-DV-ACHADA > 0
                   AND WS-DV-SIT(WS-DV-ACHADA) = "P"
                   IF WS-DV-OPER(WS-DV-ACHADA) = WS-OPERADOR
                       DISPLAY "ESTA NOTA FOI DIGITADA POR "
                           WS-OPERADOR " E AGUARDA CONFERENCIA POR "
                           "OUTRO OPERADOR. NADA FOI GRAVADO."
                       MOVE SPACES TO WS-REJEICAO-MSG
                       STRING "ALUNO=" DELIMITED BY SIZE
                           WS-STUDENT-ID DELIMITED BY SIZE
                           " CURSO=" DELIMITED BY SIZE
                           WS-COURSE-ID DELIMITED BY SIZE
                           " CONFERENCIA PELO PROPRIO DIGITADOR"
                           DELIMITED BY SIZE
                           " - RECUSADA" DELIMITED BY SIZE
                           INTO WS-REJEICAO-MSG
                       END-STRING
                       PERFORM REGISTRAR-REJEICAO
                       STOP RUN
                   END-IF
                   MOVE "2" TO WS-ETAPA-DIGITACAO
                   DISPLAY "CONFERENCIA DE DIGITACAO: REDIGITE O "
                       "LANCAMENTO A PARTIR DO DOCUMENTO ORIGINAL."
               ELSE
                   MOVE "1" TO WS-ETAPA-DIGITACAO
                   IF WS-DV-ACHADA > 0
                       DISPLAY "HA DIVERGENCIA DE DIGITACAO EM ABERTO "
                           "PARA ESTE ALUNO - ESTA DIGITACAO A "
                           "SUBSTITUI."
                   END-IF
                   DISPLAY "CURSO EM DUPLA DIGITACAO: A NOTA FICARA "
                       "RETIDA ATE A CONFERENCIA POR OUTRO OPERADOR."
               END-IF
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
           MOVE WS-STUDENT-ID TO WS-DV-BUSCA-ALUNO.
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

       NORMALIZAR-MODO.
           IF WS-MODO-MEDIA = 'P'
               MOVE 'P' TO WS-MODO-DIGITADO
           ELSE
               MOVE 'S' TO WS-MODO-DIGITADO
           END-IF.

      * First keying: held, not posted. A divergent line for the
      * same student is replaced - the new keying from the source
      * document is its resolution.
       RETER-DIGITACAO.
           PERFORM NORMALIZAR-MODO.
           MOVE "DIGITACAO-PENDENTE.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-PENDENTES.
           PERFORM LOCALIZAR-PENDENTE.
           IF WS-DV-ACHADA > 0
               AND WS-DV-SIT(WS-DV-ACHADA) = "P"
               PERFORM LIBERAR-TRAVA
               DISPLAY "OUTRA DIGITACAO DESTA NOTA FOI RETIDA "
                   "ENQUANTO ESTA ERA FEITA - NADA FOI GRAVADO. "
                   "REPITA O LANCAMENTO PARA CONFERI-LA."
               STOP RUN
           END-IF.
           IF WS-DV-ACHADA = 0
               IF WS-TOTAL-PENDENTES >= 500
                   PERFORM LIBERAR-TRAVA
                   DISPLAY "DIGITACAO-PENDENTE.DAT CHEIO (500 "
                       "LINHAS) - NOTA NAO RETIDA. CONFIRA AS "
                       "PENDENCIAS ANTES DE CONTINUAR."
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-PENDENTES
               MOVE WS-TOTAL-PENDENTES TO WS-DV-ACHADA
           END-IF.
           MOVE SPACES TO DIGITACAO-PENDENTE-RECORD.
           MOVE WS-STUDENT-ID TO DV-STUDENT-ID.
           MOVE WS-COURSE-ID TO DV-COURSE-ID.
           MOVE WS-TERMO-ATUAL TO DV-TERMO.
           MOVE "P" TO DV-SITUACAO.
           MOVE WS-MODO-DIGITADO TO DV-MODO.
           MOVE NOTA-A TO DV-NOTA-1.
           MOVE NOTA-B TO DV-NOTA-2.
           MOVE WS-OPERADOR TO DV-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:19) TO DV-DATA-HORA.
           MOVE 0 TO DV-NOTA-1-CONF DV-NOTA-2-CONF.
           MOVE WS-DV-BUSCA TO WS-DV-CHAVE(WS-DV-ACHADA).
           MOVE "P" TO WS-DV-SIT(WS-DV-ACHADA).
           MOVE WS-OPERADOR TO WS-DV-OPER(WS-DV-ACHADA).
           MOVE DIGITACAO-PENDENTE-RECORD TO WS-DV-LINHA(WS-DV-ACHADA).
           PERFORM GRAVAR-PENDENTES.
           PERFORM LIBERAR-TRAVA.
           MOVE SPACES TO WS-REJEICAO-MSG.
           STRING "DIGITACAO RETIDA ALUNO=" DELIMITED BY SIZE
               WS-STUDENT-ID DELIMITED BY SIZE
               " CURSO=" DELIMITED BY SIZE
               WS-COURSE-ID DELIMITED BY SIZE
               " AGUARDANDO CONFERENCIA" DELIMITED BY SIZE
               INTO WS-REJEICAO-MSG
           END-STRING.
           PERFORM REGISTRAR-REJEICAO.
           DISPLAY "NOTA RETIDA EM DIGITACAO-PENDENTE.DAT - SERA "
               "LANCADA QUANDO OUTRO OPERADOR CONFERIR A DIGITACAO.".

      * Second keying: compared field by field with the held one,
      * which was never shown. A match takes the held line off the
      * file before the lock is let go, so a second conferente
      * keying at the same time finds nothing to post. A mismatch
      * turns the held line into a divergence carrying both keyings,
      * and nothing posts.
       CONFERIR-DIGITACAO.
           MOVE "N" TO WS-DIGITACAO-OK.
           PERFORM NORMALIZAR-MODO.
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
               IF DV-MODO = WS-MODO-DIGITADO
                   AND DV-NOTA-1 = NOTA-A
                   AND DV-NOTA-2 = NOTA-B
                   MOVE "S" TO WS-DIGITACAO-OK
                   MOVE DIGITACAO-PENDENTE-RECORD TO WS-DV-RETIDA
                   MOVE "X" TO WS-DV-SIT(WS-DV-ACHADA)
                   PERFORM GRAVAR-PENDENTES
                   PERFORM LIBERAR-TRAVA
                   DISPLAY "DIGITACAO CONFERE COM A PRIMEIRA "
                       "(DIGITADA POR " WS-DIGITADOR ")."
               ELSE
                   MOVE "D" TO DV-SITUACAO
                   MOVE WS-MODO-DIGITADO TO DV-MODO-CONF
                   MOVE NOTA-A TO DV-NOTA-1-CONF
                   MOVE NOTA-B TO DV-NOTA-2-CONF
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
                       WS-STUDENT-ID DELIMITED BY SIZE
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

      * The verified grade is on STUDENT-GRADES.DAT; its held line
      * already left the file in CONFERIR-DIGITACAO. The audit names
      * both operators.
       BAIXAR-DIGITACAO.
           MOVE SPACES TO WS-REJEICAO-MSG.
           STRING "DIGITACAO CONFERIDA ALUNO=" DELIMITED BY SIZE
               WS-STUDENT-ID DELIMITED BY SIZE
               " CURSO=" DELIMITED BY SIZE
               WS-COURSE-ID DELIMITED BY SIZE
               " DIGITADOR=" DELIMITED BY SIZE
               WS-DIGITADOR DELIMITED BY SIZE
               " CONFERENTE=" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO WS-REJEICAO-MSG
           END-STRING.
           PERFORM REGISTRAR-REJEICAO.

      * A matched second keying whose posting the operator cancelled
      * on the outlier check: the held line goes back on the file as
      * it was, unless a new first keying has taken its place.
       DEVOLVER-DIGITACAO.
           MOVE "DIGITACAO-PENDENTE.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-PENDENTES.
           PERFORM LOCALIZAR-PENDENTE.
           IF WS-DV-ACHADA = 0 AND WS-TOTAL-PENDENTES < 500
               ADD 1 TO WS-TOTAL-PENDENTES
               MOVE WS-DV-BUSCA TO WS-DV-CHAVE(WS-TOTAL-PENDENTES)
               MOVE "P" TO WS-DV-SIT(WS-TOTAL-PENDENTES)
               MOVE WS-DIGITADOR TO WS-DV-OPER(WS-TOTAL-PENDENTES)
               MOVE WS-DV-RETIDA TO WS-DV-LINHA(WS-TOTAL-PENDENTES)
               PERFORM GRAVAR-PENDENTES
           END-IF.
           PERFORM LIBERAR-TRAVA.


       OBTER-TRAVA.
           MOVE "N" TO WS-LOCK-OBTIDA.
               CLOSE ATTEND-FILE
           END-IF.

      * The cutoff and the weights are the lines in force for the
      * term the posting is stamped with (RULEVIG.cpy), so a change
      * keyed in for next term does not grade this one.
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
           END-IF.

       LER-PESOS.
           MOVE WS-TERMO-ATUAL TO WS-VIG-TERMO.
           MOVE "N" TO WS-VIG-ACHOU.
           OPEN INPUT WEIGHT-FILE.
           IF WS-WEIGHT-STATUS = "00"
               PERFORM UNTIL WS-WEIGHT-STATUS = "10"
                           MOVE "10" TO WS-WEIGHT-STATUS
                       NOT AT END
                           IF WT-COURSE-ID = WS-COURSE-ID
                               AND WT-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR WT-VIGENCIA
                                       > WS-VIG-ESCOLHIDA)
                               MOVE WT-PESO-A TO WS-PESO-A
                               MOVE WT-PESO-B TO WS-PESO-B
                               MOVE WT-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
