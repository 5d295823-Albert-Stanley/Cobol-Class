      *          text edit, with duplicate matriculas rejected on add.
      *          Deactivation flips ST-STATUS instead of deleting the
      *          line, so the student's STUDENT-GRADES.DAT history
      *          stays attached to a master row. A graduated
      *          student (status G, set by COLACAO-GRAU) is listed
      *          but cannot be deactivated or reactivated here.
      *          Every student carries a campus (ST-UNIDADE, checked
      *          against CAMPUS.DAT) and may only sit in a turma of
      *          the same campus; an operator below supervisor sees
      *          and changes only the home campus's students
      *          (UNIDSEL.cpy), and only a supervisor transfers a
      *          student between campuses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TURMAHST-FILE ASSIGN TO "TURMA-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMAHST-STATUS.
           SELECT CAMPUS-FILE ASSIGN TO "CAMPUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPUS-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMAHST-FILE.
           COPY TURMAHST.

       FD  CAMPUS-FILE.
           COPY CAMPUS.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-STATUS PIC X(2) VALUE SPACES.
       01 WS-TURMA-STATUS   PIC X(2) VALUE SPACES.
       01 WS-TURMAHST-STATUS PIC X(2) VALUE SPACES.
       01 WS-HIST-ALUNO     PIC X(10) VALUE SPACES.
       COPY STIDCHK.
       77 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERADOR       PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.
       77 WS-OPERMST-STATUS PIC X(2) VALUE SPACES.
       COPY UNIDSEL.
       01 WS-CAMPUS-STATUS  PIC X(2) VALUE SPACES.
       01 WS-UNIDADE-VALIDA PIC X VALUE "N".
           88 UNIDADE-VALIDA VALUE "S".
       01 WS-UNIDADE-TURMA  PIC X(04) VALUE SPACES.

       01 WS-TABELA.
           05 WS-ENTRY OCCURS 100 TIMES.
               10 WS-ALU-NOME    PIC X(30).
               10 WS-ALU-STATUS  PIC X(01).
               10 WS-ALU-TURMA   PIC X(04).
               10 WS-ALU-UNIDADE PIC X(04).
       01 WS-TOTAL         PIC 9(03) VALUE 0.

       01 WS-OPCAO         PIC X VALUE SPACES.
       01 WS-NOVO-ID       PIC X(10).
       01 WS-NOVO-NOME     PIC X(30).
       01 WS-NOVA-TURMA    PIC X(04).
       01 WS-NOVA-UNIDADE  PIC X(04).
       01 WS-INDICE-OK     PIC X VALUE "N".
           88 INDICE-OK    VALUE "S".
       01 WS-DUPLICADO     PIC X VALUE "N".
           88 ID-DUPLICADO VALUE "S".
       01 WS-ALTERADO      PIC X VALUE "N".

       INICIO.
           PERFORM CARREGAR-ALUNOS.
           PERFORM RESOLVER-UNIDADE.
           PERFORM UNTIL WS-OPCAO = "7"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
                   WHEN "1"
                   WHEN "5"
                       PERFORM TROCAR-TURMA
                   WHEN "6"
                       PERFORM TROCAR-UNIDADE
                   WHEN "7"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "===== MANUTENCAO DO CADASTRO DE ALUNOS ====="
           IF WS-UNIDADE-FILTRO NOT = SPACES
               DISPLAY "UNIDADE: " WS-UNIDADE-FILTRO
           END-IF
           DISPLAY "1 - LISTAR"
           DISPLAY "2 - ADICIONAR"
           DISPLAY "3 - RENOMEAR"
           DISPLAY "4 - DESATIVAR/REATIVAR"
           DISPLAY "5 - TROCAR TURMA"
           DISPLAY "6 - TROCAR UNIDADE"
           DISPLAY "7 - SALVAR E SAIR"
           DISPLAY "ESCOLHA UMA OPCAO:"
           ACCEPT WS-OPCAO.

                                   TO WS-ALU-STATUS(WS-TOTAL)
                           END-IF
                           MOVE ST-TURMA TO WS-ALU-TURMA(WS-TOTAL)
                           IF ST-UNIDADE = SPACES
                               MOVE "SEDE" TO WS-ALU-UNIDADE(WS-TOTAL)
                           ELSE
                               MOVE ST-UNIDADE
                                   TO WS-ALU-UNIDADE(WS-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           ELSE
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-TOTAL
                   MOVE WS-ALU-UNIDADE(WS-INDICE) TO WS-UNIDADE-REG
                   PERFORM VERIFICAR-UNIDADE
                   IF NA-UNIDADE
                       DISPLAY WS-INDICE ": " WS-ALU-ID(WS-INDICE) " "
                           WS-ALU-NOME(WS-INDICE) " ["
                           WS-ALU-STATUS(WS-INDICE) "] TURMA="
                           WS-ALU-TURMA(WS-INDICE) " UNIDADE="
                           WS-ALU-UNIDADE(WS-INDICE)
                   END-IF
               END-PERFORM
           END-IF.

               ELSE
                   DISPLAY "NOME DO ALUNO:"
                   ACCEPT WS-NOVO-NOME
                   PERFORM PEDIR-UNIDADE
                   DISPLAY "TURMA (EX: T01):"
                   ACCEPT WS-NOVA-TURMA
                   PERFORM VERIFICAR-TURMA
                   IF NOT UNIDADE-VALIDA
                       DISPLAY "UNIDADE " WS-NOVA-UNIDADE " NAO CONSTA "
                           "ATIVA EM CAMPUS.DAT. ALUNO NAO ADICIONADO."
                   ELSE
                   IF NOT TURMA-VALIDA
                       DISPLAY "TURMA " WS-NOVA-TURMA " NAO CONSTA "
                           "EM TURMAS.DAT NA UNIDADE " WS-NOVA-UNIDADE
                           ". ALUNO NAO ADICIONADO."
                   ELSE
                       ADD 1 TO WS-TOTAL
                       MOVE WS-NOVO-ID TO WS-ALU-ID(WS-TOTAL)
                       MOVE WS-NOVO-NOME TO WS-ALU-NOME(WS-TOTAL)
                       MOVE "A" TO WS-ALU-STATUS(WS-TOTAL)
                       MOVE WS-NOVA-TURMA TO WS-ALU-TURMA(WS-TOTAL)
                       MOVE WS-NOVA-UNIDADE
                           TO WS-ALU-UNIDADE(WS-TOTAL)
                       MOVE "S" TO WS-ALTERADO
                       MOVE WS-NOVO-ID TO WS-HIST-ALUNO
                       PERFORM GRAVAR-HISTORICO-TURMA
                       DISPLAY "ALUNO ADICIONADO."
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.
      * Section codes come from the TURMAS.DAT master (TURMA.cpy):
      * T01A and TO1A can no longer both get through. A master not
      * yet on disk means the control is not deployed and any code
      * is accepted, as before; a blank turma stays allowed. The
      * turma must meet at the student's campus, WS-NOVA-UNIDADE.
       VERIFICAR-TURMA.
           MOVE "N" TO WS-TURMA-VALIDA.
           IF WS-NOVA-TURMA = SPACES
                           AT END
                               MOVE "10" TO WS-TURMA-STATUS
                           NOT AT END
                               MOVE TU-UNIDADE TO WS-UNIDADE-TURMA
                               IF WS-UNIDADE-TURMA = SPACES
                                   MOVE "SEDE" TO WS-UNIDADE-TURMA
                               END-IF
                               IF TU-TURMA = WS-NOVA-TURMA
                                   AND WS-UNIDADE-TURMA
                                       = WS-NOVA-UNIDADE
                                   MOVE "S" TO WS-TURMA-VALIDA
                                   MOVE "10" TO WS-TURMA-STATUS
                               END-IF
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DO ALUNO A RENOMEAR:"
               ACCEPT WS-INDICE
               PERFORM CONFERIR-INDICE
               IF INDICE-OK
                   DISPLAY "NOVO NOME:"
                   ACCEPT WS-NOVO-NOME
                   MOVE WS-NOVO-NOME TO WS-ALU-NOME(WS-INDICE)
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DO ALUNO A DESATIVAR/REATIVAR:"
               ACCEPT WS-INDICE
               PERFORM CONFERIR-INDICE
               IF INDICE-OK
                   EVALUATE WS-ALU-STATUS(WS-INDICE)
                       WHEN "G"
                           DISPLAY "ALUNO FORMADO - A SITUACAO SO MUDA "
                               "PELA COLACAO DE GRAU."
                       WHEN "I"
                           MOVE "A" TO WS-ALU-STATUS(WS-INDICE)
                           DISPLAY "ALUNO REATIVADO."
                           MOVE "S" TO WS-ALTERADO
                       WHEN OTHER
                           MOVE "I" TO WS-ALU-STATUS(WS-INDICE)
                           DISPLAY "ALUNO DESATIVADO (HISTORICO DE "
                               "NOTAS PRESERVADO)."
                           MOVE "S" TO WS-ALTERADO
                   END-EVALUATE
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               END-IF
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DO ALUNO A TROCAR DE TURMA:"
               ACCEPT WS-INDICE
               PERFORM CONFERIR-INDICE
               IF INDICE-OK
                   DISPLAY "NOVA TURMA (EX: T02):"
                   ACCEPT WS-NOVA-TURMA
                   MOVE WS-ALU-UNIDADE(WS-INDICE) TO WS-NOVA-UNIDADE
                   PERFORM VERIFICAR-TURMA
                   IF NOT TURMA-VALIDA
                       DISPLAY "TURMA " WS-NOVA-TURMA " NAO CONSTA "
                           "EM TURMAS.DAT NA UNIDADE " WS-NOVA-UNIDADE
                           ". TROCA NAO EFETUADA."
                   ELSE
                       MOVE WS-NOVA-TURMA
                           TO WS-ALU-TURMA(WS-INDICE)
               END-IF
           END-IF.

      * A campus transfer is supervisor work: the student leaves
      * the campus a restricted operator could still see. The turma
      * of the old campus cannot follow, so the new campus's turma
      * (or blank) is asked in the same step and history-dated as
      * any turma change.
       TROCAR-UNIDADE.
           IF UNIDADE-RESTRITA
               DISPLAY "TRANSFERENCIA ENTRE UNIDADES EXIGE NIVEL "
                   "SUPERVISOR."
           ELSE
               PERFORM LISTAR-ALUNOS
               IF WS-TOTAL > 0
                   DISPLAY "NUMERO DO ALUNO A TRANSFERIR:"
                   ACCEPT WS-INDICE
                   PERFORM CONFERIR-INDICE
                   IF INDICE-OK
                       PERFORM PEDIR-UNIDADE
                       DISPLAY "TURMA NA NOVA UNIDADE (EX: T01):"
                       ACCEPT WS-NOVA-TURMA
                       PERFORM VERIFICAR-TURMA
                       IF NOT UNIDADE-VALIDA
                           DISPLAY "UNIDADE " WS-NOVA-UNIDADE
                               " NAO CONSTA ATIVA EM CAMPUS.DAT. "
                               "TRANSFERENCIA NAO EFETUADA."
                       ELSE
                       IF NOT TURMA-VALIDA
                           DISPLAY "TURMA " WS-NOVA-TURMA
                               " NAO CONSTA EM TURMAS.DAT NA UNIDADE "
                               WS-NOVA-UNIDADE
                               ". TRANSFERENCIA NAO EFETUADA."
                       ELSE
                           MOVE WS-NOVA-UNIDADE
                               TO WS-ALU-UNIDADE(WS-INDICE)
                           MOVE WS-NOVA-TURMA
                               TO WS-ALU-TURMA(WS-INDICE)
                           MOVE "S" TO WS-ALTERADO
                           MOVE WS-ALU-ID(WS-INDICE) TO WS-HIST-ALUNO
                           PERFORM GRAVAR-HISTORICO-TURMA
                           DISPLAY "ALUNO TRANSFERIDO PARA A UNIDADE "
                               WS-NOVA-UNIDADE "."
                       END-IF
                       END-IF
                   ELSE
                       DISPLAY "NUMERO INVALIDO."
                   END-IF
               END-IF
           END-IF.

      * A row of another campus was not on the restricted operator's
      * list, so its number is refused like any number out of range.
       CONFERIR-INDICE.
           MOVE "N" TO WS-INDICE-OK.
           IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL
               MOVE WS-ALU-UNIDADE(WS-INDICE) TO WS-UNIDADE-REG
               PERFORM VERIFICAR-UNIDADE
               IF NA-UNIDADE
                   MOVE "S" TO WS-INDICE-OK
               END-IF
           END-IF.

      * The campus of a new or transferred student: a restricted
      * operator's home campus without asking; otherwise typed, with
      * ENTER meaning SEDE, and checked active on CAMPUS.DAT. A
      * master not yet on disk accepts any code, as VERIFICAR-TURMA
      * does.
       PEDIR-UNIDADE.
           IF UNIDADE-RESTRITA
               MOVE WS-UNIDADE-OPERADOR TO WS-NOVA-UNIDADE
           ELSE
               DISPLAY "UNIDADE (ENTER = SEDE):"
               ACCEPT WS-NOVA-UNIDADE
               MOVE FUNCTION UPPER-CASE(WS-NOVA-UNIDADE)
                   TO WS-NOVA-UNIDADE
               IF WS-NOVA-UNIDADE = SPACES
                   MOVE "SEDE" TO WS-NOVA-UNIDADE
               END-IF
           END-IF.
           MOVE "N" TO WS-UNIDADE-VALIDA.
           MOVE SPACES TO WS-CAMPUS-STATUS.
           OPEN INPUT CAMPUS-FILE.
           IF WS-CAMPUS-STATUS NOT = "00"
               MOVE "S" TO WS-UNIDADE-VALIDA
           ELSE
               PERFORM UNTIL WS-CAMPUS-STATUS = "10"
                   READ CAMPUS-FILE
                       AT END
                           MOVE "10" TO WS-CAMPUS-STATUS
                       NOT AT END
                           IF CP-UNIDADE = WS-NOVA-UNIDADE
                               AND CP-ATIVA
                               MOVE "S" TO WS-UNIDADE-VALIDA
                               MOVE "10" TO WS-CAMPUS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPUS-FILE
           END-IF.

       GRAVAR-HISTORICO-TURMA.
           OPEN EXTEND TURMAHST-FILE.
           IF WS-TURMAHST-STATUS = "35"
               MOVE WS-ALU-NOME(WS-INDICE) TO ST-NOME
               MOVE WS-ALU-STATUS(WS-INDICE) TO ST-STATUS
               MOVE WS-ALU-TURMA(WS-INDICE) TO ST-TURMA
               MOVE WS-ALU-UNIDADE(WS-INDICE) TO ST-UNIDADE
               WRITE STUDENT-RECORD
           END-PERFORM.
           CLOSE STUDENT-FILE.

      * Campus filter (UNIDSEL.cpy): UNIDADE asks for one campus,
      * spaces for all of them; an operator below supervisor on the
      * master is held to the home campus and may not ask for
      * another.
       RESOLVER-UNIDADE.
           ACCEPT WS-UNIDADE-PEDIDA FROM ENVIRONMENT "UNIDADE".
           MOVE FUNCTION UPPER-CASE(WS-UNIDADE-PEDIDA)
               TO WS-UNIDADE-PEDIDA.
           MOVE WS-UNIDADE-PEDIDA TO WS-UNIDADE-FILTRO.
           PERFORM LER-OPERADOR.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS = "00"
               PERFORM UNTIL WS-OPERMST-STATUS = "10"
                   READ OPERMST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMST-STATUS
                       NOT AT END
                           IF OM-OPERATOR-ID = WS-OPERADOR
                               AND OM-NIVEL < 3
                               MOVE "S" TO WS-UNIDADE-RESTRITA
                               MOVE OM-UNIDADE TO WS-UNIDADE-OPERADOR
                               MOVE "10" TO WS-OPERMST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMST-FILE
           END-IF.
           IF UNIDADE-RESTRITA
               IF WS-UNIDADE-OPERADOR = SPACES
                   MOVE "SEDE" TO WS-UNIDADE-OPERADOR
               END-IF
               IF WS-UNIDADE-PEDIDA NOT = SPACES
                   AND WS-UNIDADE-PEDIDA NOT = WS-UNIDADE-OPERADOR
                   DISPLAY "ACESSO NEGADO: OPERADOR " WS-OPERADOR
                       " RESTRITO A UNIDADE " WS-UNIDADE-OPERADOR "."
                   STOP RUN
               END-IF
               MOVE WS-UNIDADE-OPERADOR TO WS-UNIDADE-FILTRO
           END-IF.

      * A row's campus, spaces read as SEDE, against the filter.
       VERIFICAR-UNIDADE.
           IF WS-UNIDADE-REG = SPACES
               MOVE "SEDE" TO WS-UNIDADE-REG
           END-IF.
           IF WS-UNIDADE-FILTRO = SPACES
               OR WS-UNIDADE-REG = WS-UNIDADE-FILTRO
               MOVE "S" TO WS-NA-UNIDADE
           ELSE
               MOVE "N" TO WS-NA-UNIDADE
           END-IF.

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
