      *          the other masters use: list, add, alter, and remove
      *          addresses keyed by matricula, with the student
      *          checked against STUDENT.DAT and duplicate ids
      *          rejected. Each row also carries the e-mail and
      *          whether the student accepts SMS/e-mail messages
      *          from AVISOS-GATEWAY. An operator below supervisor
      *          sees and changes only the addresses of the home
      *          campus's students (ST-UNIDADE; UNIDSEL.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       WORKING-STORAGE SECTION.
       01 WS-ADDRESS-STATUS PIC X(2) VALUE SPACES.
       01 WS-STUDENT-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERADOR       PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.
       77 WS-OPERMST-STATUS PIC X(2) VALUE SPACES.
       COPY UNIDSEL.

      * Campus (ST-UNIDADE) of every student on STUDENT.DAT.
       01 WS-TABELA-UNIDADES.
           05 WS-UNI-ENTRY OCCURS 300 TIMES.
               10 WS-UNI-ALUNO PIC X(10).
               10 WS-UNI-COD   PIC X(04).
       01 WS-TOTAL-UNIDADES PIC 9(03) VALUE 0.
       01 WS-UNID-ALUNO    PIC X(10) VALUE SPACES.
       01 WS-U             PIC 9(03).

       01 WS-TABELA.
           05 WS-ENTRY OCCURS 100 TIMES.
               10 WS-END-CIDADE     PIC X(20).
               10 WS-END-CEP        PIC X(09).
               10 WS-END-TELEFONE   PIC X(15).
               10 WS-END-EMAIL      PIC X(40).
               10 WS-END-AVISOS     PIC X(01).
       01 WS-TOTAL         PIC 9(03) VALUE 0.

       01 WS-OPCAO         PIC X VALUE SPACES.
           88 ALUNO-EXISTE VALUE "S".
       01 WS-ALTERADO      PIC X VALUE "N".
           88 HOUVE-ALTERACAO VALUE "S".
       01 WS-INDICE-OK     PIC X VALUE "N".
           88 INDICE-OK    VALUE "S".

       COPY SNCONF.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM CARREGAR-ENDERECOS.
           PERFORM CARREGAR-UNIDADES.
           PERFORM RESOLVER-UNIDADE.
           PERFORM UNTIL WS-OPCAO = "5"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
                           MOVE AD-CEP TO WS-END-CEP(WS-TOTAL)
                           MOVE AD-TELEFONE
                               TO WS-END-TELEFONE(WS-TOTAL)
                           MOVE AD-EMAIL TO WS-END-EMAIL(WS-TOTAL)
                           MOVE AD-AVISOS TO WS-END-AVISOS(WS-TOTAL)
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           ELSE
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-TOTAL
                   MOVE WS-END-ID(WS-INDICE) TO WS-UNID-ALUNO
                   PERFORM UNIDADE-DO-ALUNO
                   IF NA-UNIDADE
                       PERFORM MOSTRAR-ENDERECO
                   END-IF
               END-PERFORM
           END-IF.

       MOSTRAR-ENDERECO.
           DISPLAY WS-INDICE ": " WS-END-ID(WS-INDICE) " "
               WS-END-LOGRADOURO(WS-INDICE) " "
               WS-END-CIDADE(WS-INDICE) " CEP "
               WS-END-CEP(WS-INDICE) " TEL "
               WS-END-TELEFONE(WS-INDICE).
           IF WS-END-AVISOS(WS-INDICE) = "N"
               DISPLAY "     E-MAIL " WS-END-EMAIL(WS-INDICE)
                   " (NAO ACEITA AVISOS)"
           ELSE
               DISPLAY "     E-MAIL " WS-END-EMAIL(WS-INDICE)
           END-IF.

       ADICIONAR-ENDERECO.
           IF WS-TOTAL >= 100
               DISPLAY "ARQUIVO CHEIO (MAX 100). NAO FOI POSSIVEL "
               DISPLAY "MATRICULA DO ALUNO:"
               ACCEPT WS-NOVO-ID
               PERFORM VERIFICAR-ALUNO-CADASTRADO
               MOVE WS-NOVO-ID TO WS-UNID-ALUNO
               PERFORM UNIDADE-DO-ALUNO
               EVALUATE TRUE
                   WHEN NOT ALUNO-EXISTE
                       DISPLAY "ALUNO NAO CONSTA EM STUDENT.DAT. NAO "
                           "ADICIONADO."
                   WHEN NOT NA-UNIDADE
                       DISPLAY "ALUNO DA UNIDADE " WS-UNIDADE-REG
                           " - OPERADOR RESTRITO A UNIDADE "
                           WS-UNIDADE-FILTRO ". NAO ADICIONADO."
                   WHEN OTHER
                       MOVE "N" TO WS-DUPLICADO
                       PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-TOTAL
                           IF WS-END-ID(WS-J) = WS-NOVO-ID
                               MOVE "S" TO WS-DUPLICADO
                           END-IF
                       END-PERFORM
                       IF ID-DUPLICADO
                           DISPLAY "ALUNO JA TEM ENDERECO - USE "
                               "ALTERAR."
                       ELSE
                           ADD 1 TO WS-TOTAL
                           MOVE WS-NOVO-ID TO WS-END-ID(WS-TOTAL)
                           MOVE WS-TOTAL TO WS-INDICE
                           PERFORM PEDIR-DADOS-ENDERECO
                           MOVE "S" TO WS-ALTERADO
                           DISPLAY "ENDERECO ADICIONADO."
                       END-IF
               END-EVALUATE
           END-IF.

       PEDIR-DADOS-ENDERECO.
           ACCEPT WS-END-CEP(WS-INDICE).
           DISPLAY "TELEFONE:"
           ACCEPT WS-END-TELEFONE(WS-INDICE).
           DISPLAY "E-MAIL:"
           ACCEPT WS-END-EMAIL(WS-INDICE).
           MOVE SPACES TO WS-SN-RESPOSTA.
           PERFORM UNTIL SN-VALIDA
               DISPLAY "ACEITA AVISOS POR SMS/E-MAIL? (S/N)"
               ACCEPT WS-SN-RESPOSTA
               IF NOT SN-VALIDA
                   DISPLAY "OPCAO INVALIDA. DIGITE S OU N."
               END-IF
           END-PERFORM.
           IF SN-SIM
               MOVE "S" TO WS-END-AVISOS(WS-INDICE)
           ELSE
               MOVE "N" TO WS-END-AVISOS(WS-INDICE)
           END-IF.

       ALTERAR-ENDERECO.
           PERFORM LISTAR-ENDERECOS.
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DO ENDERECO A ALTERAR:"
               ACCEPT WS-INDICE
               PERFORM CONFERIR-INDICE
               IF INDICE-OK
                   PERFORM PEDIR-DADOS-ENDERECO
                   MOVE "S" TO WS-ALTERADO
                   DISPLAY "ENDERECO ALTERADO."
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DO ENDERECO A REMOVER:"
               ACCEPT WS-INDICE
               PERFORM CONFERIR-INDICE
               IF INDICE-OK
                   PERFORM VARYING WS-J FROM WS-INDICE BY 1
                       UNTIL WS-J >= WS-TOTAL
                       MOVE WS-ENTRY(WS-J + 1) TO WS-ENTRY(WS-J)
               END-IF
           END-IF.

      * A row of another campus was not on the restricted operator's
      * list, so its number is refused like any number out of range.
       CONFERIR-INDICE.
           MOVE "N" TO WS-INDICE-OK.
           IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL
               MOVE WS-END-ID(WS-INDICE) TO WS-UNID-ALUNO
               PERFORM UNIDADE-DO-ALUNO
               IF NA-UNIDADE
                   MOVE "S" TO WS-INDICE-OK
               END-IF
           END-IF.

       VERIFICAR-ALUNO-CADASTRADO.
           MOVE "N" TO WS-ALUNO-EXISTE.
           MOVE SPACES TO WS-STUDENT-STATUS.
               CLOSE STUDENT-FILE
           END-IF.

      * Campus of each student (ST-UNIDADE) for the list filter and
      * the checks before a change.
       CARREGAR-UNIDADES.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   OR WS-TOTAL-UNIDADES = 300
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-UNIDADES
                           MOVE ST-STUDENT-ID
                               TO WS-UNI-ALUNO(WS-TOTAL-UNIDADES)
                           MOVE ST-UNIDADE
                               TO WS-UNI-COD(WS-TOTAL-UNIDADES)
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * The campus of WS-UNID-ALUNO against the filter; a student not
      * on STUDENT.DAT reads as SEDE.
       UNIDADE-DO-ALUNO.
           MOVE SPACES TO WS-UNIDADE-REG.
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-TOTAL-UNIDADES
               IF WS-UNI-ALUNO(WS-U) = WS-UNID-ALUNO
                   MOVE WS-UNI-COD(WS-U) TO WS-UNIDADE-REG
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR-UNIDADE.

       GRAVAR-ENDERECOS.
           OPEN OUTPUT ADDRESS-FILE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               MOVE WS-END-CIDADE(WS-INDICE) TO AD-CIDADE
               MOVE WS-END-CEP(WS-INDICE) TO AD-CEP
               MOVE WS-END-TELEFONE(WS-INDICE) TO AD-TELEFONE
               MOVE WS-END-EMAIL(WS-INDICE) TO AD-EMAIL
               MOVE WS-END-AVISOS(WS-INDICE) TO AD-AVISOS
               WRITE STUDENT-ADDRESS-RECORD
           END-PERFORM.
           CLOSE ADDRESS-FILE.

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
