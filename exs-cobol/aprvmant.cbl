      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Transfer credit (aproveitamento de estudos) desk.
      *          Lists the credits on APROVEITAMENTOS.DAT
      *          (APROVEIT.cpy), registers a new one against a
      *          matricula on STUDENT.DAT - our course id, the origin
      *          institution and course, the credited hours, the
      *          grade brought in and the approving coordinator -
      *          and removes one registered in error. Registering
      *          and removing take nivel 2 on OPERATOR-MASTER.DAT;
      *          a course already credited to the student is
      *          refused. The file is rewritten only under
      *          APROVEITAMENTOS.LCK and every change goes to
      *          AUDIT-LOG.DAT. An operator below supervisor sees,
      *          registers and removes only the credits of the home
      *          campus's students (ST-UNIDADE; UNIDSEL.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVEITAMENTOS-MANUT.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROV-FILE ASSIGN TO "APROVEITAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROV-STATUS.
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
       FD  APROV-FILE.
           COPY APROVEIT.

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
       77 WS-APROV-STATUS     PIC X(2) VALUE SPACES.
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
       COPY UNIDSEL.
       COPY LOCKF.
       COPY AUDCHAIN.

       01 WS-TABELA-ALUNOS.
           05 WS-ALUNO-ENTRY OCCURS 100 TIMES.
               10 WS-ALUNO-ID   PIC X(10).
               10 WS-ALUNO-NOME PIC X(30).
               10 WS-ALUNO-UNIDADE PIC X(04).
       01 WS-TOTAL-ALUNOS    PIC 9(3) VALUE 0.
       01 WS-UNID-ALUNO      PIC X(10) VALUE SPACES.
       01 WS-U               PIC 9(3).

       01 WS-TABELA-APROVEITAMENTOS.
           05 WS-APR-ENTRY OCCURS 1000 TIMES.
               10 WS-APR-REG    PIC X(122).
       01 WS-TOTAL-APROV     PIC 9(4) VALUE 0.

       01 WS-OPCAO           PIC X VALUE SPACES.
       01 WS-ALUNO-PEDIDO    PIC X(10) VALUE SPACES.
       01 WS-ALUNO-NOME-ACHADO PIC X(30) VALUE SPACES.
       01 WS-ALUNO-ACHADO    PIC X VALUE "N".
           88 ALUNO-ACHADO   VALUE "S".
       01 WS-I               PIC 9(4).
       01 WS-ACHADO          PIC 9(4) VALUE 0.
       01 WS-LISTADOS        PIC 9(4) VALUE 0.
       01 WS-CURSO-PEDIDO    PIC X(10) VALUE SPACES.
       01 WS-NOVA-INSTITUICAO PIC X(30) VALUE SPACES.
       01 WS-NOVO-CURSO-ORIGEM PIC X(30) VALUE SPACES.
       01 WS-NOVO-COORDENADOR PIC X(20) VALUE SPACES.
       01 WS-VALOR-TEXTO     PIC X(6) VALUE SPACES.
       01 WS-NOVA-CARGA      PIC 9(3) VALUE 0.
       01 WS-NOVA-NOTA       PIC 9(3)V9(2) VALUE 0.
       01 WS-NOTA-DISP       PIC Z9,99.
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.
       COPY SNCONF.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-OPERADOR.
           PERFORM CARREGAR-ALUNOS.
           PERFORM RESOLVER-UNIDADE.
           PERFORM UNTIL WS-OPCAO = "4"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
                   WHEN "1"
                       PERFORM LISTAR-APROVEITAMENTOS
                   WHEN "2"
                       PERFORM REGISTRAR-APROVEITAMENTO
                   WHEN "3"
                       PERFORM REMOVER-APROVEITAMENTO
                   WHEN "4"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "===== APROVEITAMENTO DE ESTUDOS ====="
           DISPLAY "1 - LISTAR APROVEITAMENTOS"
           DISPLAY "2 - REGISTRAR APROVEITAMENTO"
           DISPLAY "3 - REMOVER APROVEITAMENTO"
           DISPLAY "4 - SAIR"
           DISPLAY "ESCOLHA UMA OPCAO:"
           ACCEPT WS-OPCAO.

      * Blank matricula lists every student's credits.
       LISTAR-APROVEITAMENTOS.
           DISPLAY "MATRICULA DO ALUNO (BRANCO = TODOS): ".
           ACCEPT WS-ALUNO-PEDIDO.
           PERFORM CARREGAR-APROVEITAMENTOS.
           MOVE 0 TO WS-LISTADOS.
           DISPLAY " ".
           DISPLAY "MATRICULA  CURSO      HORAS NOTA  COORDENADOR"
               "          ORIGEM".
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-APROV
               MOVE WS-APR-REG(WS-I) TO APROVEITAMENTO-RECORD
               MOVE AP-STUDENT-ID TO WS-UNID-ALUNO
               PERFORM UNIDADE-DO-ALUNO
               IF (WS-ALUNO-PEDIDO = SPACES
                   OR AP-STUDENT-ID = WS-ALUNO-PEDIDO)
                   AND NA-UNIDADE
                   ADD 1 TO WS-LISTADOS
                   MOVE AP-NOTA TO WS-NOTA-DISP
                   DISPLAY AP-STUDENT-ID " " AP-COURSE-ID " "
                       AP-CARGA-HORARIA "    " WS-NOTA-DISP " "
                       AP-COORDENADOR " " AP-INSTITUICAO
                   DISPLAY "                      CURSO DE ORIGEM: "
                       AP-CURSO-ORIGEM " EM " AP-DATA-REGISTRO
               END-IF
           END-PERFORM.
           IF WS-LISTADOS = 0
               DISPLAY "NENHUM APROVEITAMENTO ENCONTRADO."
           END-IF.

       REGISTRAR-APROVEITAMENTO.
           PERFORM VERIFICAR-AUTORIZACAO.
           IF AUTORIZADO
               DISPLAY "MATRICULA DO ALUNO: "
               ACCEPT WS-ALUNO-PEDIDO
               PERFORM LOCALIZAR-ALUNO
               MOVE WS-ALUNO-PEDIDO TO WS-UNID-ALUNO
               PERFORM UNIDADE-DO-ALUNO
               EVALUATE TRUE
                   WHEN NOT ALUNO-ACHADO
                       DISPLAY "ALUNO NAO CADASTRADO EM STUDENT.DAT."
                   WHEN NOT NA-UNIDADE
                       DISPLAY "ALUNO DA UNIDADE " WS-UNIDADE-REG
                           " - OPERADOR RESTRITO A UNIDADE "
                           WS-UNIDADE-FILTRO
                           ". APROVEITAMENTO NAO REGISTRADO."
                   WHEN OTHER
                       DISPLAY "CURSO APROVEITADO (EX: MEDIA, "
                           "EXER13): "
                       ACCEPT WS-CURSO-PEDIDO
                       PERFORM CARREGAR-APROVEITAMENTOS
                       PERFORM LOCALIZAR-APROVEITAMENTO
                       EVALUATE TRUE
                           WHEN WS-CURSO-PEDIDO = SPACES
                               DISPLAY "CURSO OBRIGATORIO - "
                                   "APROVEITAMENTO NAO REGISTRADO."
                           WHEN WS-ACHADO > 0
                               DISPLAY "CURSO JA APROVEITADO PARA "
                                   "ESTE ALUNO - APROVEITAMENTO NAO "
                                   "REGISTRADO."
                           WHEN OTHER
                               PERFORM PEDIR-DADOS-ORIGEM
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       PEDIR-DADOS-ORIGEM.
           DISPLAY "INSTITUICAO DE ORIGEM: ".
           ACCEPT WS-NOVA-INSTITUICAO.
           DISPLAY "CURSO NA INSTITUICAO DE ORIGEM: ".
           ACCEPT WS-NOVO-CURSO-ORIGEM.
           DISPLAY "CARGA HORARIA APROVEITADA (1 A 99): ".
           ACCEPT WS-VALOR-TEXTO.
           COMPUTE WS-NOVA-CARGA = FUNCTION NUMVAL(WS-VALOR-TEXTO).
           DISPLAY "NOTA TRAZIDA (0 A 10, EX: 8,5): ".
           ACCEPT WS-VALOR-TEXTO.
           COMPUTE WS-NOVA-NOTA = FUNCTION NUMVAL(WS-VALOR-TEXTO).
           DISPLAY "COORDENADOR QUE APROVOU: ".
           ACCEPT WS-NOVO-COORDENADOR.
           IF WS-NOVA-INSTITUICAO = SPACES
               OR WS-NOVO-CURSO-ORIGEM = SPACES
               OR WS-NOVO-COORDENADOR = SPACES
               DISPLAY "INSTITUICAO, CURSO DE ORIGEM E COORDENADOR "
                   "OBRIGATORIOS - APROVEITAMENTO NAO REGISTRADO."
           ELSE
               IF WS-NOVA-CARGA < 1 OR WS-NOVA-CARGA > 99
                   DISPLAY "CARGA HORARIA INVALIDA - APROVEITAMENTO "
                       "NAO REGISTRADO."
               ELSE
                   IF WS-NOVA-NOTA > 10
                       DISPLAY "NOTA INVALIDA - APROVEITAMENTO NAO "
                           "REGISTRADO."
                   ELSE
                       PERFORM CONFIRMAR-REGISTRO
                   END-IF
               END-IF
           END-IF.

      * Re-read under the lock, so two desks crediting the same
      * course at once cannot both get a line in.
       CONFIRMAR-REGISTRO.
           MOVE WS-NOVA-NOTA TO WS-NOTA-DISP.
           MOVE SPACES TO WS-SN-RESPOSTA.
           PERFORM UNTIL SN-VALIDA
               DISPLAY "APROVEITAR " WS-CURSO-PEDIDO " PARA "
                   WS-ALUNO-PEDIDO " " WS-ALUNO-NOME-ACHADO
                   " (NOTA " WS-NOTA-DISP ")? (S/N)"
               ACCEPT WS-SN-RESPOSTA
               IF NOT SN-VALIDA
                   DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
               END-IF
           END-PERFORM.
           IF SN-NAO
               DISPLAY "APROVEITAMENTO NAO REGISTRADO."
           ELSE
               MOVE "APROVEITAMENTOS.LCK" TO WS-LOCK-NOME
               PERFORM OBTER-TRAVA
               PERFORM CARREGAR-APROVEITAMENTOS
               PERFORM LOCALIZAR-APROVEITAMENTO
               IF WS-ACHADO > 0 OR WS-TOTAL-APROV = 1000
                   PERFORM LIBERAR-TRAVA
                   DISPLAY "CURSO JA APROVEITADO OU ARQUIVO CHEIO - "
                       "APROVEITAMENTO NAO REGISTRADO."
               ELSE
                   MOVE SPACES TO APROVEITAMENTO-RECORD
                   MOVE WS-ALUNO-PEDIDO TO AP-STUDENT-ID
                   MOVE WS-CURSO-PEDIDO TO AP-COURSE-ID
                   MOVE WS-NOVA-INSTITUICAO TO AP-INSTITUICAO
                   MOVE WS-NOVO-CURSO-ORIGEM TO AP-CURSO-ORIGEM
                   MOVE WS-NOVA-CARGA TO AP-CARGA-HORARIA
                   MOVE WS-NOVA-NOTA TO AP-NOTA
                   MOVE WS-NOVO-COORDENADOR TO AP-COORDENADOR
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO AP-DATA-REGISTRO
                   MOVE WS-OPERADOR TO AP-OPERADOR
                   ADD 1 TO WS-TOTAL-APROV
                   MOVE APROVEITAMENTO-RECORD
                       TO WS-APR-REG(WS-TOTAL-APROV)
                   PERFORM GRAVAR-APROVEITAMENTOS
                   PERFORM LIBERAR-TRAVA
                   MOVE WS-APR-REG(WS-TOTAL-APROV)
                       TO APROVEITAMENTO-RECORD
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "APROVEITAMENTO REGISTRADO ALUNO="
                       DELIMITED BY SIZE
                       AP-STUDENT-ID DELIMITED BY SIZE
                       " CURSO=" DELIMITED BY SIZE
                       AP-COURSE-ID DELIMITED BY "  "
                       " HORAS=" DELIMITED BY SIZE
                       AP-CARGA-HORARIA DELIMITED BY SIZE
                       " NOTA=" DELIMITED BY SIZE
                       WS-NOTA-DISP DELIMITED BY SIZE
                       " COORD=" DELIMITED BY SIZE
                       AP-COORDENADOR DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY "APROVEITAMENTO REGISTRADO."
               END-IF
           END-IF.

       REMOVER-APROVEITAMENTO.
           PERFORM VERIFICAR-AUTORIZACAO.
           IF AUTORIZADO
               DISPLAY "MATRICULA DO ALUNO: "
               ACCEPT WS-ALUNO-PEDIDO
               DISPLAY "CURSO APROVEITADO A REMOVER: "
               ACCEPT WS-CURSO-PEDIDO
               PERFORM CARREGAR-APROVEITAMENTOS
               PERFORM LOCALIZAR-APROVEITAMENTO
      * A credit of another campus's student was not on the
      * restricted operator's list, so it is refused as not found.
               MOVE WS-ALUNO-PEDIDO TO WS-UNID-ALUNO
               PERFORM UNIDADE-DO-ALUNO
               IF NOT NA-UNIDADE
                   MOVE 0 TO WS-ACHADO
               END-IF
               IF WS-ACHADO = 0
                   DISPLAY "APROVEITAMENTO NAO ENCONTRADO."
               ELSE
                   MOVE WS-APR-REG(WS-ACHADO) TO APROVEITAMENTO-RECORD
                   PERFORM CONFIRMAR-REMOCAO
               END-IF
           END-IF.

       CONFIRMAR-REMOCAO.
           MOVE AP-NOTA TO WS-NOTA-DISP.
           DISPLAY "ORIGEM: " AP-INSTITUICAO " - " AP-CURSO-ORIGEM.
           DISPLAY "HORAS: " AP-CARGA-HORARIA " NOTA: " WS-NOTA-DISP
               " COORDENADOR: " AP-COORDENADOR.
           MOVE SPACES TO WS-SN-RESPOSTA.
           PERFORM UNTIL SN-VALIDA
               DISPLAY "REMOVER ESTE APROVEITAMENTO? (S/N)"
               ACCEPT WS-SN-RESPOSTA
               IF NOT SN-VALIDA
                   DISPLAY "RESPOSTA INVALIDA. DIGITE S OU N."
               END-IF
           END-PERFORM.
           IF SN-NAO
               DISPLAY "APROVEITAMENTO MANTIDO."
           ELSE
               MOVE "APROVEITAMENTOS.LCK" TO WS-LOCK-NOME
               PERFORM OBTER-TRAVA
               PERFORM CARREGAR-APROVEITAMENTOS
               PERFORM LOCALIZAR-APROVEITAMENTO
               IF WS-ACHADO = 0
                   PERFORM LIBERAR-TRAVA
                   DISPLAY "APROVEITAMENTO JA REMOVIDO POR OUTRO "
                       "OPERADOR."
               ELSE
                   PERFORM VARYING WS-I FROM WS-ACHADO BY 1
                       UNTIL WS-I >= WS-TOTAL-APROV
                       MOVE WS-APR-ENTRY(WS-I + 1)
                           TO WS-APR-ENTRY(WS-I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-TOTAL-APROV
                   PERFORM GRAVAR-APROVEITAMENTOS
                   PERFORM LIBERAR-TRAVA
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "APROVEITAMENTO REMOVIDO ALUNO="
                       DELIMITED BY SIZE
                       AP-STUDENT-ID DELIMITED BY SIZE
                       " CURSO=" DELIMITED BY SIZE
                       AP-COURSE-ID DELIMITED BY "  "
                       " HORAS=" DELIMITED BY SIZE
                       AP-CARGA-HORARIA DELIMITED BY SIZE
                       " NOTA=" DELIMITED BY SIZE
                       WS-NOTA-DISP DELIMITED BY SIZE
                       " COORD=" DELIMITED BY SIZE
                       AP-COORDENADOR DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY "APROVEITAMENTO REMOVIDO."
               END-IF
           END-IF.

       LOCALIZAR-APROVEITAMENTO.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-APROV
               MOVE WS-APR-REG(WS-I) TO APROVEITAMENTO-RECORD
               IF AP-STUDENT-ID = WS-ALUNO-PEDIDO
                   AND AP-COURSE-ID = WS-CURSO-PEDIDO
                   MOVE WS-I TO WS-ACHADO
               END-IF
           END-PERFORM.

       CARREGAR-APROVEITAMENTOS.
           MOVE 0 TO WS-TOTAL-APROV.
           MOVE SPACES TO WS-APROV-STATUS.
           OPEN INPUT APROV-FILE.
           IF WS-APROV-STATUS = "00"
               PERFORM UNTIL WS-APROV-STATUS = "10"
                   OR WS-TOTAL-APROV = 1000
                   READ APROV-FILE
                       AT END
                           MOVE "10" TO WS-APROV-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-APROV
                           MOVE APROVEITAMENTO-RECORD
                               TO WS-APR-REG(WS-TOTAL-APROV)
                   END-READ
               END-PERFORM
               CLOSE APROV-FILE
           END-IF.

      * Rewrites APROVEITAMENTOS.DAT from the table; the caller holds
      * APROVEITAMENTOS.LCK.
       GRAVAR-APROVEITAMENTOS.
           OPEN OUTPUT APROV-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-APROV
               MOVE WS-APR-REG(WS-I) TO APROVEITAMENTO-RECORD
               WRITE APROVEITAMENTO-RECORD
           END-PERFORM.
           CLOSE APROV-FILE.

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
                           MOVE ST-UNIDADE
                               TO WS-ALUNO-UNIDADE(WS-TOTAL-ALUNOS)
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * The campus (ST-UNIDADE) of WS-UNID-ALUNO against the filter;
      * a student not on STUDENT.DAT reads as SEDE.
       UNIDADE-DO-ALUNO.
           MOVE SPACES TO WS-UNIDADE-REG.
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-TOTAL-ALUNOS
               IF WS-ALUNO-ID(WS-U) = WS-UNID-ALUNO
                   MOVE WS-ALUNO-UNIDADE(WS-U) TO WS-UNIDADE-REG
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR-UNIDADE.

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
               DISPLAY "ACESSO NEGADO: APROVEITAMENTOS EXIGEM NIVEL "
                   WS-NIVEL-EXIGIDO ". OPERADOR ATUAL: " WS-OPERADOR
               MOVE SPACES TO WS-AUDIT-MSG
               STRING "APROVEITAMENTO NEGADO OPERADOR="
                   DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " NIVEL EXIGIDO=" DELIMITED BY SIZE
                   WS-NIVEL-EXIGIDO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "APROVEITAM" TO AU-PROGRAM.
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
           MOVE "APROVEITAM" TO TRAVA-PROGRAMA.
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
