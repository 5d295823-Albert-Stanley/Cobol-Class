      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Maintain the HORARIOS.DAT weekly timetable
      *          (HORARIO.cpy) in the TURMAS-MANUT menu shape: list,
      *          add, alter, and remove the weekly meetings of each
      *          section on TURMAS.DAT. A meeting is refused when its
      *          section is not on TURMAS.DAT, when the room is
      *          already booked at an overlapping hour, or when the
      *          section's instructor (TU-INSTRUTOR-ID) already
      *          teaches elsewhere at that hour - both checked within
      *          the same TU-TERMO. The room defaults to the
      *          section's TU-SALA. A room is only booked twice when
      *          both sections are on the same campus (TU-UNIDADE,
      *          blank = SEDE): the same room code on another campus
      *          is another room. An operator below supervisor sees
      *          and changes only the meetings of the home campus's
      *          sections (UNIDSEL.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORARIOS-MANUT.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIO-FILE ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HORARIO-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO-FILE.
           COPY HORARIO.

       FD  TURMA-FILE.
           COPY TURMA.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       WORKING-STORAGE SECTION.
       01 WS-HORARIO-STATUS PIC X(2) VALUE SPACES.
       01 WS-TURMA-STATUS   PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPERADOR       PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO  PIC X VALUE "N".
           88 OPERADOR-LIDO VALUE "S".
       COPY SESRESOL.
       77 WS-OPERMST-STATUS PIC X(2) VALUE SPACES.
       COPY UNIDSEL.

       01 WS-TABELA.
           05 WS-ENTRY OCCURS 200 TIMES.
               10 WS-HR-TURMA      PIC X(04).
               10 WS-HR-CURSO      PIC X(10).
               10 WS-HR-DIA        PIC 9(01).
               10 WS-HR-INICIO     PIC 9(04).
               10 WS-HR-FIM        PIC 9(04).
               10 WS-HR-SALA       PIC X(06).
       01 WS-TOTAL         PIC 9(03) VALUE 0.

       01 WS-TABELA-TURMAS.
           05 WS-TUR-ENTRY OCCURS 50 TIMES.
               10 WS-TUR-COD       PIC X(04).
               10 WS-TUR-CURSO     PIC X(10).
               10 WS-TUR-SALA      PIC X(06).
               10 WS-TUR-INSTRUTOR PIC X(06).
               10 WS-TUR-TERMO     PIC X(06).
               10 WS-TUR-UNIDADE   PIC X(04).
       01 WS-TOTAL-TURMAS  PIC 9(02) VALUE 0.

       01 WS-NOMES-DIAS    PIC X(18) VALUE "SEGTERQUAQUISEXSAB".
       01 WS-TABELA-DIAS REDEFINES WS-NOMES-DIAS.
           05 WS-NOME-DIA  PIC X(03) OCCURS 6 TIMES.

       01 WS-OPCAO         PIC X VALUE SPACES.
       01 WS-INDICE        PIC 9(03).
       01 WS-J             PIC 9(03).
       01 WS-K             PIC 9(02).
       01 WS-PROPRIO       PIC 9(03) VALUE 0.
       01 WS-NOVA-TURMA    PIC X(04).
       01 WS-NOVO-CURSO    PIC X(10).
       01 WS-NOVO-DIA      PIC 9(01).
       01 WS-NOVO-INICIO   PIC 9(04).
       01 WS-NOVO-FIM      PIC 9(04).
       01 WS-NOVA-SALA     PIC X(06).
       01 WS-NOVO-TERMO    PIC X(06).
       01 WS-NOVO-INSTRUTOR-ID PIC X(06).
       01 WS-NOVA-UNIDADE  PIC X(04).
       01 WS-BUSCA-TURMA   PIC X(04).
       01 WS-BUSCA-CURSO   PIC X(10).
       01 WS-SEC-ACHADA    PIC 9(02) VALUE 0.
       01 WS-OUTRA-TERMO   PIC X(06).
       01 WS-OUTRO-INSTRUTOR PIC X(06).
       01 WS-OUTRA-UNIDADE PIC X(04).
       01 WS-DIA-DISP      PIC X(03).
       01 WS-FAIXA-DISP    PIC X(11).
       01 WS-HORA-TESTE    PIC 9(04).
       01 WS-HORA-OK       PIC X VALUE "N".
           88 HORA-VALIDA  VALUE "S".
       01 WS-DADOS-OK      PIC X VALUE "N".
           88 DADOS-VALIDOS VALUE "S".
       01 WS-CONFLITO      PIC X VALUE "N".
           88 HA-CONFLITO  VALUE "S".
       01 WS-ALTERADO      PIC X VALUE "N".
           88 HOUVE-ALTERACAO VALUE "S".
       01 WS-INDICE-OK     PIC X VALUE "N".
           88 INDICE-OK    VALUE "S".

       PROCEDURE DIVISION.

       INICIO.
           PERFORM CARREGAR-HORARIOS.
           PERFORM CARREGAR-TURMAS.
           PERFORM RESOLVER-UNIDADE.
           PERFORM UNTIL WS-OPCAO = "5"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
                   WHEN "1"
                       PERFORM LISTAR-HORARIOS
                   WHEN "2"
                       PERFORM ADICIONAR-HORARIO
                   WHEN "3"
                       PERFORM ALTERAR-HORARIO
                   WHEN "4"
                       PERFORM REMOVER-HORARIO
                   WHEN "5"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           IF HOUVE-ALTERACAO
               PERFORM GRAVAR-HORARIOS
               DISPLAY "HORARIOS GRAVADOS EM HORARIOS.DAT."
           END-IF.
           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "===== MANUTENCAO DO HORARIO SEMANAL ====="
           DISPLAY "1 - LISTAR"
           DISPLAY "2 - ADICIONAR"
           DISPLAY "3 - ALTERAR"
           DISPLAY "4 - REMOVER"
           DISPLAY "5 - SALVAR E SAIR"
           DISPLAY "ESCOLHA UMA OPCAO:"
           ACCEPT WS-OPCAO.

       CARREGAR-HORARIOS.
           OPEN INPUT HORARIO-FILE.
           IF WS-HORARIO-STATUS = "00"
               PERFORM UNTIL WS-HORARIO-STATUS = "10"
                   OR WS-TOTAL = 200
                   READ HORARIO-FILE
                       AT END
                           MOVE "10" TO WS-HORARIO-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL
                           MOVE HR-TURMA TO WS-HR-TURMA(WS-TOTAL)
                           MOVE HR-COURSE-ID
                               TO WS-HR-CURSO(WS-TOTAL)
                           MOVE HR-DIA-SEMANA TO WS-HR-DIA(WS-TOTAL)
                           MOVE HR-INICIO TO WS-HR-INICIO(WS-TOTAL)
                           MOVE HR-FIM TO WS-HR-FIM(WS-TOTAL)
                           MOVE HR-SALA TO WS-HR-SALA(WS-TOTAL)
                   END-READ
               END-PERFORM
               CLOSE HORARIO-FILE
           END-IF.

       CARREGAR-TURMAS.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
               PERFORM UNTIL WS-TURMA-STATUS = "10"
                   OR WS-TOTAL-TURMAS = 50
                   READ TURMA-FILE
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-TURMAS
                           MOVE TU-TURMA
                               TO WS-TUR-COD(WS-TOTAL-TURMAS)
                           MOVE TU-COURSE-ID
                               TO WS-TUR-CURSO(WS-TOTAL-TURMAS)
                           MOVE TU-SALA
                               TO WS-TUR-SALA(WS-TOTAL-TURMAS)
                           MOVE TU-INSTRUTOR-ID
                               TO WS-TUR-INSTRUTOR(WS-TOTAL-TURMAS)
                           MOVE TU-TERMO
                               TO WS-TUR-TERMO(WS-TOTAL-TURMAS)
                           MOVE TU-UNIDADE
                               TO WS-TUR-UNIDADE(WS-TOTAL-TURMAS)
                           IF TU-UNIDADE = SPACES
                               MOVE "SEDE"
                                   TO WS-TUR-UNIDADE(WS-TOTAL-TURMAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           ELSE
               DISPLAY "AVISO: TURMAS.DAT NAO ENCONTRADO - NENHUM "
                   "HORARIO PODE SER INCLUIDO OU ALTERADO ATE O "
                   "CADASTRO DAS TURMAS (TURMAS-MANUT)."
           END-IF.

       LISTAR-HORARIOS.
           IF WS-TOTAL = 0
               DISPLAY "NENHUM HORARIO CADASTRADO."
           ELSE
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-TOTAL
                   MOVE WS-INDICE TO WS-J
                   PERFORM UNIDADE-DO-HORARIO
                   IF NA-UNIDADE
                       PERFORM FORMATAR-HORARIO
                       DISPLAY WS-INDICE ": " WS-HR-TURMA(WS-INDICE)
                           " CURSO=" WS-HR-CURSO(WS-INDICE)
                           " " WS-DIA-DISP " " WS-FAIXA-DISP
                           " SALA=" WS-HR-SALA(WS-INDICE)
                   END-IF
               END-PERFORM
           END-IF.

      * Weekday name and HH:MM-HH:MM band of table row WS-J, for the
      * listing and the clash messages.
       FORMATAR-HORARIO.
           MOVE "???" TO WS-DIA-DISP.
           IF WS-HR-DIA(WS-J) >= 2 AND WS-HR-DIA(WS-J) <= 7
               MOVE WS-NOME-DIA(WS-HR-DIA(WS-J) - 1) TO WS-DIA-DISP
           END-IF.
           MOVE SPACES TO WS-FAIXA-DISP.
           STRING WS-HR-INICIO(WS-J)(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-HR-INICIO(WS-J)(3:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-HR-FIM(WS-J)(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-HR-FIM(WS-J)(3:2) DELIMITED BY SIZE
               INTO WS-FAIXA-DISP
           END-STRING.

       ADICIONAR-HORARIO.
           IF WS-TOTAL >= 200
               DISPLAY "ARQUIVO CHEIO (MAX 200). NAO FOI POSSIVEL "
                   "ADICIONAR."
           ELSE
               MOVE 0 TO WS-PROPRIO
               PERFORM PEDIR-DADOS-HORARIO
               IF DADOS-VALIDOS
                   PERFORM VERIFICAR-CONFLITOS
                   IF HA-CONFLITO
                       DISPLAY "HORARIO NAO ADICIONADO."
                   ELSE
                       ADD 1 TO WS-TOTAL
                       MOVE WS-NOVA-TURMA TO WS-HR-TURMA(WS-TOTAL)
                       MOVE WS-NOVO-CURSO TO WS-HR-CURSO(WS-TOTAL)
                       MOVE WS-NOVO-DIA TO WS-HR-DIA(WS-TOTAL)
                       MOVE WS-NOVO-INICIO TO WS-HR-INICIO(WS-TOTAL)
                       MOVE WS-NOVO-FIM TO WS-HR-FIM(WS-TOTAL)
                       MOVE WS-NOVA-SALA TO WS-HR-SALA(WS-TOTAL)
                       MOVE "S" TO WS-ALTERADO
                       DISPLAY "HORARIO ADICIONADO."
                   END-IF
               END-IF
           END-IF.

      * The section must be on TURMAS.DAT: its term and instructor
      * are what the clash check compares, and a blank room takes
      * the section's own TU-SALA.
       PEDIR-DADOS-HORARIO.
           MOVE "N" TO WS-DADOS-OK.
           DISPLAY "CODIGO DA TURMA (EX: T01):"
           ACCEPT WS-NOVA-TURMA.
           DISPLAY "CURSO (EX: EXER13):"
           ACCEPT WS-NOVO-CURSO.
           MOVE WS-NOVA-TURMA TO WS-BUSCA-TURMA.
           MOVE WS-NOVO-CURSO TO WS-BUSCA-CURSO.
           PERFORM LOCALIZAR-SECAO.
           MOVE "S" TO WS-NA-UNIDADE.
           IF WS-SEC-ACHADA > 0
               MOVE WS-TUR-UNIDADE(WS-SEC-ACHADA) TO WS-UNIDADE-REG
               PERFORM VERIFICAR-UNIDADE
           END-IF.
           IF WS-SEC-ACHADA = 0
               DISPLAY "TURMA " WS-NOVA-TURMA " NAO OFERECE O CURSO "
                   WS-NOVO-CURSO " EM TURMAS.DAT - CADASTRE-A EM "
                   "TURMAS-MANUT."
           END-IF.
           IF WS-SEC-ACHADA > 0 AND NOT NA-UNIDADE
               DISPLAY "TURMA " WS-NOVA-TURMA " E DA UNIDADE "
                   WS-UNIDADE-REG " - OPERADOR RESTRITO A UNIDADE "
                   WS-UNIDADE-FILTRO "."
           END-IF.
           IF WS-SEC-ACHADA > 0 AND NA-UNIDADE
               MOVE WS-TUR-TERMO(WS-SEC-ACHADA) TO WS-NOVO-TERMO
               MOVE WS-TUR-INSTRUTOR(WS-SEC-ACHADA)
                   TO WS-NOVO-INSTRUTOR-ID
               MOVE WS-TUR-UNIDADE(WS-SEC-ACHADA) TO WS-NOVA-UNIDADE
               DISPLAY "DIA DA SEMANA (2=SEG 3=TER 4=QUA 5=QUI "
                   "6=SEX 7=SAB):"
               ACCEPT WS-NOVO-DIA
               DISPLAY "INICIO (HHMM, EX: 0800):"
               ACCEPT WS-NOVO-INICIO
               DISPLAY "FIM (HHMM, EX: 1000):"
               ACCEPT WS-NOVO-FIM
               DISPLAY "SALA (EM BRANCO = " WS-TUR-SALA(WS-SEC-ACHADA)
                   "):"
               ACCEPT WS-NOVA-SALA
               IF WS-NOVA-SALA = SPACES
                   MOVE WS-TUR-SALA(WS-SEC-ACHADA) TO WS-NOVA-SALA
               END-IF
               MOVE "S" TO WS-DADOS-OK
               IF WS-NOVO-DIA < 2 OR WS-NOVO-DIA > 7
                   DISPLAY "DIA DA SEMANA INVALIDO (2 A 7)."
                   MOVE "N" TO WS-DADOS-OK
               END-IF
               MOVE WS-NOVO-INICIO TO WS-HORA-TESTE
               PERFORM VALIDAR-HORA
               IF NOT HORA-VALIDA
                   DISPLAY "HORA DE INICIO INVALIDA."
                   MOVE "N" TO WS-DADOS-OK
               END-IF
               MOVE WS-NOVO-FIM TO WS-HORA-TESTE
               PERFORM VALIDAR-HORA
               IF NOT HORA-VALIDA
                   DISPLAY "HORA DE FIM INVALIDA."
                   MOVE "N" TO WS-DADOS-OK
               END-IF
               IF DADOS-VALIDOS AND WS-NOVO-FIM <= WS-NOVO-INICIO
                   DISPLAY "O FIM DEVE SER POSTERIOR AO INICIO."
                   MOVE "N" TO WS-DADOS-OK
               END-IF
               IF WS-NOVA-SALA = SPACES
                   DISPLAY "SALA EM BRANCO."
                   MOVE "N" TO WS-DADOS-OK
               END-IF
           END-IF.

       VALIDAR-HORA.
           MOVE "S" TO WS-HORA-OK.
           IF WS-HORA-TESTE > 2359
               OR FUNCTION MOD(WS-HORA-TESTE, 100) > 59
               MOVE "N" TO WS-HORA-OK
           END-IF.

       LOCALIZAR-SECAO.
           MOVE 0 TO WS-SEC-ACHADA.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-TURMAS
               IF WS-TUR-COD(WS-K) = WS-BUSCA-TURMA
                   AND WS-TUR-CURSO(WS-K) = WS-BUSCA-CURSO
                   MOVE WS-K TO WS-SEC-ACHADA
               END-IF
           END-PERFORM.

      * Two meetings clash when they fall on the same weekday and
      * each starts before the other ends. Within the same term a
      * clash is refused when the room is the same on the same campus,
      * when the two sections share an instructor, or when it is the
      * same section booked twice. The row being altered (WS-PROPRIO)
      * is skipped. A meeting whose section has left TURMAS.DAT
      * counts as SEDE.
       VERIFICAR-CONFLITOS.
           MOVE "N" TO WS-CONFLITO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-TOTAL
               IF WS-J NOT = WS-PROPRIO
                   AND WS-HR-DIA(WS-J) = WS-NOVO-DIA
                   AND WS-HR-INICIO(WS-J) < WS-NOVO-FIM
                   AND WS-HR-FIM(WS-J) > WS-NOVO-INICIO
                   MOVE WS-HR-TURMA(WS-J) TO WS-BUSCA-TURMA
                   MOVE WS-HR-CURSO(WS-J) TO WS-BUSCA-CURSO
                   PERFORM LOCALIZAR-SECAO
                   MOVE SPACES TO WS-OUTRA-TERMO WS-OUTRO-INSTRUTOR
                   MOVE "SEDE" TO WS-OUTRA-UNIDADE
                   IF WS-SEC-ACHADA > 0
                       MOVE WS-TUR-TERMO(WS-SEC-ACHADA)
                           TO WS-OUTRA-TERMO
                       MOVE WS-TUR-INSTRUTOR(WS-SEC-ACHADA)
                           TO WS-OUTRO-INSTRUTOR
                       MOVE WS-TUR-UNIDADE(WS-SEC-ACHADA)
                           TO WS-OUTRA-UNIDADE
                   END-IF
                   IF WS-OUTRA-TERMO = WS-NOVO-TERMO
                       PERFORM FORMATAR-HORARIO
                       IF WS-HR-SALA(WS-J) = WS-NOVA-SALA
                           AND WS-OUTRA-UNIDADE = WS-NOVA-UNIDADE
                           MOVE "S" TO WS-CONFLITO
                           DISPLAY "CONFLITO: SALA " WS-NOVA-SALA
                               " (" WS-NOVA-UNIDADE ")"
                               " JA OCUPADA POR " WS-HR-TURMA(WS-J)
                               " " WS-HR-CURSO(WS-J) " "
                               WS-DIA-DISP " " WS-FAIXA-DISP
                       END-IF
                       IF WS-NOVO-INSTRUTOR-ID NOT = SPACES
                           AND WS-OUTRO-INSTRUTOR
                               = WS-NOVO-INSTRUTOR-ID
                           MOVE "S" TO WS-CONFLITO
                           DISPLAY "CONFLITO: INSTRUTOR "
                               WS-NOVO-INSTRUTOR-ID " JA LECIONA EM "
                               WS-HR-TURMA(WS-J) " "
                               WS-HR-CURSO(WS-J) " "
                               WS-DIA-DISP " " WS-FAIXA-DISP
                               " (SALA " WS-HR-SALA(WS-J) ")"
                       END-IF
                       IF WS-HR-TURMA(WS-J) = WS-NOVA-TURMA
                           AND WS-HR-CURSO(WS-J) = WS-NOVO-CURSO
                           MOVE "S" TO WS-CONFLITO
                           DISPLAY "CONFLITO: A TURMA JA TEM AULA "
                               "NESTE HORARIO (" WS-DIA-DISP " "
                               WS-FAIXA-DISP ")"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ALTERAR-HORARIO.
           PERFORM LISTAR-HORARIOS.
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DO HORARIO A ALTERAR:"
               ACCEPT WS-INDICE
               PERFORM CONFERIR-INDICE
               IF INDICE-OK
                   MOVE WS-INDICE TO WS-PROPRIO
                   PERFORM PEDIR-DADOS-HORARIO
                   IF DADOS-VALIDOS
                       PERFORM VERIFICAR-CONFLITOS
                       IF HA-CONFLITO
                           DISPLAY "HORARIO NAO ALTERADO."
                       ELSE
                           MOVE WS-NOVA-TURMA
                               TO WS-HR-TURMA(WS-INDICE)
                           MOVE WS-NOVO-CURSO
                               TO WS-HR-CURSO(WS-INDICE)
                           MOVE WS-NOVO-DIA TO WS-HR-DIA(WS-INDICE)
                           MOVE WS-NOVO-INICIO
                               TO WS-HR-INICIO(WS-INDICE)
                           MOVE WS-NOVO-FIM TO WS-HR-FIM(WS-INDICE)
                           MOVE WS-NOVA-SALA TO WS-HR-SALA(WS-INDICE)
                           MOVE "S" TO WS-ALTERADO
                           DISPLAY "HORARIO ALTERADO."
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               END-IF
           END-IF.

       REMOVER-HORARIO.
           PERFORM LISTAR-HORARIOS.
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DO HORARIO A REMOVER:"
               ACCEPT WS-INDICE
               PERFORM CONFERIR-INDICE
               IF INDICE-OK
                   PERFORM VARYING WS-J FROM WS-INDICE BY 1
                       UNTIL WS-J >= WS-TOTAL
                       MOVE WS-ENTRY(WS-J + 1) TO WS-ENTRY(WS-J)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-TOTAL
                   MOVE "S" TO WS-ALTERADO
                   DISPLAY "HORARIO REMOVIDO."
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               END-IF
           END-IF.

      * A row of another campus was not on the restricted operator's
      * list, so its number is refused like any number out of range.
       CONFERIR-INDICE.
           MOVE "N" TO WS-INDICE-OK.
           IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL
               MOVE WS-INDICE TO WS-J
               PERFORM UNIDADE-DO-HORARIO
               IF NA-UNIDADE
                   MOVE "S" TO WS-INDICE-OK
               END-IF
           END-IF.

      * The campus of meeting row WS-J is its section's; a section
      * that has left TURMAS.DAT counts as SEDE, as in the clash
      * check.
       UNIDADE-DO-HORARIO.
           MOVE WS-HR-TURMA(WS-J) TO WS-BUSCA-TURMA.
           MOVE WS-HR-CURSO(WS-J) TO WS-BUSCA-CURSO.
           PERFORM LOCALIZAR-SECAO.
           MOVE SPACES TO WS-UNIDADE-REG.
           IF WS-SEC-ACHADA > 0
               MOVE WS-TUR-UNIDADE(WS-SEC-ACHADA) TO WS-UNIDADE-REG
           END-IF.
           PERFORM VERIFICAR-UNIDADE.

       GRAVAR-HORARIOS.
           OPEN OUTPUT HORARIO-FILE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL
               MOVE WS-HR-TURMA(WS-INDICE) TO HR-TURMA
               MOVE WS-HR-CURSO(WS-INDICE) TO HR-COURSE-ID
               MOVE WS-HR-DIA(WS-INDICE) TO HR-DIA-SEMANA
               MOVE WS-HR-INICIO(WS-INDICE) TO HR-INICIO
               MOVE WS-HR-FIM(WS-INDICE) TO HR-FIM
               MOVE WS-HR-SALA(WS-INDICE) TO HR-SALA
               WRITE HORARIO-RECORD
           END-PERFORM.
           CLOSE HORARIO-FILE.

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
