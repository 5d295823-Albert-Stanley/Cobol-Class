      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Maintain the INSTRUCTOR.DAT instructor master
      *          (INSTRUT.cpy) that TURMAS-MANUT validates
      *          TU-INSTRUTOR-ID against, in the same menu shape the
      *          other masters use: list, add, alter, and remove
      *          instructors with duplicate ids rejected, the
      *          contract type checked (I integral, P parcial,
      *          H horista), and an instructor still assigned to a
      *          turma in TURMAS.DAT kept from removal. The maximum
      *          weekly load is what CARGA-DOCENTE flags against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUTORES-MANUT.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTOR-FILE ASSIGN TO "INSTRUCTOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTRUTOR-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTOR-FILE.
           COPY INSTRUT.

       FD  TURMA-FILE.
           COPY TURMA.

       WORKING-STORAGE SECTION.
       01 WS-INSTRUTOR-STATUS PIC X(2) VALUE SPACES.
       01 WS-TURMA-STATUS  PIC X(2) VALUE SPACES.

       01 WS-TABELA.
           05 WS-ENTRY OCCURS 100 TIMES.
               10 WS-IN-ID         PIC X(06).
               10 WS-IN-NOME       PIC X(30).
               10 WS-IN-DEPTO      PIC X(20).
               10 WS-IN-CONTRATO   PIC X(01).
               10 WS-IN-CARGA-MAX  PIC 9(02).
       01 WS-TOTAL         PIC 9(03) VALUE 0.

       01 WS-OPCAO         PIC X VALUE SPACES.
       01 WS-INDICE        PIC 9(03).
       01 WS-J             PIC 9(03).
       01 WS-NOVO-ID       PIC X(06).
       01 WS-NOVO-NOME     PIC X(30).
       01 WS-NOVO-DEPTO    PIC X(20).
       01 WS-NOVO-CONTRATO PIC X(01).
           88 CONTRATO-VALIDO VALUES "I", "P", "H".
       01 WS-NOVA-CARGA-MAX PIC 9(02).
       01 WS-DUPLICADO     PIC X VALUE "N".
           88 INSTRUTOR-DUPLICADO VALUE "S".
       01 WS-EM-USO        PIC X VALUE "N".
           88 INSTRUTOR-EM-USO VALUE "S".
       01 WS-TURMA-USO     PIC X(04) VALUE SPACES.
       01 WS-ALTERADO      PIC X VALUE "N".
           88 HOUVE-ALTERACAO VALUE "S".

       PROCEDURE DIVISION.

       INICIO.
           PERFORM CARREGAR-INSTRUTORES.
           PERFORM UNTIL WS-OPCAO = "5"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
                   WHEN "1"
                       PERFORM LISTAR-INSTRUTORES
                   WHEN "2"
                       PERFORM ADICIONAR-INSTRUTOR
                   WHEN "3"
                       PERFORM ALTERAR-INSTRUTOR
                   WHEN "4"
                       PERFORM REMOVER-INSTRUTOR
                   WHEN "5"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.
           IF HOUVE-ALTERACAO
               PERFORM GRAVAR-INSTRUTORES
               DISPLAY "INSTRUTORES GRAVADOS EM INSTRUCTOR.DAT."
           END-IF.
           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "===== MANUTENCAO DO MASTER DE INSTRUTORES ====="
           DISPLAY "1 - LISTAR"
           DISPLAY "2 - ADICIONAR"
           DISPLAY "3 - ALTERAR"
           DISPLAY "4 - REMOVER"
           DISPLAY "5 - SALVAR E SAIR"
           DISPLAY "ESCOLHA UMA OPCAO:"
           ACCEPT WS-OPCAO.

       CARREGAR-INSTRUTORES.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTRUTOR-STATUS = "00"
               PERFORM UNTIL WS-INSTRUTOR-STATUS = "10"
                   OR WS-TOTAL = 100
                   READ INSTRUCTOR-FILE
                       AT END
                           MOVE "10" TO WS-INSTRUTOR-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL
                           MOVE IN-INSTRUTOR-ID TO WS-IN-ID(WS-TOTAL)
                           MOVE IN-NOME TO WS-IN-NOME(WS-TOTAL)
                           MOVE IN-DEPARTAMENTO
                               TO WS-IN-DEPTO(WS-TOTAL)
                           MOVE IN-CONTRATO
                               TO WS-IN-CONTRATO(WS-TOTAL)
                           MOVE IN-CARGA-MAXIMA
                               TO WS-IN-CARGA-MAX(WS-TOTAL)
                   END-READ
               END-PERFORM
               CLOSE INSTRUCTOR-FILE
           END-IF.

       LISTAR-INSTRUTORES.
           IF WS-TOTAL = 0
               DISPLAY "NENHUM INSTRUTOR CADASTRADO."
           ELSE
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-TOTAL
                   DISPLAY WS-INDICE ": " WS-IN-ID(WS-INDICE)
                       " " WS-IN-NOME(WS-INDICE)
                       " DEPTO=" WS-IN-DEPTO(WS-INDICE)
                       " CONTRATO=" WS-IN-CONTRATO(WS-INDICE)
                       " CARGA MAX=" WS-IN-CARGA-MAX(WS-INDICE)
                       "H/SEMANA"
               END-PERFORM
           END-IF.

       ADICIONAR-INSTRUTOR.
           IF WS-TOTAL >= 100
               DISPLAY "MASTER CHEIO (MAX 100). NAO FOI POSSIVEL "
                   "ADICIONAR."
           ELSE
               DISPLAY "ID DO INSTRUTOR (EX: PRF003):"
               ACCEPT WS-NOVO-ID
               MOVE FUNCTION UPPER-CASE(WS-NOVO-ID) TO WS-NOVO-ID
               MOVE "N" TO WS-DUPLICADO
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL
                   IF WS-IN-ID(WS-J) = WS-NOVO-ID
                       MOVE "S" TO WS-DUPLICADO
                   END-IF
               END-PERFORM
               IF INSTRUTOR-DUPLICADO OR WS-NOVO-ID = SPACES
                   DISPLAY "ID EM BRANCO OU JA CADASTRADO. NAO "
                       "ADICIONADO."
               ELSE
                   PERFORM PEDIR-DADOS-INSTRUTOR
                   ADD 1 TO WS-TOTAL
                   MOVE WS-NOVO-ID TO WS-IN-ID(WS-TOTAL)
                   MOVE WS-NOVO-NOME TO WS-IN-NOME(WS-TOTAL)
                   MOVE WS-NOVO-DEPTO TO WS-IN-DEPTO(WS-TOTAL)
                   MOVE WS-NOVO-CONTRATO TO WS-IN-CONTRATO(WS-TOTAL)
                   MOVE WS-NOVA-CARGA-MAX
                       TO WS-IN-CARGA-MAX(WS-TOTAL)
                   MOVE "S" TO WS-ALTERADO
                   DISPLAY "INSTRUTOR ADICIONADO."
               END-IF
           END-IF.

       PEDIR-DADOS-INSTRUTOR.
           DISPLAY "NOME (EX: PROF CARLOS MENDES):"
           ACCEPT WS-NOVO-NOME.
           MOVE FUNCTION UPPER-CASE(WS-NOVO-NOME) TO WS-NOVO-NOME.
           DISPLAY "DEPARTAMENTO:"
           ACCEPT WS-NOVO-DEPTO.
           MOVE FUNCTION UPPER-CASE(WS-NOVO-DEPTO) TO WS-NOVO-DEPTO.
           MOVE SPACES TO WS-NOVO-CONTRATO.
           PERFORM UNTIL CONTRATO-VALIDO
               DISPLAY "CONTRATO (I=INTEGRAL P=PARCIAL H=HORISTA):"
               ACCEPT WS-NOVO-CONTRATO
               MOVE FUNCTION UPPER-CASE(WS-NOVO-CONTRATO)
                   TO WS-NOVO-CONTRATO
               IF NOT CONTRATO-VALIDO
                   DISPLAY "CONTRATO INVALIDO. DIGITE I, P OU H."
               END-IF
           END-PERFORM.
           DISPLAY "CARGA MAXIMA SEMANAL EM HORAS (EX: 20):"
           ACCEPT WS-NOVA-CARGA-MAX.

       ALTERAR-INSTRUTOR.
           PERFORM LISTAR-INSTRUTORES.
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DO INSTRUTOR A ALTERAR:"
               ACCEPT WS-INDICE
               IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL
                   PERFORM PEDIR-DADOS-INSTRUTOR
                   MOVE WS-NOVO-NOME TO WS-IN-NOME(WS-INDICE)
                   MOVE WS-NOVO-DEPTO TO WS-IN-DEPTO(WS-INDICE)
                   MOVE WS-NOVO-CONTRATO
                       TO WS-IN-CONTRATO(WS-INDICE)
                   MOVE WS-NOVA-CARGA-MAX
                       TO WS-IN-CARGA-MAX(WS-INDICE)
                   MOVE "S" TO WS-ALTERADO
                   DISPLAY "INSTRUTOR ALTERADO. UM NOME NOVO CHEGA AS "
                       "TURMAS NA PROXIMA ALTERACAO EM TURMAS-MANUT."
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               END-IF
           END-IF.

      * A teacher still referenced by TU-INSTRUTOR-ID stays: the
      * removal would leave sections pointing at an id the master
      * no longer knows.
       REMOVER-INSTRUTOR.
           PERFORM LISTAR-INSTRUTORES.
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DO INSTRUTOR A REMOVER:"
               ACCEPT WS-INDICE
               IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL
                   PERFORM VERIFICAR-USO-EM-TURMA
                   IF INSTRUTOR-EM-USO
                       DISPLAY "INSTRUTOR " WS-IN-ID(WS-INDICE)
                           " AINDA RESPONDE PELA TURMA " WS-TURMA-USO
                           " - REMOCAO RECUSADA."
                   ELSE
                       PERFORM VARYING WS-J FROM WS-INDICE BY 1
                           UNTIL WS-J >= WS-TOTAL
                           MOVE WS-ENTRY(WS-J + 1) TO WS-ENTRY(WS-J)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-TOTAL
                       MOVE "S" TO WS-ALTERADO
                       DISPLAY "INSTRUTOR REMOVIDO."
                   END-IF
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               END-IF
           END-IF.

       VERIFICAR-USO-EM-TURMA.
           MOVE "N" TO WS-EM-USO.
           MOVE SPACES TO WS-TURMA-STATUS.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
               PERFORM UNTIL WS-TURMA-STATUS = "10"
                   READ TURMA-FILE
                       AT END
                           MOVE "10" TO WS-TURMA-STATUS
                       NOT AT END
                           IF TU-INSTRUTOR-ID = WS-IN-ID(WS-INDICE)
                               MOVE "S" TO WS-EM-USO
                               MOVE TU-TURMA TO WS-TURMA-USO
                               MOVE "10" TO WS-TURMA-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           END-IF.

       GRAVAR-INSTRUTORES.
           OPEN OUTPUT INSTRUCTOR-FILE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL
               MOVE WS-IN-ID(WS-INDICE) TO IN-INSTRUTOR-ID
               MOVE WS-IN-NOME(WS-INDICE) TO IN-NOME
               MOVE WS-IN-DEPTO(WS-INDICE) TO IN-DEPARTAMENTO
               MOVE WS-IN-CONTRATO(WS-INDICE) TO IN-CONTRATO
               MOVE WS-IN-CARGA-MAX(WS-INDICE) TO IN-CARGA-MAXIMA
               WRITE INSTRUCTOR-RECORD
           END-PERFORM.
           CLOSE INSTRUCTOR-FILE.
