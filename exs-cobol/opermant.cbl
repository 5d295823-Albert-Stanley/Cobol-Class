      *          first run with no master on disk is the bootstrap
      *          path where the initial supervisor is registered.
      *          Every change and every refused start is written to
      *          AUDIT-LOG.DAT. Each operator has a home campus
      *          (OM-UNIDADE, checked active on CAMPUS.DAT) that holds
      *          the campus-aware programs to that campus's rows below
      *          supervisor level.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT CAMPUS-FILE ASSIGN TO "CAMPUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPUS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  OPERMST-FILE.
           COPY OPERMST.

       FD  CAMPUS-FILE.
           COPY CAMPUS.

       FD  AUDIT-FILE.
           COPY AUDIT.

       COPY SESRESOL.
       01 WS-OPERMST-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS   PIC X(2) VALUE SPACES.
       01 WS-CAMPUS-STATUS  PIC X(2) VALUE SPACES.

       01 WS-TABELA.
           05 WS-ENTRY OCCURS 40 TIMES.
               10 WS-OP-ID     PIC X(08).
               10 WS-OP-SENHA  PIC X(08).
               10 WS-OP-NIVEL  PIC 9(01).
               10 WS-OP-UNIDADE PIC X(04).
       01 WS-TOTAL         PIC 9(02) VALUE 0.

       01 WS-OPCAO         PIC X VALUE SPACES.
       01 WS-NOVO-ID       PIC X(08).
       01 WS-NOVA-SENHA    PIC X(08).
       01 WS-NOVO-NIVEL    PIC 9(01).
       01 WS-NOVA-UNIDADE  PIC X(04).
       01 WS-UNIDADE-VALIDA PIC X VALUE "N".
           88 UNIDADE-VALIDA VALUE "S".
       01 WS-DUPLICADO     PIC X VALUE "N".
           88 ID-DUPLICADO VALUE "S".
       01 WS-ALTERADO      PIC X VALUE "N".
       INICIO.
           PERFORM CARREGAR-OPERADORES.
           PERFORM VERIFICAR-AUTORIZACAO.
           PERFORM UNTIL WS-OPCAO = "7"
               PERFORM MOSTRAR-MENU
               EVALUATE WS-OPCAO
                   WHEN "1"
                   WHEN "5"
                       PERFORM REMOVER-OPERADOR
                   WHEN "6"
                       PERFORM TROCAR-UNIDADE
                   WHEN "7"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
           DISPLAY "3 - TROCAR SENHA"
           DISPLAY "4 - TROCAR NIVEL"
           DISPLAY "5 - REMOVER"
           DISPLAY "6 - TROCAR UNIDADE"
           DISPLAY "7 - SALVAR E SAIR"
           DISPLAY "ESCOLHA UMA OPCAO:"
           ACCEPT WS-OPCAO.

                               TO WS-OP-ID(WS-TOTAL)
                           MOVE OM-SENHA TO WS-OP-SENHA(WS-TOTAL)
                           MOVE OM-NIVEL TO WS-OP-NIVEL(WS-TOTAL)
                           IF OM-UNIDADE = SPACES
                               MOVE "SEDE" TO WS-OP-UNIDADE(WS-TOTAL)
                           ELSE
                               MOVE OM-UNIDADE
                                   TO WS-OP-UNIDADE(WS-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMST-FILE
                   UNTIL WS-INDICE > WS-TOTAL
                   DISPLAY WS-INDICE ": " WS-OP-ID(WS-INDICE)
                       " NIVEL=" WS-OP-NIVEL(WS-INDICE)
                       " UNIDADE=" WS-OP-UNIDADE(WS-INDICE)
               END-PERFORM
           END-IF.

                   DISPLAY "NIVEL (1=OPERADOR 2=COORDENACAO "
                       "3=SUPERVISOR):"
                   ACCEPT WS-NOVO-NIVEL
                   PERFORM PEDIR-UNIDADE
                   IF WS-NOVO-NIVEL < 1 OR WS-NOVO-NIVEL > 3
                       DISPLAY "NIVEL INVALIDO. NAO ADICIONADO."
                   ELSE
                   IF NOT UNIDADE-VALIDA
                       DISPLAY "UNIDADE " WS-NOVA-UNIDADE " NAO CONSTA "
                           "ATIVA EM CAMPUS.DAT. NAO ADICIONADO."
                   ELSE
                       ADD 1 TO WS-TOTAL
                       MOVE WS-NOVO-ID TO WS-OP-ID(WS-TOTAL)
                       MOVE WS-NOVA-SENHA TO WS-OP-SENHA(WS-TOTAL)
                       MOVE WS-NOVO-NIVEL TO WS-OP-NIVEL(WS-TOTAL)
                       MOVE WS-NOVA-UNIDADE
                           TO WS-OP-UNIDADE(WS-TOTAL)
                       MOVE "S" TO WS-ALTERADO
                       MOVE SPACES TO WS-AUDIT-MSG
                       STRING "OPERADOR ADICIONADO ID="
                           WS-NOVO-ID DELIMITED BY SIZE
                           " NIVEL=" DELIMITED BY SIZE
                           WS-NOVO-NIVEL DELIMITED BY SIZE
                           " UNIDADE=" DELIMITED BY SIZE
                           WS-NOVA-UNIDADE DELIMITED BY SIZE
                           INTO WS-AUDIT-MSG
                       END-STRING
                       PERFORM GRAVAR-AUDITORIA
                       DISPLAY "OPERADOR ADICIONADO."
                   END-IF
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

       TROCAR-UNIDADE.
           PERFORM LISTAR-OPERADORES.
           IF WS-TOTAL > 0
               DISPLAY "NUMERO DO OPERADOR:"
               ACCEPT WS-INDICE
               IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL
                   PERFORM PEDIR-UNIDADE
                   IF NOT UNIDADE-VALIDA
                       DISPLAY "UNIDADE " WS-NOVA-UNIDADE " NAO CONSTA "
                           "ATIVA EM CAMPUS.DAT."
                   ELSE
                       MOVE SPACES TO WS-AUDIT-MSG
                       STRING "UNIDADE TROCADA ID=" DELIMITED BY SIZE
                           WS-OP-ID(WS-INDICE) DELIMITED BY SIZE
                           " DE=" DELIMITED BY SIZE
                           WS-OP-UNIDADE(WS-INDICE) DELIMITED BY SIZE
                           " PARA=" DELIMITED BY SIZE
                           WS-NOVA-UNIDADE DELIMITED BY SIZE
                           INTO WS-AUDIT-MSG
                       END-STRING
                       MOVE WS-NOVA-UNIDADE TO WS-OP-UNIDADE(WS-INDICE)
                       MOVE "S" TO WS-ALTERADO
                       PERFORM GRAVAR-AUDITORIA
                       DISPLAY "UNIDADE TROCADA."
                   END-IF
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               END-IF
           END-IF.

      * Home campus (CAMPUS.cpy): ENTER means SEDE; a campus master
      * not yet on disk accepts any code.
       PEDIR-UNIDADE.
           DISPLAY "UNIDADE DO OPERADOR (ENTER = SEDE):".
           ACCEPT WS-NOVA-UNIDADE.
           MOVE FUNCTION UPPER-CASE(WS-NOVA-UNIDADE) TO WS-NOVA-UNIDADE.
           IF WS-NOVA-UNIDADE = SPACES
               MOVE "SEDE" TO WS-NOVA-UNIDADE
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

       GRAVAR-OPERADORES.
           OPEN OUTPUT OPERMST-FILE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               MOVE WS-OP-ID(WS-INDICE) TO OM-OPERATOR-ID
               MOVE WS-OP-SENHA(WS-INDICE) TO OM-SENHA
               MOVE WS-OP-NIVEL(WS-INDICE) TO OM-NIVEL
               MOVE WS-OP-UNIDADE(WS-INDICE) TO OM-UNIDADE
               WRITE OPERATOR-MASTER-RECORD
           END-PERFORM.
           CLOSE OPERMST-FILE.
