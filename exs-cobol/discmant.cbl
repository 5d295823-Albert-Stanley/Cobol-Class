      *          leaves the catalog simply gone, and the next start
      *          finishes an interrupted save automatically. Every
      *          add, rename, and removal is journaled with
      *          timestamp and operator in DISCIPLINAS-JORNAL.DAT -
      *          full name and carga horaria included, so
      *          RECUPERA-MESTRES can replay the day's catalog
      *          changes on top of a restored backup generation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 MARCA-RECORD       PIC X(19).

       FD  JORNAL-FILE.
       01 JORNAL-LINE        PIC X(150).

       FD  OPERSES-FILE.
           COPY OPERSES.
       01 WS-JORNAL-ACAO   PIC X(10) VALUE SPACES.
       01 WS-JORNAL-ANTES  PIC X(40) VALUE SPACES.
       01 WS-JORNAL-DEPOIS PIC X(40) VALUE SPACES.
       01 WS-JORNAL-CARGA  PIC 9(02) VALUE 0.

       01 WS-TABELA.
           05 WS-ENTRY OCCURS 20 TIMES.
               MOVE "INCLUSAO" TO WS-JORNAL-ACAO
               MOVE SPACES TO WS-JORNAL-ANTES
               MOVE WS-NOVO-NOME TO WS-JORNAL-DEPOIS
               MOVE WS-NOVA-CARGA TO WS-JORNAL-CARGA
               PERFORM GRAVAR-JORNAL
               DISPLAY "DISCIPLINA ADICIONADA."
           END-IF.
               IF WS-INDICE >= 1 AND WS-INDICE <= WS-TOTAL
                   DISPLAY "NOVO NOME:"
                   ACCEPT WS-NOVO-NOME
                   DISPLAY "NOVA CARGA HORARIA (ATUAL: "
                       WS-CARGA(WS-INDICE) "):"
                   ACCEPT WS-NOVA-CARGA
                   MOVE "RENOMEACAO" TO WS-JORNAL-ACAO
                   MOVE WS-NOME(WS-INDICE) TO WS-JORNAL-ANTES
                   MOVE WS-NOVO-NOME TO WS-JORNAL-DEPOIS
                   MOVE WS-NOVA-CARGA TO WS-JORNAL-CARGA
                   PERFORM GRAVAR-JORNAL
                   MOVE WS-NOVO-NOME TO WS-NOME(WS-INDICE)
                   MOVE WS-NOVA-CARGA TO WS-CARGA(WS-INDICE)
                   MOVE "S" TO WS-ALTERADO
                   DISPLAY "DISCIPLINA RENOMEADA."
                   MOVE "REMOCAO" TO WS-JORNAL-ACAO
                   MOVE WS-NOME(WS-INDICE) TO WS-JORNAL-ANTES
                   MOVE SPACES TO WS-JORNAL-DEPOIS
                   MOVE 0 TO WS-JORNAL-CARGA
                   PERFORM GRAVAR-JORNAL
                   PERFORM VARYING WS-J FROM WS-INDICE BY 1
                       UNTIL WS-J >= WS-TOTAL
               WS-JORNAL-ANTES DELIMITED BY SIZE
               " DEPOIS=" DELIMITED BY SIZE
               WS-JORNAL-DEPOIS DELIMITED BY SIZE
               " CARGA=" DELIMITED BY SIZE
               WS-JORNAL-CARGA DELIMITED BY SIZE
               INTO JORNAL-LINE
           END-STRING.
           WRITE JORNAL-LINE.
