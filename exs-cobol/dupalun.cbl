      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Likely-duplicate student report for the registrar -
      *          a returning student given a second matricula ends
      *          up with the history split across two ids. Every
      *          pair of students on STUDENT.DAT is compared by name:
      *          the same name once spaces and punctuation are
      *          ignored, or the same first and last word (a middle
      *          name dropped or abbreviated). A name match is only
      *          listed when the two ids also share something else:
      *          a turma (current ST-TURMA or any TURMA-HISTORY.DAT
      *          line) or an address (street and CEP, telephone or
      *          e-mail on STUDENT-ADDRESS.DAT). The list goes to
      *          DUPLICIDADES-REPORT.DAT (PRTHDR.cpy); the merge
      *          itself is UNIFICACAO-ALUNOS, under supervision.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICIDADE-ALUNOS.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TURMA-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "STUDENT-ADDRESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DUPLICIDADES-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDENT.

       FD  HISTORY-FILE.
           COPY TURMAHST.

       FD  ADDRESS-FILE.
           COPY ADDRESS.

       FD  PRINT-FILE.
       01 PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-HISTORY-STATUS  PIC X(2) VALUE SPACES.
       77 WS-ADDRESS-STATUS  PIC X(2) VALUE SPACES.

      * One entry per student with the name keys worked out once:
      * the compact name (letters and digits only) and the first and
      * last word of ST-NOME.
       01 WS-TABELA-ALUNOS.
           05 WS-AL-ENTRY OCCURS 500 TIMES.
               10 WS-AL-ID          PIC X(10).
               10 WS-AL-NOME        PIC X(30).
               10 WS-AL-STATUS      PIC X(01).
               10 WS-AL-TURMA       PIC X(04).
               10 WS-AL-COMPACTO    PIC X(30).
               10 WS-AL-PRIMEIRO    PIC X(15).
               10 WS-AL-ULTIMO      PIC X(15).
               10 WS-AL-LOGRADOURO  PIC X(40).
               10 WS-AL-CEP         PIC X(09).
               10 WS-AL-TELEFONE    PIC X(15).
               10 WS-AL-EMAIL       PIC X(40).
       01 WS-TOTAL-ALUNOS    PIC 9(03) VALUE 0.

       01 WS-TABELA-HISTORICO.
           05 WS-HS-ENTRY OCCURS 2000 TIMES.
               10 WS-HS-ALUNO       PIC X(10).
               10 WS-HS-TURMA       PIC X(04).
       01 WS-TOTAL-HISTORICO PIC 9(04) VALUE 0.

       01 WS-PALAVRAS.
           05 WS-PALAVRA OCCURS 8 TIMES PIC X(15).
       01 WS-QT-PALAVRAS     PIC 9(02) VALUE 0.
       01 WS-CARACTER        PIC X(01).
       01 WS-C               PIC 9(02).
       01 WS-P               PIC 9(02).

       01 WS-I               PIC 9(04).
       01 WS-J               PIC 9(04).
       01 WS-K               PIC 9(04).
       01 WS-L               PIC 9(04).
       01 WS-H               PIC 9(04).
       01 WS-ACHADO          PIC 9(04) VALUE 0.
       01 WS-ALUNO-BUSCA     PIC X(10) VALUE SPACES.
       01 WS-FORA-TABELA     PIC 9(04) VALUE 0.
       01 WS-PARES           PIC 9(04) VALUE 0.

       01 WS-CRITERIO-NOME   PIC X(15) VALUE SPACES.
       01 WS-CRITERIO-TURMA  PIC X(01) VALUE "N".
           88 TURMA-COMUM    VALUE "S".
       01 WS-TURMA-COMUM     PIC X(04) VALUE SPACES.
       01 WS-CRITERIO-END    PIC X(10) VALUE SPACES.
       01 WS-EVIDENCIA       PIC X(40) VALUE SPACES.
       01 WS-TURMA-A         PIC X(04) VALUE SPACES.
       01 WS-ALUNO-B         PIC X(10) VALUE SPACES.
       01 WS-TURMA-B-ATUAL   PIC X(04) VALUE SPACES.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-ALUNOS.
           IF WS-TOTAL-ALUNOS < 2
               DISPLAY "MENOS DE DOIS ALUNOS EM STUDENT.DAT - NADA A "
                   "COMPARAR."
               STOP RUN
           END-IF.
           PERFORM CARREGAR-HISTORICO.
           PERFORM CARREGAR-ENDERECOS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 1 TO WS-PRINT-PAGINA.
           MOVE 0 TO WS-PRINT-LINHA.
           OPEN OUTPUT PRINT-FILE.
           PERFORM IMPRIMIR-CABECALHO.
           IF WS-FORA-TABELA > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "LINHAS ALEM DA CAPACIDADE DAS TABELAS "
                   "(NAO CONSIDERADAS): " DELIMITED BY SIZE
                   WS-FORA-TABELA DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-TOTAL-ALUNOS
               PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J >= WS-TOTAL-ALUNOS
                   PERFORM COMPARAR-PAR
               END-PERFORM
           END-PERFORM.
           IF WS-PARES = 0
               MOVE "NENHUM PAR DE PROVAVEIS DUPLICIDADES ENCONTRADO."
                   TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM IMPRIMIR-LINHA
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PARES LISTADOS: " DELIMITED BY SIZE
                   WS-PARES DELIMITED BY SIZE
                   " - CONFIRA CADA UM ANTES DE UNIFICAR "
                   DELIMITED BY SIZE
                   "(UNIFICACAO-ALUNOS)." DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "PROVAVEIS DUPLICIDADES: " WS-PARES
               " (DUPLICIDADES-REPORT.DAT)".
           STOP RUN.

      * WS-J runs one ahead of the pair's second member, so the
      * inner loop stops one short of the table end.
       COMPARAR-PAR.
           COMPUTE WS-K = WS-J + 1.
           MOVE SPACES TO WS-CRITERIO-NOME.
           IF WS-AL-COMPACTO(WS-I) = WS-AL-COMPACTO(WS-K)
               MOVE "NOME IGUAL" TO WS-CRITERIO-NOME
           ELSE
               IF WS-AL-PRIMEIRO(WS-I) = WS-AL-PRIMEIRO(WS-K)
                   AND WS-AL-ULTIMO(WS-I) = WS-AL-ULTIMO(WS-K)
                   AND WS-AL-PRIMEIRO(WS-I) NOT = SPACES
                   MOVE "NOME SEMELHANTE" TO WS-CRITERIO-NOME
               END-IF
           END-IF.
           IF WS-CRITERIO-NOME NOT = SPACES
               PERFORM VERIFICAR-TURMAS
               PERFORM VERIFICAR-ENDERECOS
               IF TURMA-COMUM OR WS-CRITERIO-END NOT = SPACES
                   PERFORM IMPRIMIR-PAR
               END-IF
           END-IF.

      * Every turma either id was ever in - the current ST-TURMA and
      * the history lines - against every turma of the other.
       VERIFICAR-TURMAS.
           MOVE "N" TO WS-CRITERIO-TURMA.
           MOVE SPACES TO WS-TURMA-COMUM.
           MOVE WS-AL-TURMA(WS-I) TO WS-TURMA-A.
           PERFORM PROCURAR-TURMA-EM-K.
           PERFORM VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-TOTAL-HISTORICO OR TURMA-COMUM
               IF WS-HS-ALUNO(WS-L) = WS-AL-ID(WS-I)
                   MOVE WS-HS-TURMA(WS-L) TO WS-TURMA-A
                   PERFORM PROCURAR-TURMA-EM-K
               END-IF
           END-PERFORM.

       PROCURAR-TURMA-EM-K.
           IF WS-TURMA-A NOT = SPACES AND NOT TURMA-COMUM
               MOVE WS-AL-ID(WS-K) TO WS-ALUNO-B
               MOVE WS-AL-TURMA(WS-K) TO WS-TURMA-B-ATUAL
               IF WS-TURMA-A = WS-TURMA-B-ATUAL
                   MOVE "S" TO WS-CRITERIO-TURMA
                   MOVE WS-TURMA-A TO WS-TURMA-COMUM
               END-IF
               PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-TOTAL-HISTORICO OR TURMA-COMUM
                   IF WS-HS-ALUNO(WS-H) = WS-ALUNO-B
                       AND WS-HS-TURMA(WS-H) = WS-TURMA-A
                       MOVE "S" TO WS-CRITERIO-TURMA
                       MOVE WS-TURMA-A TO WS-TURMA-COMUM
                   END-IF
               END-PERFORM
           END-IF.

       VERIFICAR-ENDERECOS.
           MOVE SPACES TO WS-CRITERIO-END.
           IF WS-AL-LOGRADOURO(WS-I) NOT = SPACES
               AND WS-AL-CEP(WS-I) NOT = SPACES
               AND WS-AL-LOGRADOURO(WS-I) = WS-AL-LOGRADOURO(WS-K)
               AND WS-AL-CEP(WS-I) = WS-AL-CEP(WS-K)
               MOVE "ENDERECO" TO WS-CRITERIO-END
           END-IF.
           IF WS-CRITERIO-END = SPACES
               AND WS-AL-TELEFONE(WS-I) NOT = SPACES
               AND WS-AL-TELEFONE(WS-I) = WS-AL-TELEFONE(WS-K)
               MOVE "TELEFONE" TO WS-CRITERIO-END
           END-IF.
           IF WS-CRITERIO-END = SPACES
               AND WS-AL-EMAIL(WS-I) NOT = SPACES
               AND WS-AL-EMAIL(WS-I) = WS-AL-EMAIL(WS-K)
               MOVE "E-MAIL" TO WS-CRITERIO-END
           END-IF.

       IMPRIMIR-PAR.
           ADD 1 TO WS-PARES.
           MOVE SPACES TO WS-EVIDENCIA.
           IF TURMA-COMUM AND WS-CRITERIO-END NOT = SPACES
               STRING "TURMA " DELIMITED BY SIZE
                   WS-TURMA-COMUM DELIMITED BY SIZE
                   " + " DELIMITED BY SIZE
                   WS-CRITERIO-END DELIMITED BY SPACE
                   INTO WS-EVIDENCIA
               END-STRING
           ELSE
               IF TURMA-COMUM
                   STRING "TURMA " DELIMITED BY SIZE
                       WS-TURMA-COMUM DELIMITED BY SIZE
                       INTO WS-EVIDENCIA
                   END-STRING
               ELSE
                   MOVE WS-CRITERIO-END TO WS-EVIDENCIA
               END-IF
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-AL-ID(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AL-NOME(WS-I) DELIMITED BY SIZE
               " SIT:" DELIMITED BY SIZE
               WS-AL-STATUS(WS-I) DELIMITED BY SIZE
               " TURMA:" DELIMITED BY SIZE
               WS-AL-TURMA(WS-I) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CRITERIO-NOME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-AL-ID(WS-K) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AL-NOME(WS-K) DELIMITED BY SIZE
               " SIT:" DELIMITED BY SIZE
               WS-AL-STATUS(WS-K) DELIMITED BY SIZE
               " TURMA:" DELIMITED BY SIZE
               WS-AL-TURMA(WS-K) DELIMITED BY SIZE
               "  EM COMUM: " DELIMITED BY SIZE
               WS-EVIDENCIA DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM IMPRIMIR-LINHA.

       CARREGAR-ALUNOS.
           MOVE SPACES TO WS-STUDENT-STATUS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           IF WS-TOTAL-ALUNOS < 500
                               ADD 1 TO WS-TOTAL-ALUNOS
                               PERFORM GUARDAR-ALUNO
                           ELSE
                               ADD 1 TO WS-FORA-TABELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       GUARDAR-ALUNO.
           MOVE SPACES TO WS-AL-ENTRY(WS-TOTAL-ALUNOS).
           MOVE ST-STUDENT-ID TO WS-AL-ID(WS-TOTAL-ALUNOS).
           MOVE ST-NOME TO WS-AL-NOME(WS-TOTAL-ALUNOS).
           MOVE ST-STATUS TO WS-AL-STATUS(WS-TOTAL-ALUNOS).
           MOVE ST-TURMA TO WS-AL-TURMA(WS-TOTAL-ALUNOS).
           MOVE FUNCTION UPPER-CASE(ST-NOME) TO ST-NOME.
           MOVE 0 TO WS-P.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 30
               MOVE ST-NOME(WS-C:1) TO WS-CARACTER
               IF WS-CARACTER IS ALPHABETIC AND WS-CARACTER NOT = " "
                   OR WS-CARACTER IS NUMERIC
                   ADD 1 TO WS-P
                   MOVE WS-CARACTER
                       TO WS-AL-COMPACTO(WS-TOTAL-ALUNOS)(WS-P:1)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PALAVRAS.
           MOVE 0 TO WS-QT-PALAVRAS.
           UNSTRING ST-NOME DELIMITED BY ALL SPACE
               INTO WS-PALAVRA(1) WS-PALAVRA(2) WS-PALAVRA(3)
                    WS-PALAVRA(4) WS-PALAVRA(5) WS-PALAVRA(6)
                    WS-PALAVRA(7) WS-PALAVRA(8)
               TALLYING IN WS-QT-PALAVRAS
           END-UNSTRING.
      * A trailing-space field counts as one more empty word.
           PERFORM UNTIL WS-QT-PALAVRAS = 0
               OR WS-PALAVRA(WS-QT-PALAVRAS) NOT = SPACES
               SUBTRACT 1 FROM WS-QT-PALAVRAS
           END-PERFORM.
           IF WS-QT-PALAVRAS > 0
               MOVE WS-PALAVRA(1) TO WS-AL-PRIMEIRO(WS-TOTAL-ALUNOS)
               MOVE WS-PALAVRA(WS-QT-PALAVRAS)
                   TO WS-AL-ULTIMO(WS-TOTAL-ALUNOS)
           END-IF.

       CARREGAR-HISTORICO.
           MOVE SPACES TO WS-HISTORY-STATUS.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   READ HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           IF WS-TOTAL-HISTORICO < 2000
                               ADD 1 TO WS-TOTAL-HISTORICO
                               MOVE SH-STUDENT-ID
                                   TO WS-HS-ALUNO(WS-TOTAL-HISTORICO)
                               MOVE SH-TURMA
                                   TO WS-HS-TURMA(WS-TOTAL-HISTORICO)
                           ELSE
                               ADD 1 TO WS-FORA-TABELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       CARREGAR-ENDERECOS.
           MOVE SPACES TO WS-ADDRESS-STATUS.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               PERFORM UNTIL WS-ADDRESS-STATUS = "10"
                   READ ADDRESS-FILE
                       AT END
                           MOVE "10" TO WS-ADDRESS-STATUS
                       NOT AT END
                           MOVE AD-STUDENT-ID TO WS-ALUNO-BUSCA
                           PERFORM LOCALIZAR-ALUNO
                           IF WS-ACHADO > 0
                               MOVE AD-LOGRADOURO
                                   TO WS-AL-LOGRADOURO(WS-ACHADO)
                               MOVE AD-CEP TO WS-AL-CEP(WS-ACHADO)
                               MOVE AD-TELEFONE
                                   TO WS-AL-TELEFONE(WS-ACHADO)
                               MOVE FUNCTION UPPER-CASE(AD-EMAIL)
                                   TO WS-AL-EMAIL(WS-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.

       LOCALIZAR-ALUNO.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-TOTAL-ALUNOS OR WS-ACHADO > 0
               IF WS-AL-ID(WS-L) = WS-ALUNO-BUSCA
                   MOVE WS-L TO WS-ACHADO
               END-IF
           END-PERFORM.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO PRINT-LINE.
           STRING "PROVAVEIS MATRICULAS DUPLICADAS" DELIMITED BY SIZE
               "   DATA: " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "   PAGINA: " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 2 TO WS-PRINT-LINHA.

       IMPRIMIR-LINHA.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO
           END-IF.
           MOVE WS-PRINT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINHA.
