      ******************************************************************
      * Author: ALBERT
      * Date: 15-10-2026
      * Purpose: Intake edit for the end-of-term course evaluation
      *          forms (AVALIAC.cpy), in the CRITICA-PAUTAS mold.
      *          Every response keyed into AVALIACOES-ENTRADA.DAT is
      *          checked on its own: the section (turma + course)
      *          must be on the TURMAS.DAT master, the form serial
      *          present and not already used in that section (in
      *          this batch or in an earlier one), and all eight
      *          answers numeric on the 1-5 scale. An accepted
      *          response is appended to AVALIACOES.DAT stamped with
      *          the section's TU-TERMO; a rejected one goes to
      *          AVALIACOES-REJEITOS.DAT with the reason, to be
      *          corrected from the paper form and keyed again. A
      *          serial is unique within the section in its term, so
      *          a serial reused by a later term's section is no
      *          duplicate; only responses of the terms the sections
      *          on TURMAS.DAT belong to (or the open term) are
      *          loaded for the check, and more of them than the
      *          3000-entry table holds stops the run (RC 16).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRITICA-AVALIACOES.
       AUTHOR. ALBERT.
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "AVALIACOES-ENTRADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT AVALIACAO-FILE ASSIGN TO "AVALIACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVALIACAO-STATUS.
           SELECT REJEITO-FILE ASSIGN TO "AVALIACOES-REJEITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJEITO-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01 ENTRADA-RECORD     PIC X(28).

       FD  AVALIACAO-FILE.
           COPY AVALIAC.

       FD  REJEITO-FILE.
       01 REJEITO-RECORD.
           05 RJ-LINHA           PIC X(28).
           05 RJ-SEP             PIC X(09).
           05 RJ-MOTIVO          PIC X(40).

       FD  TURMA-FILE.
           COPY TURMA.

       FD  TERM-FILE.
           COPY TERM.

       WORKING-STORAGE SECTION.
       01 WS-ENTRADA-STATUS  PIC X(2) VALUE SPACES.
       01 WS-AVALIACAO-STATUS PIC X(2) VALUE SPACES.
       01 WS-REJEITO-STATUS  PIC X(2) VALUE SPACES.
       01 WS-TURMA-STATUS    PIC X(2) VALUE SPACES.
       01 WS-TERM-STATUS     PIC X(2) VALUE SPACES.

       01 WS-TABELA-TURMAS.
           05 WS-TURMA-ENTRY OCCURS 50 TIMES.
               10 WS-TURMA-COD    PIC X(04).
               10 WS-TURMA-CURSO  PIC X(10).
               10 WS-TURMA-TERMO  PIC X(06).
       01 WS-TOTAL-TURMAS    PIC 9(2) VALUE 0.
       01 WS-TURMA-ACHADA    PIC 9(2) VALUE 0.
       01 WS-COD-ACHADO      PIC X VALUE "N".

      * Term, section and serial already used - from AVALIACOES.DAT
      * at start, then every response accepted in this batch.
       01 WS-TABELA-FORMULARIOS.
           05 WS-FORM-CHAVE OCCURS 3000 TIMES PIC X(26).
       01 WS-TOTAL-FORMULARIOS PIC 9(6) VALUE 0.
       01 WS-MAX-FORMULARIOS PIC 9(6) VALUE 3000.
       01 WS-TERMO-EM-USO    PIC X VALUE "N".
           88 TERMO-EM-USO   VALUE "S".

       01 WS-LINHA.
           05 WS-LN-TURMA        PIC X(04).
           05 WS-LN-CURSO        PIC X(10).
           05 WS-LN-FORMULARIO   PIC X(06).
           05 WS-LN-RESPOSTAS    PIC X(08).
           05 WS-LN-RESPOSTA-TAB REDEFINES WS-LN-RESPOSTAS.
               10 WS-LN-RESPOSTA PIC 9(01) OCCURS 8 TIMES.
       01 WS-CHAVE           PIC X(26).
       01 WS-MOTIVO          PIC X(40) VALUE SPACES.
       01 WS-TERMO-ABERTO    PIC X(06) VALUE SPACES.
       01 WS-TERMO-SECAO     PIC X(06) VALUE SPACES.
       01 WS-I               PIC 9(4).
       01 WS-LIDAS           PIC 9(4) VALUE 0.
       01 WS-ACEITAS         PIC 9(4) VALUE 0.
       01 WS-REJEITADAS      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-TERMO-ABERTO.
           PERFORM CARREGAR-TURMAS.
           PERFORM CARREGAR-FORMULARIOS.
           IF WS-TOTAL-FORMULARIOS > WS-MAX-FORMULARIOS
               DISPLAY "AVALIACOES.DAT TEM " WS-TOTAL-FORMULARIOS
                   " RESPOSTAS DOS TERMOS EM USO - EXCEDE A "
                   "CAPACIDADE DE " WS-MAX-FORMULARIOS
                   ". CRITICA CANCELADA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ENTRADA-FILE.
           IF WS-ENTRADA-STATUS NOT = "00"
               DISPLAY "ERRO: AVALIACOES-ENTRADA.DAT NAO ENCONTRADO "
                   "(STATUS " WS-ENTRADA-STATUS "). CRITICA "
                   "CANCELADA."
           ELSE
               OPEN OUTPUT REJEITO-FILE
               OPEN EXTEND AVALIACAO-FILE
               IF WS-AVALIACAO-STATUS = "35"
                   OPEN OUTPUT AVALIACAO-FILE
                   CLOSE AVALIACAO-FILE
                   OPEN EXTEND AVALIACAO-FILE
               END-IF
               PERFORM UNTIL WS-ENTRADA-STATUS = "10"
                   READ ENTRADA-FILE
                       AT END
                           MOVE "10" TO WS-ENTRADA-STATUS
                       NOT AT END
                           IF ENTRADA-RECORD NOT = SPACES
                               PERFORM CRITICAR-RESPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-FILE
               CLOSE AVALIACAO-FILE
               CLOSE REJEITO-FILE
               DISPLAY "RESPOSTAS LIDAS:      " WS-LIDAS
               DISPLAY "RESPOSTAS ACEITAS:    " WS-ACEITAS
                   " (AVALIACOES.DAT)"
               DISPLAY "RESPOSTAS REJEITADAS: " WS-REJEITADAS
                   " (AVALIACOES-REJEITOS.DAT)"
           END-IF.
           STOP RUN.

       CRITICAR-RESPOSTA.
           ADD 1 TO WS-LIDAS.
           MOVE ENTRADA-RECORD TO WS-LINHA.
           MOVE SPACES TO WS-MOTIVO.
           MOVE WS-TERMO-ABERTO TO WS-TERMO-SECAO.

           IF WS-LN-TURMA = SPACES
               MOVE "TURMA EM BRANCO" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM VALIDAR-SECAO
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-LN-FORMULARIO = SPACES
               MOVE "FORMULARIO EM BRANCO" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               IF WS-LN-RESPOSTAS IS NOT NUMERIC
                   MOVE "RESPOSTA EM BRANCO OU NAO NUMERICA"
                       TO WS-MOTIVO
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
                       IF WS-LN-RESPOSTA(WS-I) < 1
                           OR WS-LN-RESPOSTA(WS-I) > 5
                           MOVE "RESPOSTA FORA DA ESCALA 1-5"
                               TO WS-MOTIVO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               STRING WS-TERMO-SECAO DELIMITED BY SIZE
                   WS-LN-TURMA DELIMITED BY SIZE
                   WS-LN-CURSO DELIMITED BY SIZE
                   WS-LN-FORMULARIO DELIMITED BY SIZE
                   INTO WS-CHAVE
               END-STRING
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-FORMULARIOS
                   IF WS-FORM-CHAVE(WS-I) = WS-CHAVE
                       MOVE "FORMULARIO DUPLICADO NA TURMA"
                           TO WS-MOTIVO
                   END-IF
               END-PERFORM
           END-IF.
      * Left out rather than accepted unchecked: a later duplicate of
      * it could no longer be caught.
           IF WS-MOTIVO = SPACES
               AND WS-TOTAL-FORMULARIOS = WS-MAX-FORMULARIOS
               MOVE "TABELA DE FORMULARIOS CHEIA (3000)" TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO = SPACES
               PERFORM ACEITAR-RESPOSTA
           ELSE
               ADD 1 TO WS-REJEITADAS
               MOVE SPACES TO REJEITO-RECORD
               MOVE ENTRADA-RECORD TO RJ-LINHA
               MOVE " MOTIVO: " TO RJ-SEP
               MOVE WS-MOTIVO TO RJ-MOTIVO
               WRITE REJEITO-RECORD
           END-IF.

      * With no turma master on disk the section edit is skipped, as
      * CRITICA-PAUTAS does for its header, and the open term is
      * stamped instead of the section's.
       VALIDAR-SECAO.
           IF WS-TOTAL-TURMAS > 0
               MOVE 0 TO WS-TURMA-ACHADA
               MOVE "N" TO WS-COD-ACHADO
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-TURMAS
                   IF WS-TURMA-COD(WS-I) = WS-LN-TURMA
                       MOVE "S" TO WS-COD-ACHADO
                       IF WS-TURMA-CURSO(WS-I) = WS-LN-CURSO
                           MOVE WS-I TO WS-TURMA-ACHADA
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-COD-ACHADO = "N"
                   MOVE "TURMA NAO CONSTA EM TURMAS.DAT" TO WS-MOTIVO
               ELSE
                   IF WS-TURMA-ACHADA = 0
                       MOVE "CURSO NAO CONFERE COM O DA TURMA"
                           TO WS-MOTIVO
                   ELSE
                       IF WS-TURMA-TERMO(WS-TURMA-ACHADA) NOT = SPACES
                           MOVE WS-TURMA-TERMO(WS-TURMA-ACHADA)
                               TO WS-TERMO-SECAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACEITAR-RESPOSTA.
           MOVE SPACES TO AVALIACAO-RECORD.
           MOVE WS-LN-TURMA TO AV-TURMA.
           MOVE WS-LN-CURSO TO AV-COURSE-ID.
           MOVE WS-LN-FORMULARIO TO AV-FORMULARIO.
           MOVE WS-LN-RESPOSTAS TO AV-RESPOSTAS.
           MOVE WS-TERMO-SECAO TO AV-TERMO.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AV-DATA-HORA.
           WRITE AVALIACAO-RECORD.
           ADD 1 TO WS-ACEITAS.
           ADD 1 TO WS-TOTAL-FORMULARIOS.
           MOVE WS-CHAVE TO WS-FORM-CHAVE(WS-TOTAL-FORMULARIOS).

      * Only the terms a response of this batch can be stamped with
      * matter: the open term and those of the sections on
      * TURMAS.DAT. The count runs past the table on purpose; the
      * caller stops the run when it does not fit.
       CARREGAR-FORMULARIOS.
           OPEN INPUT AVALIACAO-FILE.
           IF WS-AVALIACAO-STATUS = "00"
               PERFORM UNTIL WS-AVALIACAO-STATUS = "10"
                   READ AVALIACAO-FILE
                       AT END
                           MOVE "10" TO WS-AVALIACAO-STATUS
                       NOT AT END
                           PERFORM VERIFICAR-TERMO-EM-USO
                           IF TERMO-EM-USO
                               PERFORM GUARDAR-FORMULARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVALIACAO-FILE
           END-IF.
           MOVE SPACES TO WS-AVALIACAO-STATUS.

       VERIFICAR-TERMO-EM-USO.
           MOVE "N" TO WS-TERMO-EM-USO.
           IF AV-TERMO = WS-TERMO-ABERTO
               MOVE "S" TO WS-TERMO-EM-USO
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-TURMAS
               IF WS-TURMA-TERMO(WS-I) NOT = SPACES
                   AND WS-TURMA-TERMO(WS-I) = AV-TERMO
                   MOVE "S" TO WS-TERMO-EM-USO
               END-IF
           END-PERFORM.

       GUARDAR-FORMULARIO.
           ADD 1 TO WS-TOTAL-FORMULARIOS.
           IF WS-TOTAL-FORMULARIOS <= WS-MAX-FORMULARIOS
               MOVE SPACES TO WS-CHAVE
               STRING AV-TERMO DELIMITED BY SIZE
                   AVALIACAO-RECORD(1:20) DELIMITED BY SIZE
                   INTO WS-CHAVE
               END-STRING
               MOVE WS-CHAVE TO WS-FORM-CHAVE(WS-TOTAL-FORMULARIOS)
           END-IF.

       LER-TERMO-ABERTO.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-STATUS = "10"
                   READ TERM-FILE
                       AT END
                           MOVE "10" TO WS-TERM-STATUS
                       NOT AT END
                           IF TR-ABERTO
                               MOVE TR-TERM-ID TO WS-TERMO-ABERTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.

       CARREGAR-TURMAS.
           MOVE SPACES TO WS-TURMA-STATUS.
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
                               TO WS-TURMA-COD(WS-TOTAL-TURMAS)
                           MOVE TU-COURSE-ID
                               TO WS-TURMA-CURSO(WS-TOTAL-TURMAS)
                           MOVE TU-TERMO
                               TO WS-TURMA-TERMO(WS-TOTAL-TURMAS)
                   END-READ
               END-PERFORM
               CLOSE TURMA-FILE
           ELSE
               DISPLAY "AVISO: TURMAS.DAT AUSENTE - TURMAS NAO "
                   "SERAO VALIDADAS CONTRA O MESTRE."
           END-IF.
