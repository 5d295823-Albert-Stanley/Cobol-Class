      *          that fails is written whole to PAUTAS-REJEITOS.DAT
      *          with the reasons, and nothing from it reaches the
      *          roster - half a pauta is worse than a late pauta.
      *          For a section whose sheet was issued by
      *          EMISSAO-PAUTAS, a D line whose matricula was not on
      *          the issued sheet (PAUTAS-EMITIDAS.DAT, PAUTAEMI.cpy)
      *          is rejected too.
      *          The file as a whole must open with the #HDR
      *          header (sender, file date, sequence) and close with
      *          the #TRL trailer (line count, matricula and grade
      *          hash totals, INTFCTL.cpy). A first pass checks them
      *          and the sequence against INTERFACE-SEQ.DAT; a short
      *          file, a bad total or a skipped or repeated sequence
      *          refuses every sheet in it with RC 16 before any
      *          reaches the roster.
      *          INTERFACE-SEQ.DAT is read again and rewritten under
      *          INTERFACE-SEQ.LCK, shared by the four intake edits; a
      *          full sequence table (100 lines) refuses the file
      *          rather than drop another sender's line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TURMA-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURMA-STATUS.
           SELECT EMITIDA-FILE ASSIGN TO "PAUTAS-EMITIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMITIDA-STATUS.
           SELECT RECEBIDA-FILE ASSIGN TO "PAUTAS-RECEBIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBIDA-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT SEQ-FILE ASSIGN TO "INTERFACE-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
           COPY PAUTA.
           COPY INTFCTL.

      * Accepted details go out in the ROSTER.cpy layout with the
      * header's turma stamped on every line, appended to the live
       FD  TURMA-FILE.
           COPY TURMA.

       FD  EMITIDA-FILE.
           COPY PAUTAEMI.

      * One line per accepted sheet; PAUTAS-STATUS reads this
      * against the turma master to show who has submitted and who
      * is still outstanding as the deadline approaches.
           05 RC-QTDE            PIC 9(03).
           05 RC-DATA-HORA       PIC X(19).

       FD  LOCK-FILE.
           COPY TRAVREC.

       FD  SEQ-FILE.
           COPY INTFSEQ.

       WORKING-STORAGE SECTION.
       01 WS-ENTRADA-STATUS  PIC X(2) VALUE SPACES.
       01 WS-ROSTER-STATUS   PIC X(2) VALUE SPACES.
       01 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       01 WS-TURMA-STATUS    PIC X(2) VALUE SPACES.
       01 WS-RECEBIDA-STATUS PIC X(2) VALUE SPACES.
       01 WS-EMITIDA-STATUS  PIC X(2) VALUE SPACES.

      * Who was on each issued sheet (turma + course + matricula).
       01 WS-TABELA-EMITIDAS.
           05 WS-EMI-ENTRY OCCURS 3000 TIMES.
               10 WS-EMI-CHAVE    PIC X(24).
       01 WS-TOTAL-EMITIDAS  PIC 9(4) VALUE 0.
       01 WS-EMI-BUSCA       PIC X(24) VALUE SPACES.
       01 WS-K               PIC 9(4).
       01 WS-PAUTA-EMITIDA   PIC X VALUE "N".
           88 PAUTA-EMITIDA  VALUE "S".
       01 WS-NA-PAUTA        PIC X VALUE "N".
           88 ALUNO-NA-PAUTA VALUE "S".

       01 WS-TABELA-ALUNOS.
           05 WS-ALUNO-ENTRY OCCURS 100 TIMES.
       01 WS-ALUNO-SITUACAO  PIC X VALUE "X".
           88 ALUNO-ATIVO    VALUE "A", " ".
           88 ALUNO-INATIVO  VALUE "I".
           88 ALUNO-FORMADO  VALUE "G".
           88 ALUNO-AUSENTE  VALUE "X".
       01 WS-DET-NOTAS       PIC X(9) VALUE SPACES.
       01 WS-DET-NOTAS-NUM REDEFINES WS-DET-NOTAS.
           05 WS-DET-NOTA    PIC 99V9 OCCURS 3 TIMES.
       01 WS-LIDAS           PIC 9(4) VALUE 0.
       01 WS-ACEITAS         PIC 9(4) VALUE 0.
       01 WS-REJEITADAS      PIC 9(4) VALUE 0.
       01 WS-NOTA-TESTE      PIC 99V9 VALUE 0.
       COPY INTFCHK.
       COPY LOCKF.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-ALUNOS.
           PERFORM CARREGAR-TURMAS.
           PERFORM CARREGAR-EMITIDAS.

           OPEN INPUT ENTRADA-FILE.
           IF WS-ENTRADA-STATUS NOT = "00"
                   "(STATUS " WS-ENTRADA-STATUS "). CRITICA "
                   "CANCELADA."
           ELSE
               PERFORM CONFERIR-CONTROLE
           END-IF.

           IF WS-ENTRADA-STATUS = "00"
               AND WS-IC-MOTIVO NOT = SPACES
               DISPLAY "PAUTAS-ENTRADA.DAT REJEITADO POR INTEIRO: "
                   WS-IC-MOTIVO
               DISPLAY "NENHUMA PAUTA APLICADA - ROSTER-EX13.DAT "
                   "NAO FOI ALTERADO. SOLICITAR REENVIO AO "
                   "REMETENTE."
               MOVE 16 TO RETURN-CODE
           END-IF.

           IF WS-ENTRADA-STATUS = "00"
               AND WS-IC-MOTIVO = SPACES
               OPEN INPUT ENTRADA-FILE
               OPEN OUTPUT REJEITO-FILE
               READ ENTRADA-FILE
                   AT END MOVE "10" TO WS-ENTRADA-STATUS
               END-IF
               CLOSE ENTRADA-FILE
               CLOSE REJEITO-FILE
               PERFORM GRAVAR-SEQUENCIA
               DISPLAY "ARQUIVO " WS-IC-REMETENTE " SEQUENCIA "
                   WS-IC-SEQUENCIA " DE " WS-IC-DATA-ARQUIVO
               DISPLAY "PAUTAS LIDAS:      " WS-LIDAS
               DISPLAY "PAUTAS ACEITAS:    " WS-ACEITAS
                   " (ROSTER-EX13.DAT)"
           END-IF.
           STOP RUN.

      * First pass over PAUTAS-ENTRADA.DAT, already open: header,
      * trailer, line count and hash totals (INTFCTL.cpy). Every
      * sheet line counts; only D lines carry a matricula and notas.
       CONFERIR-CONTROLE.
           MOVE "PAUTAS" TO WS-IC-INTERFACE.
           MOVE SPACES TO WS-IC-MOTIVO.
           MOVE "N" TO WS-IC-CABECALHO-LIDO WS-IC-TRAILER-LIDO.
           MOVE 0 TO WS-IC-QT-CONTADA WS-IC-HASH-MAT-CONTADO
               WS-IC-HASH-NOTAS-CONTADO.
           PERFORM UNTIL WS-ENTRADA-STATUS = "10"
               READ ENTRADA-FILE
                   AT END
                       MOVE "10" TO WS-ENTRADA-STATUS
                   NOT AT END
                       PERFORM CONFERIR-LINHA-CONTROLE
                       IF IC-LINHA-DADOS AND PA-DETALHE
                           MOVE PA-STUDENT-ID TO WS-IC-MATRICULA
                           PERFORM SOMAR-MATRICULA-CONTROLE
                           MOVE PAUTA-RECORD(12:9) TO WS-IC-NOTAS
                           PERFORM SOMAR-NOTAS-CONTROLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTRADA-FILE.
           PERFORM FECHAR-CONFERENCIA.

       TRATAR-LINHA.
           EVALUATE TRUE
               WHEN PA-CABECALHO
           IF WS-CAB-MOTIVO NOT = SPACES
               MOVE "N" TO WS-PAUTA-OK
           END-IF.
           PERFORM VERIFICAR-PAUTA-EMITIDA.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DET-QTDE
                   IF ALUNO-INATIVO
                       MOVE "ALUNO INATIVO" TO WS-DET-MOTIVO(WS-I)
                   END-IF
                   IF ALUNO-FORMADO
                       MOVE "ALUNO FORMADO" TO WS-DET-MOTIVO(WS-I)
                   END-IF
               END-IF
           END-IF.

           IF WS-DET-MOTIVO(WS-I) = SPACES
               AND PAUTA-EMITIDA
               PERFORM LOCALIZAR-NA-PAUTA
               IF NOT ALUNO-NA-PAUTA
                   MOVE "MATRICULA FORA DA PAUTA EMITIDA"
                       TO WS-DET-MOTIVO(WS-I)
               END-IF
           END-IF.

               END-PERFORM
           END-IF.

      * The grades are read through the 99V9 redefinition - moving
      * the raw characters would take "080" as 80,0.
       VALIDAR-INTERVALO-NOTAS.
           MOVE WS-DET-NOTA(1) TO WS-NOTA-TESTE.
           IF WS-NOTA-TESTE > 10
               MOVE "NOTA FORA DO INTERVALO 0-10"
                   TO WS-DET-MOTIVO(WS-I)
           END-IF.
           MOVE WS-DET-NOTA(2) TO WS-NOTA-TESTE.
           IF WS-NOTA-TESTE > 10
               MOVE "NOTA FORA DO INTERVALO 0-10"
                   TO WS-DET-MOTIVO(WS-I)
           END-IF.
           MOVE WS-DET-NOTA(3) TO WS-NOTA-TESTE.
           IF WS-NOTA-TESTE > 10
               MOVE "NOTA FORA DO INTERVALO 0-10"
                   TO WS-DET-MOTIVO(WS-I)
           END-IF.

      * The sheet counts as issued when the register holds any line
      * for its turma and course.
       VERIFICAR-PAUTA-EMITIDA.
           MOVE "N" TO WS-PAUTA-EMITIDA.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-EMITIDAS
               IF WS-EMI-CHAVE(WS-K)(1:4) = WS-CAB-TURMA
                   AND WS-EMI-CHAVE(WS-K)(5:10) = WS-CAB-CURSO
                   MOVE "S" TO WS-PAUTA-EMITIDA
               END-IF
           END-PERFORM.

       LOCALIZAR-NA-PAUTA.
           MOVE "N" TO WS-NA-PAUTA.
           MOVE WS-CAB-TURMA TO WS-EMI-BUSCA(1:4).
           MOVE WS-CAB-CURSO TO WS-EMI-BUSCA(5:10).
           MOVE WS-DET-ID(WS-I) TO WS-EMI-BUSCA(15:10).
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-TOTAL-EMITIDAS
               IF WS-EMI-CHAVE(WS-K) = WS-EMI-BUSCA
                   MOVE "S" TO WS-NA-PAUTA
               END-IF
           END-PERFORM.

       LOCALIZAR-ALUNO.
           MOVE "X" TO WS-ALUNO-SITUACAO.
           PERFORM VARYING WS-J FROM 1 BY 1
               DISPLAY "AVISO: TURMAS.DAT AUSENTE - CABECALHOS NAO "
                   "SERAO VALIDADOS CONTRA O MESTRE."
           END-IF.

      * No register on disk (no sheet ever issued by EMISSAO-PAUTAS)
      * leaves every sheet unchecked against it.
       CARREGAR-EMITIDAS.
           MOVE SPACES TO WS-EMITIDA-STATUS.
           OPEN INPUT EMITIDA-FILE.
           IF WS-EMITIDA-STATUS = "00"
               PERFORM UNTIL WS-EMITIDA-STATUS = "10"
                   OR WS-TOTAL-EMITIDAS = 3000
                   READ EMITIDA-FILE
                       AT END
                           MOVE "10" TO WS-EMITIDA-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-EMITIDAS
                           MOVE PAUTA-EMITIDA-RECORD(1:24)
                               TO WS-EMI-CHAVE(WS-TOTAL-EMITIDAS)
                   END-READ
               END-PERFORM
               CLOSE EMITIDA-FILE
           END-IF.

      * One line of the first pass (INTFCTL.cpy): the header must be
      * the first line and the trailer the last; anything else is a
      * data line, counted. The first fault found is the one kept.
       CONFERIR-LINHA-CONTROLE.
           MOVE "N" TO WS-IC-LINHA-DADOS.
           EVALUATE TRUE
               WHEN IC-CABECALHO
                   IF IC-CABECALHO-LIDO OR WS-IC-QT-CONTADA > 0
                       IF WS-IC-MOTIVO = SPACES
                           MOVE "CABECALHO FORA DA PRIMEIRA LINHA"
                               TO WS-IC-MOTIVO
                       END-IF
                   ELSE
                       MOVE "S" TO WS-IC-CABECALHO-LIDO
                       MOVE IC-REMETENTE TO WS-IC-REMETENTE
                       MOVE IC-DATA-ARQUIVO TO WS-IC-DATA-ARQUIVO
                       IF IC-SEQUENCIA IS NUMERIC
                           MOVE IC-SEQUENCIA TO WS-IC-SEQUENCIA
                       ELSE
                           MOVE 0 TO WS-IC-SEQUENCIA
                       END-IF
                   END-IF
               WHEN IC-TRAILER
                   IF IC-TRAILER-LIDO
                       IF WS-IC-MOTIVO = SPACES
                           MOVE "MAIS DE UM TRAILER NO ARQUIVO"
                               TO WS-IC-MOTIVO
                       END-IF
                   ELSE
                       MOVE "S" TO WS-IC-TRAILER-LIDO
                       IF IC-QT-REGISTROS IS NUMERIC
                           AND IC-HASH-MATRICULAS IS NUMERIC
                           AND IC-HASH-NOTAS IS NUMERIC
                           MOVE IC-QT-REGISTROS TO WS-IC-QT-INFORMADA
                           MOVE IC-HASH-MATRICULAS
                               TO WS-IC-HASH-MAT-INFORMADO
                           MOVE IC-HASH-NOTAS
                               TO WS-IC-HASH-NOTAS-INFORMADO
                       ELSE
                           IF WS-IC-MOTIVO = SPACES
                               MOVE "TRAILER COM TOTAIS NAO NUMERICOS"
                                   TO WS-IC-MOTIVO
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-IC-MOTIVO = SPACES
                       IF NOT IC-CABECALHO-LIDO
                           MOVE "LINHA DE DADOS ANTES DO CABECALHO"
                               TO WS-IC-MOTIVO
                       END-IF
                       IF IC-TRAILER-LIDO
                           MOVE "LINHAS DEPOIS DO TRAILER"
                               TO WS-IC-MOTIVO
                       END-IF
                   END-IF
                   ADD 1 TO WS-IC-QT-CONTADA
                   MOVE "S" TO WS-IC-LINHA-DADOS
           END-EVALUATE.

       SOMAR-MATRICULA-CONTROLE.
           IF WS-IC-MAT-NUMERO IS NUMERIC
               ADD WS-IC-MAT-NUMERO TO WS-IC-HASH-MAT-CONTADO
           END-IF.

       SOMAR-NOTAS-CONTROLE.
           PERFORM VARYING WS-IC-N FROM 1 BY 1 UNTIL WS-IC-N > 3
               IF WS-IC-NOTA(WS-IC-N) IS NUMERIC
                   ADD WS-IC-NOTA(WS-IC-N) TO WS-IC-HASH-NOTAS-CONTADO
               END-IF
           END-PERFORM.

      * After the first pass: header and trailer present, the
      * trailer's count and hash totals equal to what was read, and
      * the sequence the next one after the sender's last accepted
      * file.
       FECHAR-CONFERENCIA.
           IF WS-IC-MOTIVO = SPACES AND NOT IC-CABECALHO-LIDO
               MOVE "ARQUIVO SEM CABECALHO NA PRIMEIRA LINHA"
                   TO WS-IC-MOTIVO
           END-IF.
           IF WS-IC-MOTIVO = SPACES AND NOT IC-TRAILER-LIDO
               MOVE "ARQUIVO SEM TRAILER - TRANSFERENCIA INCOMPLETA"
                   TO WS-IC-MOTIVO
           END-IF.
           IF WS-IC-MOTIVO = SPACES
               AND (WS-IC-REMETENTE = SPACES OR WS-IC-SEQUENCIA = 0)
               MOVE "CABECALHO SEM REMETENTE OU SEQUENCIA"
                   TO WS-IC-MOTIVO
           END-IF.
           IF WS-IC-MOTIVO = SPACES
               AND WS-IC-QT-CONTADA NOT = WS-IC-QT-INFORMADA
               STRING "TRAILER INFORMA " DELIMITED BY SIZE
                   WS-IC-QT-INFORMADA DELIMITED BY SIZE
                   " LINHAS, ARQUIVO TEM " DELIMITED BY SIZE
                   WS-IC-QT-CONTADA DELIMITED BY SIZE
                   INTO WS-IC-MOTIVO
               END-STRING
           END-IF.
           IF WS-IC-MOTIVO = SPACES
               AND WS-IC-HASH-MAT-CONTADO NOT = WS-IC-HASH-MAT-INFORMADO
               MOVE "TOTAL DE CONTROLE DAS MATRICULAS NAO CONFERE"
                   TO WS-IC-MOTIVO
           END-IF.
           IF WS-IC-MOTIVO = SPACES
               AND WS-IC-HASH-NOTAS-CONTADO
                   NOT = WS-IC-HASH-NOTAS-INFORMADO
               MOVE "TOTAL DE CONTROLE DAS NOTAS NAO CONFERE"
                   TO WS-IC-MOTIVO
           END-IF.
           IF WS-IC-MOTIVO = SPACES
               PERFORM CARREGAR-SEQUENCIAS
               IF WS-IC-SEQ-ACHADA > 0
                   COMPUTE WS-IC-ESPERADA =
                       WS-IC-SEQ-ULTIMA(WS-IC-SEQ-ACHADA) + 1
                   IF WS-IC-SEQUENCIA < WS-IC-ESPERADA
                       STRING "SEQUENCIA " DELIMITED BY SIZE
                           WS-IC-SEQUENCIA DELIMITED BY SIZE
                           " REPETIDA - ULTIMA ACEITA "
                           DELIMITED BY SIZE
                           WS-IC-SEQ-ULTIMA(WS-IC-SEQ-ACHADA)
                           DELIMITED BY SIZE
                           INTO WS-IC-MOTIVO
                       END-STRING
                   END-IF
                   IF WS-IC-SEQUENCIA > WS-IC-ESPERADA
                       STRING "SEQUENCIA " DELIMITED BY SIZE
                           WS-IC-SEQUENCIA DELIMITED BY SIZE
                           " PULADA - ESPERADA " DELIMITED BY SIZE
                           WS-IC-ESPERADA DELIMITED BY SIZE
                           INTO WS-IC-MOTIVO
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           IF WS-IC-MOTIVO = SPACES
               AND (WS-IC-SEQ-FORA > 0
                   OR (WS-IC-SEQ-ACHADA = 0
                       AND WS-IC-TOTAL-SEQ >= 100))
               MOVE "INTERFACE-SEQ.DAT CHEIO (100 LINHAS)"
                   TO WS-IC-MOTIVO
           END-IF.

      * INTERFACE-SEQ.DAT into the table, with the line of this
      * interface and sender in WS-IC-SEQ-ACHADA (0 = first file).
       CARREGAR-SEQUENCIAS.
           MOVE 0 TO WS-IC-TOTAL-SEQ WS-IC-SEQ-ACHADA WS-IC-SEQ-FORA.
           MOVE SPACES TO WS-IC-SEQ-STATUS.
           OPEN INPUT SEQ-FILE.
           IF WS-IC-SEQ-STATUS = "00"
               PERFORM UNTIL WS-IC-SEQ-STATUS = "10"
                   READ SEQ-FILE
                       AT END
                           MOVE "10" TO WS-IC-SEQ-STATUS
                       NOT AT END
                           IF WS-IC-TOTAL-SEQ < 100
                               ADD 1 TO WS-IC-TOTAL-SEQ
                               MOVE IQ-INTERFACE TO
                                   WS-IC-SEQ-INTERFACE(WS-IC-TOTAL-SEQ)
                               MOVE IQ-REMETENTE TO
                                   WS-IC-SEQ-REMETENTE(WS-IC-TOTAL-SEQ)
                               MOVE IQ-SEQUENCIA TO
                                   WS-IC-SEQ-ULTIMA(WS-IC-TOTAL-SEQ)
                               MOVE IQ-DATA-ARQUIVO TO
                                   WS-IC-SEQ-DATA-ARQ(WS-IC-TOTAL-SEQ)
                               MOVE IQ-DATA-HORA TO
                                   WS-IC-SEQ-DATA-HORA(WS-IC-TOTAL-SEQ)
                               MOVE IQ-QT-REGISTROS TO
                                   WS-IC-SEQ-QTDE(WS-IC-TOTAL-SEQ)
                               IF IQ-INTERFACE = WS-IC-INTERFACE
                                   AND IQ-REMETENTE = WS-IC-REMETENTE
                                   MOVE WS-IC-TOTAL-SEQ
                                       TO WS-IC-SEQ-ACHADA
                               END-IF
                           ELSE
                               ADD 1 TO WS-IC-SEQ-FORA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEQ-FILE
           END-IF.

      * The file was applied: its sequence becomes the sender's last
      * accepted one. The table is read again under the lock so a
      * line another intake edit wrote since the check survives, and
      * nothing is rewritten if this sender's line no longer fits.
       GRAVAR-SEQUENCIA.
           MOVE "INTERFACE-SEQ.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM CARREGAR-SEQUENCIAS.
           IF WS-IC-SEQ-ACHADA = 0 AND WS-IC-TOTAL-SEQ < 100
               AND WS-IC-SEQ-FORA = 0
               ADD 1 TO WS-IC-TOTAL-SEQ
               MOVE WS-IC-TOTAL-SEQ TO WS-IC-SEQ-ACHADA
               MOVE WS-IC-INTERFACE
                   TO WS-IC-SEQ-INTERFACE(WS-IC-SEQ-ACHADA)
               MOVE WS-IC-REMETENTE
                   TO WS-IC-SEQ-REMETENTE(WS-IC-SEQ-ACHADA)
           END-IF.
           IF WS-IC-SEQ-ACHADA > 0
               MOVE WS-IC-SEQUENCIA
                   TO WS-IC-SEQ-ULTIMA(WS-IC-SEQ-ACHADA)
               MOVE WS-IC-DATA-ARQUIVO
                   TO WS-IC-SEQ-DATA-ARQ(WS-IC-SEQ-ACHADA)
               MOVE FUNCTION CURRENT-DATE(1:19)
                   TO WS-IC-SEQ-DATA-HORA(WS-IC-SEQ-ACHADA)
               MOVE WS-IC-QT-CONTADA
                   TO WS-IC-SEQ-QTDE(WS-IC-SEQ-ACHADA)
           END-IF.
           IF WS-IC-SEQ-ACHADA > 0 AND WS-IC-SEQ-FORA = 0
               OPEN OUTPUT SEQ-FILE
               PERFORM VARYING WS-IC-K FROM 1 BY 1
                   UNTIL WS-IC-K > WS-IC-TOTAL-SEQ
                   MOVE WS-IC-SEQ-INTERFACE(WS-IC-K) TO IQ-INTERFACE
                   MOVE WS-IC-SEQ-REMETENTE(WS-IC-K) TO IQ-REMETENTE
                   MOVE WS-IC-SEQ-ULTIMA(WS-IC-K) TO IQ-SEQUENCIA
                   MOVE WS-IC-SEQ-DATA-ARQ(WS-IC-K) TO IQ-DATA-ARQUIVO
                   MOVE WS-IC-SEQ-DATA-HORA(WS-IC-K) TO IQ-DATA-HORA
                   MOVE WS-IC-SEQ-QTDE(WS-IC-K) TO IQ-QT-REGISTROS
                   WRITE INTERFACE-SEQ-RECORD
               END-PERFORM
               CLOSE SEQ-FILE
           ELSE
               DISPLAY "INTERFACE-SEQ.DAT CHEIO (100 LINHAS) - A "
                   "SEQUENCIA " WS-IC-SEQUENCIA " DE "
                   WS-IC-REMETENTE " NAO FOI REGISTRADA. LIMPAR O "
                   "ARQUIVO ANTES DO PROXIMO ENVIO."
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM LIBERAR-TRAVA.

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
           MOVE "CRITICA-PAUTA" TO TRAVA-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO TRAVA-DATA-HORA.
           WRITE TRAVA-RECORD.
           CLOSE LOCK-FILE.
           MOVE "S" TO WS-LOCK-OBTIDA.

       LIBERAR-TRAVA.
           DELETE FILE LOCK-FILE.
