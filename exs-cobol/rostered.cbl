      *          ROSTER-REJEITOS.DAT with the reason, so the
      *          registrar can fix and resend. Bad rows never reach
      *          AVALIAR-NOTAS-BATCH.
      *          The file must open with the #HDR header (sender,
      *          file date, sequence) and close with the #TRL
      *          trailer (line count, matricula and grade hash
      *          totals, INTFCTL.cpy). A first pass checks them and
      *          the sequence against INTERFACE-SEQ.DAT; a short
      *          file, a bad total or a skipped or repeated sequence
      *          refuses the whole file with RC 16 before
      *          ROSTER-EX13.DAT is touched.
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
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT SEQ-FILE ASSIGN TO "INTERFACE-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
           COPY ROSTER.
           COPY INTFCTL.

      * Outgoing clean roster needs its own record name since
      * ROSTER-RECORD is already claimed above by the intake file.
       FD  TURMA-FILE.
           COPY TURMA.

       FD  LOCK-FILE.
           COPY TRAVREC.

       FD  SEQ-FILE.
           COPY INTFSEQ.

       WORKING-STORAGE SECTION.
       01 WS-ENTRADA-STATUS  PIC X(2) VALUE SPACES.
       01 WS-TURMA-STATUS    PIC X(2) VALUE SPACES.
       01 WS-ALUNO-SITUACAO  PIC X VALUE "X".
           88 ALUNO-ATIVO    VALUE "A", " ".
           88 ALUNO-INATIVO  VALUE "I".
           88 ALUNO-FORMADO  VALUE "G".
           88 ALUNO-AUSENTE  VALUE "X".
       01 WS-LIDOS           PIC 9(4) VALUE 0.
       01 WS-ACEITOS         PIC 9(4) VALUE 0.
       01 WS-REJEITADOS      PIC 9(4) VALUE 0.
       COPY STIDCHK.
       COPY INTFCHK.
       COPY LOCKF.

       PROCEDURE DIVISION.
       INICIO.
                   "(STATUS " WS-ENTRADA-STATUS "). CRITICA "
                   "CANCELADA."
           ELSE
               PERFORM CONFERIR-CONTROLE
           END-IF.

           IF WS-ENTRADA-STATUS = "00"
               AND WS-IC-MOTIVO NOT = SPACES
               DISPLAY "ROSTER-ENTRADA.DAT REJEITADO POR INTEIRO: "
                   WS-IC-MOTIVO
               DISPLAY "NENHUMA LINHA APLICADA - ROSTER-EX13.DAT "
                   "NAO FOI ALTERADO. SOLICITAR REENVIO AO "
                   "REMETENTE."
               MOVE 16 TO RETURN-CODE
           END-IF.

           IF WS-ENTRADA-STATUS = "00"
               AND WS-IC-MOTIVO = SPACES
               OPEN INPUT ENTRADA-FILE
               OPEN OUTPUT ROSTER-FILE
               OPEN OUTPUT REJEITO-FILE
               READ ENTRADA-FILE
                   AT END MOVE "10" TO WS-ENTRADA-STATUS
               END-READ
               PERFORM UNTIL WS-ENTRADA-STATUS = "10"
                   IF NOT IC-CABECALHO AND NOT IC-TRAILER
                       ADD 1 TO WS-LIDOS
                       PERFORM CRITICAR-LINHA
                   END-IF
                   READ ENTRADA-FILE
                       AT END MOVE "10" TO WS-ENTRADA-STATUS
                   END-READ
               CLOSE ENTRADA-FILE
               CLOSE ROSTER-FILE
               CLOSE REJEITO-FILE
               PERFORM GRAVAR-SEQUENCIA
               DISPLAY "ARQUIVO " WS-IC-REMETENTE " SEQUENCIA "
                   WS-IC-SEQUENCIA " DE " WS-IC-DATA-ARQUIVO
               DISPLAY "LINHAS LIDAS:      " WS-LIDOS
               DISPLAY "LINHAS ACEITAS:    " WS-ACEITOS
                   " (ROSTER-EX13.DAT)"
           END-IF.
           STOP RUN.

      * First pass over ROSTER-ENTRADA.DAT, already open: header,
      * trailer, line count and hash totals (INTFCTL.cpy). Nothing
      * is written until the whole file checks out.
       CONFERIR-CONTROLE.
           MOVE "ROSTER" TO WS-IC-INTERFACE.
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
                       IF IC-LINHA-DADOS
                           MOVE RO-STUDENT-ID TO WS-IC-MATRICULA
                           PERFORM SOMAR-MATRICULA-CONTROLE
                           MOVE ROSTER-RECORD(11:9) TO WS-IC-NOTAS
                           PERFORM SOMAR-NOTAS-CONTROLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTRADA-FILE.
           PERFORM FECHAR-CONFERENCIA.

       CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
                   IF ALUNO-INATIVO
                       MOVE "ALUNO INATIVO" TO WS-MOTIVO
                   END-IF
                   IF ALUNO-FORMADO
                       MOVE "ALUNO FORMADO" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

                   MOVE WS-ALUNO-STATUS(WS-I) TO WS-ALUNO-SITUACAO
               END-IF
           END-PERFORM.

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
           MOVE "CRITICA-ROST" TO TRAVA-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO TRAVA-DATA-HORA.
           WRITE TRAVA-RECORD.
           CLOSE LOCK-FILE.
           MOVE "S" TO WS-LOCK-OBTIDA.

       LIBERAR-TRAVA.
           DELETE FILE LOCK-FILE.
