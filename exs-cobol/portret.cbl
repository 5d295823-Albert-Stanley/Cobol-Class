      *          whole run is logged to AUDIT-LOG.DAT. Until now a
      *          bounced grade was only discovered when the student
      *          complained.
      *          The return file opens with the #HDR header (sender,
      *          file date, sequence) and closes with the #TRL
      *          trailer (line count and matricula hash total,
      *          INTFCTL.cpy). A first pass checks them and the
      *          sequence against INTERFACE-SEQ.DAT; a short file, a
      *          bad total or a skipped or repeated sequence refuses
      *          the whole file with RC 16 and an audit line, before
      *          any return is matched or queued.
      *          INTERFACE-SEQ.DAT is read again and rewritten under
      *          INTERFACE-SEQ.LCK, shared by the four intake edits; a
      *          full sequence table (100 lines) refuses the file
      *          rather than drop another sender's line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT SEQ-FILE ASSIGN TO "INTERFACE-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RETORNO-FILE.
           COPY PORTRET.
           COPY INTFCTL.

       FD  RESUBMIT-FILE.
       01 RESUBMIT-LINE     PIC X(80).
       FD  LOCK-FILE.
           COPY TRAVREC.

       FD  SEQ-FILE.
           COPY INTFSEQ.

       WORKING-STORAGE SECTION.
       COPY LOCKF.
       COPY AUDCHAIN.
       01 WS-SEM-RESPOSTA    PIC 9(3) VALUE 0.
       01 WS-SEM-SUBMISSAO   PIC 9(3) VALUE 0.
       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.
       COPY INTFCHK.

       PROCEDURE DIVISION.
       INICIO.
               DISPLAY "PORTAL-RETORNO.DAT NAO ENCONTRADO (STATUS "
                   WS-RETORNO-STATUS "). NENHUM RETORNO PROCESSADO."
           ELSE
               PERFORM CONFERIR-CONTROLE
               IF WS-IC-MOTIVO NOT = SPACES
                   DISPLAY "PORTAL-RETORNO.DAT REJEITADO POR INTEIRO: "
                       WS-IC-MOTIVO
                   DISPLAY "NENHUM RETORNO APLICADO - SOLICITAR "
                       "REENVIO AO PORTAL."
                   PERFORM GRAVAR-AUDITORIA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT RETORNO-FILE
               PERFORM UNTIL WS-RETORNO-STATUS = "10"
                   READ RETORNO-FILE
                       AT END
                           MOVE "10" TO WS-RETORNO-STATUS
                       NOT AT END
                           IF NOT IC-CABECALHO AND NOT IC-TRAILER
                               PERFORM CASAR-RETORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETORNO-FILE
               PERFORM GRAVAR-SEQUENCIA
               DISPLAY "ARQUIVO " WS-IC-REMETENTE " SEQUENCIA "
                   WS-IC-SEQUENCIA " DE " WS-IC-DATA-ARQUIVO
           END-IF.

      * First pass over PORTAL-RETORNO.DAT, already open: header,
      * trailer, line count and matricula hash total (INTFCTL.cpy).
      * The portal returns no grades - its grade hash is zero.
       CONFERIR-CONTROLE.
           MOVE "PORTAL" TO WS-IC-INTERFACE.
           MOVE SPACES TO WS-IC-MOTIVO.
           MOVE "N" TO WS-IC-CABECALHO-LIDO WS-IC-TRAILER-LIDO.
           MOVE 0 TO WS-IC-QT-CONTADA WS-IC-HASH-MAT-CONTADO
               WS-IC-HASH-NOTAS-CONTADO.
           PERFORM UNTIL WS-RETORNO-STATUS = "10"
               READ RETORNO-FILE
                   AT END
                       MOVE "10" TO WS-RETORNO-STATUS
                   NOT AT END
                       PERFORM CONFERIR-LINHA-CONTROLE
                       IF IC-LINHA-DADOS
                           MOVE PRT-STUDENT-ID TO WS-IC-MATRICULA
                           PERFORM SOMAR-MATRICULA-CONTROLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETORNO-FILE.
           PERFORM FECHAR-CONFERENCIA.

      * The submission line EXPORTAR-PORTAL writes is
      * matricula(10) "," disciplina(40) "," nota..., so the student
      * id sits in bytes 1-10 and the discipline name in bytes 12-51.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "PORTAL-RET" TO AU-PROGRAM.
           MOVE SPACES TO WS-AUDIT-MSG.
           IF WS-IC-MOTIVO NOT = SPACES
               STRING "RETORNO PORTAL REJEITADO: " DELIMITED BY SIZE
                   WS-IC-MOTIVO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
           ELSE
               STRING "RETORNO PORTAL: ACEITAS=" DELIMITED BY SIZE
                   WS-ACEITAS DELIMITED BY SIZE
                   " REJEITADAS=" DELIMITED BY SIZE
                   WS-REJEITADAS DELIMITED BY SIZE
                   " SEM-RESPOSTA=" DELIMITED BY SIZE
                   WS-SEM-RESPOSTA DELIMITED BY SIZE
                   " SEM-SUBMISSAO=" DELIMITED BY SIZE
                   WS-SEM-SUBMISSAO DELIMITED BY SIZE
                   INTO WS-AUDIT-MSG
               END-STRING
           END-IF.
           MOVE WS-AUDIT-MSG TO AU-MESSAGE.
           MOVE "AUDIT-LOG.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           COMPUTE WS-AUCHK-CALC = FUNCTION MOD(
               WS-AUCHK-ANT * 31 + WS-AUCHK-SOMA, 999999937).
           MOVE WS-AUCHK-CALC TO AU-CHECK.

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
