      *          kept - disputes arrive months later) and rewrites the
      *          live file down to the latest attempt per
      *          SG-STUDENT-ID/SG-PROGRAMA-ID pair so the daily
      *          readers stay fast. Every archived row also goes to
      *          the keyed STUDENT-GRADES-ARCH-IX.DAT (STDGRAX.cpy,
      *          built from the archive on the first run that finds
      *          it missing) for the transcript, the inquiry and the
      *          declaration; the latest attempts kept live were
      *          archived by the previous run and are recognised on
      *          that key instead of being appended again, and the
      *          live STUDENT-GRADES-IX.DAT is regraved from the
      *          reduced file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHIVE-FILE ASSIGN TO "STUDENT-GRADES-ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT ARCH-IX-FILE ASSIGN TO "STUDENT-GRADES-ARCH-IX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CHAVE
               FILE STATUS IS WS-AX-STATUS.
           SELECT GRADES-IX-FILE ASSIGN TO "STUDENT-GRADES-IX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-CHAVE
               FILE STATUS IS WS-GX-STATUS.

           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
                         ==SG-SITUACAO==   BY ==AG-SITUACAO==
                         ==SG-VIGENTE==    BY ==AG-VIGENTE==
                         ==SG-SUPERSEDIDA== BY ==AG-SUPERSEDIDA==
                         ==SG-MOTIVO-AJUSTE== BY ==AG-MOTIVO-AJUSTE==
                         ==SG-TURMA==      BY ==AG-TURMA==.

       FD  ARCH-IX-FILE.
           COPY STDGRAX.

       FD  GRADES-IX-FILE.
           COPY STDGRIX.

       FD  LOCK-FILE.
           COPY TRAVREC.
       COPY LOCKF.
       01 WS-SG-STATUS       PIC X(2) VALUE SPACES.
       01 WS-ARCH-STATUS     PIC X(2) VALUE SPACES.
       01 WS-AX-STATUS       PIC X(2) VALUE SPACES.
       01 WS-GX-STATUS       PIC X(2) VALUE SPACES.
       01 WS-INDICE-ARQUIVO  PIC X VALUE "N".
           88 INDICE-ARQUIVO VALUE "S".
       01 WS-GRAVOU          PIC X VALUE "N".
           88 LINHA-GRAVADA  VALUE "S".

      * Whole rows are held as raw text so the table keeps working
      * unchanged when STDGRADE.cpy grows; the key is always the
               10 WS-NOTA-REG  PIC X(100).
       01 WS-TOTAL-LIDAS     PIC 9(4) VALUE 0.
       01 WS-TOTAL-VIVAS     PIC 9(4) VALUE 0.
       01 WS-TOTAL-NOVAS     PIC 9(4) VALUE 0.
       01 WS-TOTAL-JA-ARQ    PIC 9(4) VALUE 0.
       01 WS-SEQ-LOTE        PIC 9(3) VALUE 0.
       01 WS-I               PIC 9(4).
       01 WS-J               PIC 9(4).
       01 WS-E-ULTIMA        PIC X VALUE "S".
               ELSE
                   PERFORM GRAVAR-ARQUIVO-HISTORICO
                   PERFORM REGRAVAR-ARQUIVO-VIVO
                   PERFORM REGRAVAR-INDICE
                   DISPLAY "LINHAS LIDAS DO ARQUIVO VIVO: "
                       WS-TOTAL-LIDAS
                   DISPLAY "LINHAS ARQUIVADAS:  " WS-TOTAL-NOVAS
                   DISPLAY "LINHAS JA ARQUIVADAS ANTES (NAO "
                       "REPETIDAS): " WS-TOTAL-JA-ARQ
                   DISPLAY "LINHAS MANTIDAS NO ARQUIVO VIVO: "
                       WS-TOTAL-VIVAS
               END-IF
               CLOSE STUDENT-GRADES-FILE
           END-IF.

      * The index is opened first, so a row the previous run already
      * archived (the latest attempt it kept live) is found on its
      * key and not appended a second time. Without a usable index
      * every row is appended, as before the index existed.
       GRAVAR-ARQUIVO-HISTORICO.
           PERFORM ABRIR-INDICE-ARQUIVO.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-LIDAS
               MOVE WS-NOTA-REG(WS-I) TO ARCHIVE-GRADE-RECORD
               IF INDICE-ARQUIVO
                   PERFORM CONTAR-REPETIDAS-LOTE
                   PERFORM MONTAR-LINHA-ARQUIVO
                   MOVE WS-SEQ-LOTE TO AX-SEQ
                   WRITE GRADE-ARCH-IX-RECORD
                   IF WS-AX-STATUS = "22"
                       ADD 1 TO WS-TOTAL-JA-ARQ
                   ELSE
                       IF WS-AX-STATUS NOT = "00"
                           DISPLAY "ERRO AO GRAVAR NO INDICE DO "
                               "ARQUIVO (STATUS " WS-AX-STATUS
                               ") - LINHA " WS-I " ARQUIVADA SEM "
                               "INDICE. EXECUTE NOTAS-INDEXA."
                       END-IF
                       ADD 1 TO WS-TOTAL-NOVAS
                       WRITE ARCHIVE-GRADE-RECORD
                   END-IF
               ELSE
                   ADD 1 TO WS-TOTAL-NOVAS
                   WRITE ARCHIVE-GRADE-RECORD
               END-IF
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           IF INDICE-ARQUIVO
               CLOSE ARCH-IX-FILE
           END-IF.

      * First run after the index was introduced (or after it was
      * lost): the existing archive is loaded into it before this
      * batch, so the rows archived by earlier runs are recognised.
       ABRIR-INDICE-ARQUIVO.
           MOVE "N" TO WS-INDICE-ARQUIVO.
           MOVE SPACES TO WS-AX-STATUS.
           OPEN I-O ARCH-IX-FILE.
           IF WS-AX-STATUS = "35"
               OPEN OUTPUT ARCH-IX-FILE
               IF WS-AX-STATUS = "00"
                   PERFORM INDEXAR-ARQUIVO-EXISTENTE
                   CLOSE ARCH-IX-FILE
                   OPEN I-O ARCH-IX-FILE
               END-IF
           END-IF.
           IF WS-AX-STATUS = "00"
               MOVE "S" TO WS-INDICE-ARQUIVO
           ELSE
               DISPLAY "AVISO: STUDENT-GRADES-ARCH-IX.DAT "
                   "INDISPONIVEL (STATUS " WS-AX-STATUS ") - TODAS "
                   "AS LINHAS SERAO ANEXADAS AO ARQUIVO."
           END-IF.

       INDEXAR-ARQUIVO-EXISTENTE.
           MOVE SPACES TO WS-ARCH-STATUS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-ARCH-STATUS = "10"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "10" TO WS-ARCH-STATUS
                       NOT AT END
                           PERFORM MONTAR-LINHA-ARQUIVO
                           PERFORM GRAVAR-LINHA-ARQUIVO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

      * Byte-identical double postings share student, programa and
      * timestamp: the n-th of them in this batch takes AX-SEQ n-1,
      * the number the index gave it when it was first archived.
      * Rows are held raw; 1:20 is SG-KEY and 46:19 SG-DATA-HORA.
       CONTAR-REPETIDAS-LOTE.
           MOVE 0 TO WS-SEQ-LOTE.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J >= WS-I
               IF WS-NOTA-REG(WS-J)(1:20) = WS-NOTA-REG(WS-I)(1:20)
                   AND WS-NOTA-REG(WS-J)(46:19)
                       = WS-NOTA-REG(WS-I)(46:19)
                   ADD 1 TO WS-SEQ-LOTE
               END-IF
           END-PERFORM.

       MONTAR-LINHA-ARQUIVO.
           MOVE AG-STUDENT-ID TO AX-STUDENT-ID.
           MOVE AG-PROGRAMA-ID TO AX-PROGRAMA-ID.
           MOVE AG-DATA-HORA TO AX-DATA-HORA.
           MOVE 0 TO AX-SEQ.
           MOVE AG-NOTA-1 TO AX-NOTA-1.
           MOVE AG-NOTA-2 TO AX-NOTA-2.
           MOVE AG-NOTA-3 TO AX-NOTA-3.
           MOVE AG-MEDIA TO AX-MEDIA.
           MOVE AG-RESULTADO TO AX-RESULTADO.
           MOVE AG-TERMO TO AX-TERMO.
           MOVE AG-OPERADOR TO AX-OPERADOR.
           MOVE AG-SITUACAO TO AX-SITUACAO.
           MOVE AG-MOTIVO-AJUSTE TO AX-MOTIVO-AJUSTE.
           MOVE AG-TURMA TO AX-TURMA.

       GRAVAR-LINHA-ARQUIVO.
           MOVE "N" TO WS-GRAVOU.
           PERFORM UNTIL LINHA-GRAVADA OR AX-SEQ > 998
               WRITE GRADE-ARCH-IX-RECORD
               IF WS-AX-STATUS = "22"
                   ADD 1 TO AX-SEQ
               ELSE
                   MOVE "S" TO WS-GRAVOU
               END-IF
           END-PERFORM.

      * A row survives into the rewritten live file only if no later
      * row carries the same student/programa key - appends are
           END-PERFORM.
           CLOSE STUDENT-GRADES-FILE.

      * The reduced live file no longer holds the archived rows, so
      * its keyed mirror (STDGRIX.cpy) is regraved from it, still
      * inside the lock. No mirror on disk means NOTAS-INDEXA has not
      * converted yet; nothing to maintain then.
       REGRAVAR-INDICE.
           MOVE SPACES TO WS-GX-STATUS.
           OPEN INPUT GRADES-IX-FILE.
           IF WS-GX-STATUS = "00"
               CLOSE GRADES-IX-FILE
               OPEN OUTPUT GRADES-IX-FILE
               MOVE SPACES TO WS-SG-STATUS
               OPEN INPUT STUDENT-GRADES-FILE
               PERFORM UNTIL WS-SG-STATUS = "10"
                   READ STUDENT-GRADES-FILE
                       AT END
                           MOVE "10" TO WS-SG-STATUS
                       NOT AT END
                           PERFORM GRAVAR-LINHA-INDEXADA
                   END-READ
               END-PERFORM
               CLOSE STUDENT-GRADES-FILE
               CLOSE GRADES-IX-FILE
           END-IF.

       GRAVAR-LINHA-INDEXADA.
           MOVE SG-STUDENT-ID TO GX-STUDENT-ID.
           MOVE SG-PROGRAMA-ID TO GX-PROGRAMA-ID.
           MOVE SG-DATA-HORA TO GX-DATA-HORA.
           MOVE 0 TO GX-SEQ.
           MOVE SG-NOTA-1 TO GX-NOTA-1.
           MOVE SG-NOTA-2 TO GX-NOTA-2.
           MOVE SG-NOTA-3 TO GX-NOTA-3.
           MOVE SG-MEDIA TO GX-MEDIA.
           MOVE SG-RESULTADO TO GX-RESULTADO.
           MOVE SG-TERMO TO GX-TERMO.
           MOVE SG-OPERADOR TO GX-OPERADOR.
           MOVE SG-SITUACAO TO GX-SITUACAO.
           MOVE SG-MOTIVO-AJUSTE TO GX-MOTIVO-AJUSTE.
           MOVE SG-TURMA TO GX-TURMA.
           MOVE "N" TO WS-GRAVOU.
           PERFORM UNTIL LINHA-GRAVADA OR GX-SEQ > 998
               WRITE GRADE-IX-RECORD
               IF WS-GX-STATUS = "22"
                   ADD 1 TO GX-SEQ
               ELSE
                   MOVE "S" TO WS-GRAVOU
               END-IF
           END-PERFORM.

       OBTER-TRAVA.
           MOVE "N" TO WS-LOCK-OBTIDA.
           MOVE 0 TO WS-LOCK-TENTATIVAS.
