      *          rebuild as the repair). Byte-identical double
      *          postings share a timestamp; GX-SEQ is bumped until
      *          the write lands, so the mirror never drops a row the
      *          master kept. The same run rebuilds
      *          STUDENT-GRADES-ARCH-IX.DAT (STDGRAX.cpy), the keyed
      *          index over the closed terms NOTAS-ARQUIVA moved to
      *          STUDENT-GRADES-ARCH.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-CHAVE
               FILE STATUS IS WS-GX-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "STUDENT-GRADES-ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT ARCH-IX-FILE ASSIGN TO "STUDENT-GRADES-ARCH-IX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CHAVE
               FILE STATUS IS WS-AX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADES-IX-FILE.
           COPY STDGRIX.

      * Second FD needs its own record name since STUDENT-GRADE-RECORD
      * is already claimed above by the live file.
       FD  ARCHIVE-FILE.
           COPY STDGRADE
               REPLACING ==STUDENT-GRADE-RECORD==
                             BY ==ARCHIVE-GRADE-RECORD==
                         ==SG-KEY==        BY ==AG-KEY==
                         ==SG-STUDENT-ID== BY ==AG-STUDENT-ID==
                         ==SG-PROGRAMA-ID== BY ==AG-PROGRAMA-ID==
                         ==SG-NOTA-1==     BY ==AG-NOTA-1==
                         ==SG-NOTA-2==     BY ==AG-NOTA-2==
                         ==SG-NOTA-3==     BY ==AG-NOTA-3==
                         ==SG-MEDIA==      BY ==AG-MEDIA==
                         ==SG-RESULTADO==  BY ==AG-RESULTADO==
                         ==SG-DATA-HORA==  BY ==AG-DATA-HORA==
                         ==SG-TERMO==      BY ==AG-TERMO==
                         ==SG-OPERADOR==   BY ==AG-OPERADOR==
                         ==SG-SITUACAO==   BY ==AG-SITUACAO==
                         ==SG-VIGENTE==    BY ==AG-VIGENTE==
                         ==SG-SUPERSEDIDA== BY ==AG-SUPERSEDIDA==
                         ==SG-MOTIVO-AJUSTE== BY ==AG-MOTIVO-AJUSTE==
                         ==SG-TURMA==      BY ==AG-TURMA==.

       FD  ARCH-IX-FILE.
           COPY STDGRAX.

       WORKING-STORAGE SECTION.
       77 WS-SG-STATUS       PIC X(2) VALUE SPACES.
       77 WS-GX-STATUS       PIC X(2) VALUE SPACES.
       77 WS-ARCH-STATUS     PIC X(2) VALUE SPACES.
       77 WS-AX-STATUS       PIC X(2) VALUE SPACES.
       77 WS-ARQ-LIDAS       PIC 9(6) VALUE 0.
       77 WS-ARQ-GRAVADAS    PIC 9(6) VALUE 0.
       77 WS-LIDAS           PIC 9(6) VALUE 0.
       77 WS-GRAVADAS        PIC 9(6) VALUE 0.
       77 WS-COLISOES        PIC 9(6) VALUE 0.
           IF WS-SG-STATUS NOT = "00"
               DISPLAY "STUDENT-GRADES.DAT NAO ENCONTRADO (STATUS "
                   WS-SG-STATUS "). NADA A INDEXAR."
               PERFORM INDEXAR-ARQUIVO-HISTORICO
               STOP RUN
           END-IF.

                   WS-COLISOES
           END-IF.
           DISPLAY "MIRROR KEYED GRAVADO EM STUDENT-GRADES-IX.DAT.".
           PERFORM INDEXAR-ARQUIVO-HISTORICO.
           STOP RUN.

      * The closed terms live in STUDENT-GRADES-ARCH.DAT; no archive
      * yet means NOTAS-ARQUIVA never ran and there is nothing to
      * index.
       INDEXAR-ARQUIVO-HISTORICO.
           MOVE SPACES TO WS-ARCH-STATUS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "STUDENT-GRADES-ARCH.DAT AUSENTE - NENHUM "
                   "TERMO ARQUIVADO A INDEXAR."
           ELSE
               OPEN OUTPUT ARCH-IX-FILE
               IF WS-AX-STATUS NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL CRIAR "
                       "STUDENT-GRADES-ARCH-IX.DAT (STATUS "
                       WS-AX-STATUS ")."
               ELSE
                   PERFORM UNTIL WS-ARCH-STATUS = "10"
                       READ ARCHIVE-FILE
                           AT END
                               MOVE "10" TO WS-ARCH-STATUS
                           NOT AT END
                               ADD 1 TO WS-ARQ-LIDAS
                               PERFORM GRAVAR-LINHA-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE ARCH-IX-FILE
                   DISPLAY "LINHAS DO ARQUIVO HISTORICO LIDAS: "
                       WS-ARQ-LIDAS
                   DISPLAY "LINHAS GRAVADAS NO INDICE DO ARQUIVO: "
                       WS-ARQ-GRAVADAS
               END-IF
               CLOSE ARCHIVE-FILE
           END-IF.

      * Same key, same timestamp happens when a night double-posted:
      * bump GX-SEQ until the write lands so the mirror keeps every
      * row the master keeps.
                   END-IF
               END-IF
           END-PERFORM.

      * Same AX-SEQ bump as the live mirror: an archive row the
      * earlier runs appended twice keeps both index entries, and
      * NOTAS-ARQUIVA finds the first on seq 0.
       GRAVAR-LINHA-ARQUIVO.
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
           MOVE "N" TO WS-GRAVOU.
           PERFORM UNTIL LINHA-GRAVADA OR AX-SEQ > 998
               WRITE GRADE-ARCH-IX-RECORD
               IF WS-AX-STATUS = "00"
                   MOVE "S" TO WS-GRAVOU
                   ADD 1 TO WS-ARQ-GRAVADAS
               ELSE
                   IF WS-AX-STATUS = "22"
                       ADD 1 TO AX-SEQ
                   ELSE
                       DISPLAY "ERRO AO GRAVAR NO INDICE DO ARQUIVO "
                           "(STATUS " WS-AX-STATUS ") - LINHA "
                           WS-ARQ-LIDAS " IGNORADA."
                       MOVE "S" TO WS-GRAVOU
                   END-IF
               END-IF
           END-PERFORM.
