      *          student's EXERCICIO08-NOTAS.DAT rows with the EXER08
      *          weights and cutoff; and the most recent
      *          AUDIT-LOG.DAT entries mentioning the matricula.
      *          The student's active holds on HOLDS.DAT
      *          (BLOQUEIO.cpy) come right under the name, since
      *          they are what stops a declaration, a transcript or
      *          an enrollment. A matricula retired by a merge is
      *          followed through ALUNOS-UNIFICADOS.DAT (UNIFICA.cpy)
      *          to the id that kept the history, and shown as such.
      *          The attempts of closed terms NOTAS-ARQUIVA moved to
      *          STUDENT-GRADES-ARCH.DAT follow the latest outcomes,
      *          read through the keyed STUDENT-GRADES-ARCH-IX.DAT
      *          (STDGRAX.cpy) or a scan of the archive, each marked
      *          ARQ. The EXER08 weights and cutoff are the lines in
      *          force for the open term (RULEVIG.cpy), as
      *          EXERCICIO08 itself computes them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CURRENT-FILE ASSIGN TO "CURRENT-GRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "STUDENT-GRADES-ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT ARCH-IX-FILE ASSIGN TO "STUDENT-GRADES-ARCH-IX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CHAVE
               FILE STATUS IS WS-AX-STATUS.
           SELECT DISCIPLINAS08-FILE ASSIGN TO "EXERCICIO08-NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISC8-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT UNIFICA-FILE ASSIGN TO "ALUNOS-UNIFICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIFICA-STATUS.
           SELECT TERM-FILE ASSIGN TO "ACADEMIC-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-FILE.
           COPY STDGRADE.

      * Second FD needs its own record name since STUDENT-GRADE-RECORD
      * is already claimed above by the snapshot.
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

       FD  DISCIPLINAS08-FILE.
           COPY DISC8.

       FD  AUDIT-FILE.
           COPY AUDIT.

       FD  HOLDS-FILE.
           COPY BLOQUEIO.

       FD  UNIFICA-FILE.
           COPY UNIFICA.

       FD  TERM-FILE.
           COPY TERM.

       WORKING-STORAGE SECTION.
       77 WS-STUDENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-CURRENT-STATUS   PIC X(2) VALUE SPACES.
       77 WS-ARCH-STATUS      PIC X(2) VALUE SPACES.
       77 WS-AX-STATUS        PIC X(2) VALUE SPACES.
       77 WS-DISC8-STATUS     PIC X(2) VALUE SPACES.
       77 WS-THRESHOLD-STATUS PIC X(2) VALUE SPACES.
       77 WS-WEIGHT-STATUS    PIC X(2) VALUE SPACES.
       77 WS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
       77 WS-HOLDS-STATUS     PIC X(2) VALUE SPACES.
       77 WS-UNIFICA-STATUS   PIC X(2) VALUE SPACES.
       77 WS-TERM-STATUS      PIC X(2) VALUE SPACES.
       77 WS-TERMO-ATUAL      PIC X(6) VALUE SPACES.
       COPY RULEVIG.

       77 WS-ALUNO-PEDIDO     PIC X(10) VALUE SPACES.
       77 WS-NOME-ALUNO       PIC X(30) VALUE SPACES.
       77 WS-TURMA-ALUNO      PIC X(4) VALUE SPACES.
       77 WS-ACHOU-ALUNO      PIC X VALUE "N".
           88 ACHOU-ALUNO     VALUE "S".
       77 WS-ENCAMINHOU       PIC X VALUE "N".
           88 ENCAMINHOU      VALUE "S".
       77 WS-SALTOS           PIC 9(2) VALUE 0.

       77 WS-CUTOFF           PIC 9(2)V9(2) VALUE 6.
       77 WS-PESO-P1          PIC 9(3) VALUE 30.
       77 WS-CASOU            PIC X VALUE "N".
           88 LINHA-CASOU     VALUE "S".
       77 WS-MEDIA-DISP       PIC -Z9,99.

      * Programa + posting timestamp of every attempt already shown,
      * so an archived row that is also the latest outcome (or was
      * archived twice by the runs before the archive index) is
      * listed once.
       01 WS-TABELA-VISTAS.
           05 WS-VISTA-CHAVE OCCURS 200 TIMES PIC X(29).
       77 WS-TOTAL-VISTAS     PIC 9(3) VALUE 0.
       77 WS-CHAVE-VISTA      PIC X(29) VALUE SPACES.
       77 WS-JA-VISTA         PIC X VALUE "N".
           88 JA-VISTA        VALUE "S".
       77 WS-FINAL-DISP       PIC ZZ9,99.

       COPY SNCONF.
           ACCEPT WS-ALUNO-PEDIDO.

           PERFORM BUSCAR-ALUNO.
           IF NOT ACHOU-ALUNO
               PERFORM SEGUIR-UNIFICACAO
           END-IF.
           DISPLAY "==================================================".
           IF ACHOU-ALUNO
               DISPLAY "ALUNO: " WS-ALUNO-PEDIDO " " WS-NOME-ALUNO
                   " NAO CONSTA EM STUDENT.DAT"
           END-IF.

           DISPLAY "--- BLOQUEIOS ATIVOS ---".
           PERFORM MOSTRAR-BLOQUEIOS.
           DISPLAY "--- ULTIMO RESULTADO POR PROGRAMA ---".
           PERFORM MOSTRAR-RESULTADOS.
           DISPLAY "--- TENTATIVAS DE TERMOS ARQUIVADOS ---".
           PERFORM MOSTRAR-ARQUIVADAS.
           DISPLAY "--- NOTAS FINAIS POR DISCIPLINA (EXER08) ---".
           PERFORM LER-TERMO-ABERTO.
           PERFORM LER-LIMITE-APROVACAO.
           PERFORM LER-PESOS.
           PERFORM MOSTRAR-DISCIPLINAS.
                               MOVE "S" TO WS-ACHOU-ALUNO
                               MOVE ST-NOME TO WS-NOME-ALUNO
                               MOVE ST-TURMA TO WS-TURMA-ALUNO
                               EVALUATE TRUE
                                   WHEN ST-INATIVO
                                       MOVE "INATIVO"
                                           TO WS-STATUS-ALUNO
                                   WHEN ST-FORMADO
                                       MOVE "FORMADO"
                                           TO WS-STATUS-ALUNO
                                   WHEN OTHER
                                       MOVE "ATIVO"
                                           TO WS-STATUS-ALUNO
                               END-EVALUATE
                               MOVE "10" TO WS-STUDENT-STATUS
                           END-IF
                   END-READ
               CLOSE STUDENT-FILE
           END-IF.

      * A retired matricula forwards to the one it was merged into;
      * that one may itself have been merged later, so the chain is
      * followed (a bounded number of steps, against a looped file).
       SEGUIR-UNIFICACAO.
           MOVE 0 TO WS-SALTOS.
           MOVE "S" TO WS-ENCAMINHOU.
           PERFORM UNTIL ACHOU-ALUNO OR NOT ENCAMINHOU
               OR WS-SALTOS > 9
               PERFORM LER-ENCAMINHAMENTO
               IF ENCAMINHOU
                   ADD 1 TO WS-SALTOS
                   DISPLAY "MATRICULA " UN-ID-ANTIGO " UNIFICADA EM "
                       UN-ID-NOVO " EM " UN-DATA-HORA(1:8)
                       " POR " UN-OPERADOR
                   MOVE UN-ID-NOVO TO WS-ALUNO-PEDIDO
                   PERFORM BUSCAR-ALUNO
               END-IF
           END-PERFORM.

       LER-ENCAMINHAMENTO.
           MOVE "N" TO WS-ENCAMINHOU.
           MOVE SPACES TO WS-UNIFICA-STATUS.
           OPEN INPUT UNIFICA-FILE.
           IF WS-UNIFICA-STATUS = "00"
               PERFORM UNTIL WS-UNIFICA-STATUS = "10"
                   READ UNIFICA-FILE
                       AT END
                           MOVE "10" TO WS-UNIFICA-STATUS
                       NOT AT END
                           IF UN-ID-ANTIGO = WS-ALUNO-PEDIDO
                               MOVE "S" TO WS-ENCAMINHOU
                               MOVE "10" TO WS-UNIFICA-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNIFICA-FILE
           END-IF.

       MOSTRAR-RESULTADOS.
           MOVE 0 TO WS-LINHAS-SECAO.
           MOVE 0 TO WS-TOTAL-VISTAS.
           MOVE SPACES TO WS-CURRENT-STATUS.
           OPEN INPUT CURRENT-FILE.
           IF WS-CURRENT-STATUS NOT = "00"
                                   " " SG-RESULTADO
                                   " EM " SG-DATA-HORA
                                   " TERMO " SG-TERMO
                               MOVE SG-PROGRAMA-ID
                                   TO WS-CHAVE-VISTA(1:10)
                               MOVE SG-DATA-HORA
                                   TO WS-CHAVE-VISTA(11:19)
                               PERFORM REGISTRAR-VISTA
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      * Closed terms moved out by NOTAS-ARQUIVA: the keyed archive
      * index when it exists (programa, then date order), a scan of
      * the archive otherwise (the order they were archived in).
       MOSTRAR-ARQUIVADAS.
           MOVE 0 TO WS-LINHAS-SECAO.
           MOVE SPACES TO WS-AX-STATUS.
           OPEN INPUT ARCH-IX-FILE.
           IF WS-AX-STATUS = "00"
               MOVE WS-ALUNO-PEDIDO TO AX-STUDENT-ID
               MOVE SPACES TO AX-PROGRAMA-ID
               MOVE SPACES TO AX-DATA-HORA
               MOVE 0 TO AX-SEQ
               START ARCH-IX-FILE KEY >= AX-CHAVE
               END-START
               IF WS-AX-STATUS NOT = "00"
                   MOVE "10" TO WS-AX-STATUS
               END-IF
               PERFORM UNTIL WS-AX-STATUS = "10"
                   READ ARCH-IX-FILE NEXT
                       AT END
                           MOVE "10" TO WS-AX-STATUS
                       NOT AT END
                           IF AX-STUDENT-ID = WS-ALUNO-PEDIDO
                               PERFORM MOSTRAR-ARQUIVADA-CHAVE
                           ELSE
                               MOVE "10" TO WS-AX-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-IX-FILE
           ELSE
               MOVE SPACES TO WS-ARCH-STATUS
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCH-STATUS = "00"
                   PERFORM UNTIL WS-ARCH-STATUS = "10"
                       READ ARCHIVE-FILE
                           AT END
                               MOVE "10" TO WS-ARCH-STATUS
                           NOT AT END
                               IF AG-STUDENT-ID = WS-ALUNO-PEDIDO
                                   PERFORM MOSTRAR-ARQUIVADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.
           IF WS-LINHAS-SECAO = 0
               DISPLAY "  (NENHUMA TENTATIVA ARQUIVADA)"
           END-IF.

       MOSTRAR-ARQUIVADA-CHAVE.
           MOVE AX-PROGRAMA-ID TO WS-CHAVE-VISTA(1:10).
           MOVE AX-DATA-HORA TO WS-CHAVE-VISTA(11:19).
           PERFORM REGISTRAR-VISTA.
           IF NOT JA-VISTA
               ADD 1 TO WS-LINHAS-SECAO
               MOVE AX-MEDIA TO WS-MEDIA-DISP
               IF AX-SUPERSEDIDA
                   DISPLAY "  ARQ " AX-PROGRAMA-ID
                       " MEDIA=" WS-MEDIA-DISP
                       " " AX-RESULTADO
                       " EM " AX-DATA-HORA
                       " TERMO " AX-TERMO " (SUPERSEDIDA)"
               ELSE
                   DISPLAY "  ARQ " AX-PROGRAMA-ID
                       " MEDIA=" WS-MEDIA-DISP
                       " " AX-RESULTADO
                       " EM " AX-DATA-HORA
                       " TERMO " AX-TERMO
               END-IF
           END-IF.

       MOSTRAR-ARQUIVADA.
           MOVE AG-PROGRAMA-ID TO WS-CHAVE-VISTA(1:10).
           MOVE AG-DATA-HORA TO WS-CHAVE-VISTA(11:19).
           PERFORM REGISTRAR-VISTA.
           IF NOT JA-VISTA
               ADD 1 TO WS-LINHAS-SECAO
               MOVE AG-MEDIA TO WS-MEDIA-DISP
               IF AG-SUPERSEDIDA
                   DISPLAY "  ARQ " AG-PROGRAMA-ID
                       " MEDIA=" WS-MEDIA-DISP
                       " " AG-RESULTADO
                       " EM " AG-DATA-HORA
                       " TERMO " AG-TERMO " (SUPERSEDIDA)"
               ELSE
                   DISPLAY "  ARQ " AG-PROGRAMA-ID
                       " MEDIA=" WS-MEDIA-DISP
                       " " AG-RESULTADO
                       " EM " AG-DATA-HORA
                       " TERMO " AG-TERMO
               END-IF
           END-IF.

      * Sets JA-VISTA when the key was shown before, otherwise adds
      * it (a full table just stops remembering; the listing goes on).
       REGISTRAR-VISTA.
           MOVE "N" TO WS-JA-VISTA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TOTAL-VISTAS
               IF WS-VISTA-CHAVE(WS-I) = WS-CHAVE-VISTA
                   MOVE "S" TO WS-JA-VISTA
               END-IF
           END-PERFORM.
           IF NOT JA-VISTA AND WS-TOTAL-VISTAS < 200
               ADD 1 TO WS-TOTAL-VISTAS
               MOVE WS-CHAVE-VISTA TO WS-VISTA-CHAVE(WS-TOTAL-VISTAS)
           END-IF.

       MOSTRAR-BLOQUEIOS.
           MOVE 0 TO WS-LINHAS-SECAO.
           MOVE SPACES TO WS-HOLDS-STATUS.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-STATUS = "00"
               PERFORM UNTIL WS-HOLDS-STATUS = "10"
                   READ HOLDS-FILE
                       AT END
                           MOVE "10" TO WS-HOLDS-STATUS
                       NOT AT END
                           IF BL-STUDENT-ID = WS-ALUNO-PEDIDO
                               AND BL-ATIVO
                               ADD 1 TO WS-LINHAS-SECAO
                               DISPLAY "  " BL-TIPO " " BL-SETOR
                                   " DESDE " BL-DATA-COLOCACAO
                                   " " BL-MOTIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.
           IF WS-LINHAS-SECAO = 0
               DISPLAY "  (NENHUM BLOQUEIO ATIVO)"
           END-IF.

       LER-TERMO-ABERTO.
           MOVE SPACES TO WS-TERMO-ATUAL.
           MOVE SPACES TO WS-TERM-STATUS.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-STATUS = "10"
                   READ TERM-FILE
                       AT END
                           MOVE "10" TO WS-TERM-STATUS
                       NOT AT END
                           IF TR-ABERTO
                               MOVE TR-TERM-ID TO WS-TERMO-ATUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.
           MOVE WS-TERMO-ATUAL TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.

      * The EXER08 lines in force for the open term (RULEVIG.cpy).
       LER-LIMITE-APROVACAO.
           MOVE 6 TO WS-CUTOFF.
           MOVE "N" TO WS-VIG-ACHOU.
           MOVE SPACES TO WS-THRESHOLD-STATUS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
                           MOVE "10" TO WS-THRESHOLD-STATUS
                       NOT AT END
                           IF TH-COURSE-ID = "EXER08"
                               AND TH-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR TH-VIGENCIA
                                       > WS-VIG-ESCOLHIDA)
                               MOVE TH-CUTOFF TO WS-CUTOFF
                               MOVE TH-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LER-PESOS.
           MOVE 30 TO WS-PESO-P1.
           MOVE 30 TO WS-PESO-P2.
           MOVE 40 TO WS-PESO-ATIV.
           MOVE "N" TO WS-VIG-ACHOU.
           MOVE SPACES TO WS-WEIGHT-STATUS.
           OPEN INPUT WEIGHT3-FILE.
           IF WS-WEIGHT-STATUS = "00"
                           MOVE "10" TO WS-WEIGHT-STATUS
                       NOT AT END
                           IF W3-COURSE-ID = "EXER08"
                               AND W3-VIGENCIA NOT > WS-VIG-TERMO
                               AND (NOT VIG-ACHOU
                                   OR W3-VIGENCIA
                                       > WS-VIG-ESCOLHIDA)
                               MOVE W3-PESO-P1 TO WS-PESO-P1
                               MOVE W3-PESO-P2 TO WS-PESO-P2
                               MOVE W3-PESO-ATIV TO WS-PESO-ATIV
                               MOVE W3-VIGENCIA TO WS-VIG-ESCOLHIDA
                               MOVE "S" TO WS-VIG-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
