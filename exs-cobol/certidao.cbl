      *          an employer. Every issued certificate is recorded
      *          in CERT-REGISTRO.DAT under its number, so a
      *          declaration shown to us later can be verified as
      *          genuinely ours instead of taken on faith. A
      *          student with an active hold on HOLDS.DAT
      *          (BLOQUEIO.cpy) gets no declaration unless a
      *          supervisor overrides; the refusal and the override
      *          go to AUDIT-LOG.DAT. On request each declaration
      *          also quotes the student's rank in the turma for the
      *          course and term, as last computed by
      *          CLASSIFICACAO-TURMA into CLASS-RANK.DAT
      *          (CLASRANK.cpy). A course or term that
      *          NOTAS-ARQUIVA already moved out of the live history
      *          is still certified: the vigente attempt is taken
      *          from STUDENT-GRADES-ARCH.DAT (through the keyed
      *          STUDENT-GRADES-ARCH-IX.DAT, STDGRAX.cpy, or a scan)
      *          when the snapshot has nothing for that course, and
      *          the declaration says it comes from an archived term.
      *          The letter comes from the GRADE-SCALE.DAT line in
      *          force for the row's term (RULEVIG.cpy), as on the
      *          transcript; a scale file longer than the 60-entry
      *          table issues nothing.
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
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT REGISTRO-FILE ASSIGN TO "CERT-REGISTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT RANK-FILE ASSIGN TO "CLASS-RANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANK-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLQ-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDITLER-FILE ASSIGN TO "AUDIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLER-STATUS.
           SELECT OPERSES-FILE ASSIGN TO "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSES-STATUS.
           SELECT OPERMST-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
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

       FD  STUDENT-FILE.
           COPY STUDENT.

           05 CR-RESULTADO       PIC X(09).
           05 CR-DATA-HORA       PIC X(19).

       FD  RANK-FILE.
           COPY CLASRANK.

       FD  HOLDS-FILE.
           COPY BLOQUEIO.

       FD  AUDIT-FILE.
           COPY AUDIT.

      * Second FD on the live log for the chain read (AUDCHAIN.cpy).
       FD  AUDITLER-FILE.
           COPY AUDIT
               REPLACING ==AUDIT-RECORD== BY ==AUDITLER-RECORD==
                         ==AU-TIMESTAMP== BY ==AL-TIMESTAMP==
                         ==AU-PROGRAM==   BY ==AL-PROGRAM==
                         ==AU-MESSAGE==   BY ==AL-MESSAGE==
                         ==AU-OPERATOR==  BY ==AL-OPERATOR==
                         ==AU-SEQ==       BY ==AL-SEQ==
                         ==AU-CHECK==     BY ==AL-CHECK==.

       FD  OPERSES-FILE.
           COPY OPERSES.

       FD  OPERMST-FILE.
           COPY OPERMST.

       FD  LOCK-FILE.
           COPY TRAVREC.

       WORKING-STORAGE SECTION.
       COPY LOCKF.
       COPY AUDCHAIN.
       77 WS-CURRENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-ARCH-STATUS     PIC X(2) VALUE SPACES.
       77 WS-AX-STATUS       PIC X(2) VALUE SPACES.
       77 WS-STUDENT-STATUS  PIC X(2) VALUE SPACES.
       77 WS-ESCALA-STATUS   PIC X(2) VALUE SPACES.
       77 WS-REGISTRO-STATUS PIC X(2) VALUE SPACES.
       77 WS-RANK-STATUS     PIC X(2) VALUE SPACES.
       77 WS-EMITIDAS        PIC 9(3) VALUE 0.
       77 WS-AUDIT-STATUS    PIC X(2) VALUE SPACES.
       77 WS-OPERSES-STATUS  PIC X(2) VALUE SPACES.
       77 WS-OPERMST-STATUS  PIC X(2) VALUE SPACES.
       77 WS-OPERADOR        PIC X(8) VALUE "ANONIMO".
       77 WS-OPERADOR-LIDO   PIC X VALUE "N".
           88 OPERADOR-LIDO  VALUE "S".
       77 WS-SUPERVISOR-OK   PIC X VALUE "N".
           88 SUPERVISOR-OK  VALUE "S".
       COPY SESRESOL.

       01 WS-ALUNO-PEDIDO    PIC X(10) VALUE SPACES.
       01 WS-CURSO-PEDIDO    PIC X(10) VALUE SPACES.
       01 WS-PROX-NUMERO     PIC 9(6) VALUE 1.
       01 WS-NUMERO-DISP     PIC 9(6).
       01 WS-MEDIA-DISP      PIC -Z9,99.
       01 WS-INCLUIR-RANK    PIC X VALUE "N".
           88 INCLUIR-CLASSIFICACAO VALUE "S".
       01 WS-RANK-ACHADO     PIC X VALUE "N".
           88 RANK-ACHADO    VALUE "S".
       01 WS-RANK-TURMA      PIC X(04) VALUE SPACES.
       01 WS-POSICAO-DISP    PIC ZZ9.
       01 WS-TAMANHO-DISP    PIC ZZ9.
       01 WS-PERCENTIL-DISP  PIC ZZ9.
       01 WS-BRANCOS-POS     PIC 9(1) VALUE 0.
       01 WS-BRANCOS-TAM     PIC 9(1) VALUE 0.
       01 WS-BRANCOS-PER     PIC 9(1) VALUE 0.

      * Courses already declared from the snapshot in this run, and
      * the latest vigente archived attempt per course that matches
      * the request - certified only for a course the snapshot did
      * not cover.
       01 WS-TABELA-EMITIDAS.
           05 WS-EMI-PROGRAMA OCCURS 50 TIMES PIC X(10).
       01 WS-TOTAL-EMI       PIC 9(2) VALUE 0.
       01 WS-TABELA-ARQUIVADAS.
           05 WS-ARQ-ENTRY OCCURS 50 TIMES.
               10 WS-ARQ-PROGRAMA  PIC X(10).
               10 WS-ARQ-MEDIA     PIC S9(2)V9(2).
               10 WS-ARQ-RESULTADO PIC X(9).
               10 WS-ARQ-DATA-HORA PIC X(19).
               10 WS-ARQ-TERMO     PIC X(06).
       01 WS-TOTAL-ARQ       PIC 9(2) VALUE 0.
       01 WS-ARQ-I           PIC 9(2).
       01 WS-ARQ-POS         PIC 9(2).
       01 WS-BUSCA-PROGRAMA  PIC X(10) VALUE SPACES.
       01 WS-BUSCA-DATA-HORA PIC X(19) VALUE SPACES.
       01 WS-JA-EMITIDA      PIC X VALUE "N".
           88 JA-EMITIDA     VALUE "S".
       01 WS-ORIGEM-ARQUIVO  PIC X VALUE "N".
           88 ORIGEM-ARQUIVO VALUE "S".

       01 WS-TABELA-ESCALA.
           05 WS-ESCALA-ENTRY OCCURS 60 TIMES.
               10 WS-ESCALA-CURSO PIC X(10).
               10 WS-ESCALA-BANDA OCCURS 5 TIMES.
                   15 WS-ESCALA-MINIMO PIC 9(2)V9(2).
                   15 WS-ESCALA-LETRA  PIC X(01).
               10 WS-ESCALA-VIGENCIA PIC X(06).
       01 WS-TOTAL-ESCALAS   PIC 9(4) VALUE 0.
       COPY RULEVIG.
       01 WS-LETRA-CURSO     PIC X(10) VALUE SPACES.
       01 WS-LETRA-NOTA      PIC S9(3)V9(2) VALUE 0.
       01 WS-LETRA           PIC X VALUE "?".
       01 WS-ESCALA-J        PIC 9(1).
       01 WS-ESCALA-USO      PIC 9(2) VALUE 0.

       01 WS-AUDIT-MSG       PIC X(90) VALUE SPACES.
       COPY BLQCHK.

       COPY SNCONF.

       COPY PRTHDR.
       01 WS-PRINT-LINE      PIC X(100) VALUE SPACES.

               STOP RUN
           END-IF.
           DISPLAY "ALUNO: " WS-STUDENT-NOME.
           MOVE WS-ALUNO-PEDIDO TO WS-BLQ-ALUNO.
           MOVE "DECLARACAO" TO WS-BLQ-SERVICO.
           PERFORM VERIFICAR-BLOQUEIOS.
           IF NOT BLQ-LIBERADO
               DISPLAY "NENHUMA DECLARACAO EMITIDA."
               STOP RUN
           END-IF.

           DISPLAY "CURSO (ENTER = TODOS OS CURSOS DE UM TERMO): ".
           ACCEPT WS-CURSO-PEDIDO.
               DISPLAY "TERMO (EX: 2026-1): "
               ACCEPT WS-TERMO-PEDIDO
           END-IF.
           MOVE SPACES TO WS-SN-RESPOSTA.
           PERFORM UNTIL SN-VALIDA
               DISPLAY "INCLUIR A CLASSIFICACAO NA TURMA? (S/N)"
               ACCEPT WS-SN-RESPOSTA
               IF NOT SN-VALIDA
                   DISPLAY "OPCAO INVALIDA. DIGITE S OU N."
               END-IF
           END-PERFORM.
           IF SN-SIM
               MOVE "S" TO WS-INCLUIR-RANK
           END-IF.

           PERFORM CARREGAR-ESCALAS.
           IF WS-TOTAL-ESCALAS > 60
               DISPLAY "GRADE-SCALE.DAT TEM " WS-TOTAL-ESCALAS
                   " LINHAS - EXCEDE A TABELA DE ESCALAS (MAX 60). "
                   "NENHUMA DECLARACAO EMITIDA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA.
           MOVE 0 TO WS-PRINT-PAGINA.
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM CARREGAR-ARQUIVADAS
               PERFORM EMITIR-ARQUIVADAS
               CLOSE CURRENT-FILE
           END-IF.

           CLOSE PRINT-FILE.
           IF WS-EMITIDAS = 0
               DISPLAY "NENHUMA LINHA VIGENTE ENCONTRADA NO "
                   "SNAPSHOT NEM NOS TERMOS ARQUIVADOS PARA ESTA "
                   "SOLICITACAO."
           ELSE
               DISPLAY WS-EMITIDAS " DECLARACAO(OES) EM "
                   "DECLARACAO-PRINT.DAT, REGISTRADA(S) EM "
      * in the suite - two terminals issuing at once must not stamp
      * the same number, or the register stops proving anything.
       EMITIR-DECLARACAO.
           IF WS-TOTAL-EMI < 50
               ADD 1 TO WS-TOTAL-EMI
               MOVE SG-PROGRAMA-ID TO WS-EMI-PROGRAMA(WS-TOTAL-EMI)
           END-IF.
           MOVE "CERT-REGISTRO.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           PERFORM LER-PROXIMO-NUMERO.
           MOVE SG-MEDIA TO WS-MEDIA-DISP.
           MOVE SG-PROGRAMA-ID TO WS-LETRA-CURSO.
           MOVE SG-MEDIA TO WS-LETRA-NOTA.
           MOVE SG-TERMO TO WS-VIG-TERMO.
           IF WS-VIG-TERMO = SPACES
               MOVE HIGH-VALUES TO WS-VIG-TERMO
           END-IF.
           PERFORM CONVERTER-LETRA.
           MOVE SPACES TO PRINT-LINE.
           STRING "MEDIA " DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           IF ORIGEM-ARQUIVO
               MOVE SPACES TO PRINT-LINE
               STRING "(TERMO ENCERRADO E ARQUIVADO - REGISTRO EM "
                   DELIMITED BY SIZE
                   "STUDENT-GRADES-ARCH.DAT, LANCADO EM "
                   DELIMITED BY SIZE
                   SG-DATA-HORA(1:10) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           END-IF.
           IF INCLUIR-CLASSIFICACAO
               PERFORM IMPRIMIR-CLASSIFICACAO
           END-IF.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM REGISTRAR-EMISSAO.
           PERFORM LIBERAR-TRAVA.

      * Closed terms moved out by NOTAS-ARQUIVA: the keyed archive
      * index when it exists, a scan of the archive otherwise. Only
      * vigente rows matching the course (or the term) asked for
      * are candidates, and per course the latest posting wins.
       CARREGAR-ARQUIVADAS.
           MOVE 0 TO WS-TOTAL-ARQ.
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
                           IF AX-STUDENT-ID NOT = WS-ALUNO-PEDIDO
                               MOVE "10" TO WS-AX-STATUS
                           ELSE
                           IF AX-VIGENTE
                               AND ((WS-CURSO-PEDIDO NOT = SPACES
                                   AND AX-PROGRAMA-ID
                                       = WS-CURSO-PEDIDO)
                                 OR (WS-CURSO-PEDIDO = SPACES
                                   AND AX-TERMO = WS-TERMO-PEDIDO))
                               PERFORM GUARDAR-ARQUIVADA-CHAVE
                           END-IF
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
                                   AND AG-VIGENTE
                                   AND ((WS-CURSO-PEDIDO NOT = SPACES
                                       AND AG-PROGRAMA-ID
                                           = WS-CURSO-PEDIDO)
                                     OR (WS-CURSO-PEDIDO = SPACES
                                       AND AG-TERMO
                                           = WS-TERMO-PEDIDO))
                                   PERFORM GUARDAR-ARQUIVADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       GUARDAR-ARQUIVADA-CHAVE.
           MOVE AX-PROGRAMA-ID TO WS-BUSCA-PROGRAMA.
           MOVE AX-DATA-HORA TO WS-BUSCA-DATA-HORA.
           PERFORM LOCALIZAR-CANDIDATA.
           IF WS-ARQ-POS > 0
               MOVE AX-PROGRAMA-ID TO WS-ARQ-PROGRAMA(WS-ARQ-POS)
               MOVE AX-MEDIA TO WS-ARQ-MEDIA(WS-ARQ-POS)
               MOVE AX-RESULTADO TO WS-ARQ-RESULTADO(WS-ARQ-POS)
               MOVE AX-DATA-HORA TO WS-ARQ-DATA-HORA(WS-ARQ-POS)
               MOVE AX-TERMO TO WS-ARQ-TERMO(WS-ARQ-POS)
           END-IF.

       GUARDAR-ARQUIVADA.
           MOVE AG-PROGRAMA-ID TO WS-BUSCA-PROGRAMA.
           MOVE AG-DATA-HORA TO WS-BUSCA-DATA-HORA.
           PERFORM LOCALIZAR-CANDIDATA.
           IF WS-ARQ-POS > 0
               MOVE AG-PROGRAMA-ID TO WS-ARQ-PROGRAMA(WS-ARQ-POS)
               MOVE AG-MEDIA TO WS-ARQ-MEDIA(WS-ARQ-POS)
               MOVE AG-RESULTADO TO WS-ARQ-RESULTADO(WS-ARQ-POS)
               MOVE AG-DATA-HORA TO WS-ARQ-DATA-HORA(WS-ARQ-POS)
               MOVE AG-TERMO TO WS-ARQ-TERMO(WS-ARQ-POS)
           END-IF.

      * WS-ARQ-POS is the slot the row goes to: the course's own
      * slot when this posting is later than the one held, a new
      * slot for a course not seen yet, zero to drop it.
       LOCALIZAR-CANDIDATA.
           MOVE 0 TO WS-ARQ-POS.
           PERFORM VARYING WS-ARQ-I FROM 1 BY 1
               UNTIL WS-ARQ-I > WS-TOTAL-ARQ OR WS-ARQ-POS > 0
               IF WS-ARQ-PROGRAMA(WS-ARQ-I) = WS-BUSCA-PROGRAMA
                   MOVE WS-ARQ-I TO WS-ARQ-POS
               END-IF
           END-PERFORM.
           IF WS-ARQ-POS > 0
               IF WS-BUSCA-DATA-HORA
                   NOT > WS-ARQ-DATA-HORA(WS-ARQ-POS)
                   MOVE 0 TO WS-ARQ-POS
               END-IF
           ELSE
               IF WS-TOTAL-ARQ < 50
                   ADD 1 TO WS-TOTAL-ARQ
                   MOVE WS-TOTAL-ARQ TO WS-ARQ-POS
               END-IF
           END-IF.

      * The snapshot row of a course is its latest vigente attempt,
      * so an archived one is only declared for a course the
      * snapshot pass above did not print.
       EMITIR-ARQUIVADAS.
           PERFORM VARYING WS-ARQ-I FROM 1 BY 1
               UNTIL WS-ARQ-I > WS-TOTAL-ARQ
               MOVE "N" TO WS-JA-EMITIDA
               PERFORM VARYING WS-ARQ-POS FROM 1 BY 1
                   UNTIL WS-ARQ-POS > WS-TOTAL-EMI
                   IF WS-EMI-PROGRAMA(WS-ARQ-POS)
                       = WS-ARQ-PROGRAMA(WS-ARQ-I)
                       MOVE "S" TO WS-JA-EMITIDA
                   END-IF
               END-PERFORM
               IF NOT JA-EMITIDA
                   MOVE SPACES TO STUDENT-GRADE-RECORD
                   MOVE WS-ALUNO-PEDIDO TO SG-STUDENT-ID
                   MOVE WS-ARQ-PROGRAMA(WS-ARQ-I) TO SG-PROGRAMA-ID
                   MOVE WS-ARQ-MEDIA(WS-ARQ-I) TO SG-MEDIA
                   MOVE WS-ARQ-RESULTADO(WS-ARQ-I) TO SG-RESULTADO
                   MOVE WS-ARQ-DATA-HORA(WS-ARQ-I) TO SG-DATA-HORA
                   MOVE WS-ARQ-TERMO(WS-ARQ-I) TO SG-TERMO
                   MOVE "S" TO WS-ORIGEM-ARQUIVO
                   PERFORM EMITIR-DECLARACAO
                   MOVE "N" TO WS-ORIGEM-ARQUIVO
               END-IF
           END-PERFORM.

      * The rank is quoted as CLASSIFICACAO-TURMA last left it; a
      * course and term it has not ranked yet prints no line and the
      * clerk is told why.
       IMPRIMIR-CLASSIFICACAO.
           MOVE "N" TO WS-RANK-ACHADO.
           MOVE SPACES TO WS-RANK-STATUS.
           OPEN INPUT RANK-FILE.
           IF WS-RANK-STATUS = "00"
               PERFORM UNTIL WS-RANK-STATUS = "10"
                   READ RANK-FILE
                       AT END
                           MOVE "10" TO WS-RANK-STATUS
                       NOT AT END
                           IF CK-STUDENT-ID = WS-ALUNO-PEDIDO
                               AND CK-PROGRAMA-ID = SG-PROGRAMA-ID
                               AND CK-TERMO = SG-TERMO
                               MOVE "S" TO WS-RANK-ACHADO
                               MOVE CK-POSICAO TO WS-POSICAO-DISP
                               MOVE CK-TAMANHO TO WS-TAMANHO-DISP
                               MOVE CK-PERCENTIL
                                   TO WS-PERCENTIL-DISP
                               MOVE CK-TURMA TO WS-RANK-TURMA
                               MOVE "10" TO WS-RANK-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RANK-FILE
           END-IF.
           IF NOT RANK-ACHADO
               DISPLAY "CLASSIFICACAO NAO APURADA PARA O CURSO "
                   SG-PROGRAMA-ID " TERMO " SG-TERMO
                   " - EXECUTE CLASSIFICACAO-TURMA."
           ELSE
               MOVE 0 TO WS-BRANCOS-POS
               MOVE 0 TO WS-BRANCOS-TAM
               MOVE 0 TO WS-BRANCOS-PER
               INSPECT WS-POSICAO-DISP
                   TALLYING WS-BRANCOS-POS FOR LEADING SPACES
               INSPECT WS-TAMANHO-DISP
                   TALLYING WS-BRANCOS-TAM FOR LEADING SPACES
               INSPECT WS-PERCENTIL-DISP
                   TALLYING WS-BRANCOS-PER FOR LEADING SPACES
               MOVE SPACES TO PRINT-LINE
               STRING "CLASSIFICADO(A) EM " DELIMITED BY SIZE
                   WS-POSICAO-DISP(WS-BRANCOS-POS + 1:)
                   DELIMITED BY SIZE
                   "O. LUGAR ENTRE " DELIMITED BY SIZE
                   WS-TAMANHO-DISP(WS-BRANCOS-TAM + 1:)
                   DELIMITED BY SIZE
                   " ALUNOS DA TURMA " DELIMITED BY SIZE
                   WS-RANK-TURMA DELIMITED BY SIZE
                   " (PERCENTIL " DELIMITED BY SIZE
                   WS-PERCENTIL-DISP(WS-BRANCOS-PER + 1:)
                   DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           END-IF.

       REGISTRAR-EMISSAO.
           OPEN EXTEND REGISTRO-FILE.
           IF WS-REGISTRO-STATUS = "35"
           WRITE REGISTRO-RECORD.
           CLOSE REGISTRO-FILE.

      * Active holds (BLQCHK.cpy) on WS-BLQ-ALUNO: each one is shown
      * with its reason and the service is refused unless a
      * supervisor overrides; the refusal and the override both go
      * to AUDIT-LOG.DAT.
       VERIFICAR-BLOQUEIOS.
           MOVE "S" TO WS-BLQ-LIBERADO.
           MOVE 0 TO WS-BLQ-QTDE.
           MOVE SPACES TO WS-BLQ-TIPOS.
           MOVE SPACES TO WS-BLQ-STATUS.
           OPEN INPUT HOLDS-FILE.
           IF WS-BLQ-STATUS = "00"
               PERFORM UNTIL WS-BLQ-STATUS = "10"
                   READ HOLDS-FILE
                       AT END
                           MOVE "10" TO WS-BLQ-STATUS
                       NOT AT END
                           IF BL-STUDENT-ID = WS-BLQ-ALUNO
                               AND BL-ATIVO
                               ADD 1 TO WS-BLQ-QTDE
                               IF WS-BLQ-QTDE <= 5
                                   MOVE BL-TIPO TO WS-BLQ-TIPOS
                                       (WS-BLQ-QTDE * 4 - 3:3)
                               END-IF
                               DISPLAY "BLOQUEIO ATIVO " BL-TIPO
                                   " (" BL-SETOR ") DESDE "
                                   BL-DATA-COLOCACAO ": " BL-MOTIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.
           IF WS-BLQ-QTDE > 0
               MOVE "N" TO WS-BLQ-LIBERADO
               DISPLAY "SERVICO " WS-BLQ-SERVICO " RECUSADO: ALUNO "
                   WS-BLQ-ALUNO " COM " WS-BLQ-QTDE
                   " BLOQUEIO(S) ATIVO(S)."
               MOVE SPACES TO WS-SN-RESPOSTA
               PERFORM UNTIL SN-VALIDA
                   DISPLAY "APLICAR OVERRIDE DE SUPERVISOR? (S/N)"
                   ACCEPT WS-SN-RESPOSTA
                   IF NOT SN-VALIDA
                       DISPLAY "OPCAO INVALIDA. DIGITE S OU N."
                   END-IF
               END-PERFORM
               IF SN-SIM
                   PERFORM VERIFICAR-SUPERVISOR
                   IF SUPERVISOR-OK
                       MOVE "S" TO WS-BLQ-LIBERADO
                       MOVE SPACES TO WS-AUDIT-MSG
                       STRING "OVERRIDE BLOQUEIO ALUNO="
                           DELIMITED BY SIZE
                           WS-BLQ-ALUNO DELIMITED BY SIZE
                           " SERVICO=" DELIMITED BY SIZE
                           WS-BLQ-SERVICO DELIMITED BY SIZE
                           " TIPOS=" DELIMITED BY SIZE
                           WS-BLQ-TIPOS DELIMITED BY SIZE
                           INTO WS-AUDIT-MSG
                       END-STRING
                       PERFORM GRAVAR-AUDITORIA
                       DISPLAY "OVERRIDE REGISTRADO EM AUDIT-LOG.DAT."
                   ELSE
                       DISPLAY "OVERRIDE NEGADO: O OPERADOR DA SESSAO ("
                           WS-OPERADOR ") NAO E SUPERVISOR."
                   END-IF
               END-IF
               IF NOT BLQ-LIBERADO
                   MOVE SPACES TO WS-AUDIT-MSG
                   STRING "BLOQUEIO RECUSOU ALUNO=" DELIMITED BY SIZE
                       WS-BLQ-ALUNO DELIMITED BY SIZE
                       " SERVICO=" DELIMITED BY SIZE
                       WS-BLQ-SERVICO DELIMITED BY SIZE
                       " TIPOS=" DELIMITED BY SIZE
                       WS-BLQ-TIPOS DELIMITED BY SIZE
                       INTO WS-AUDIT-MSG
                   END-STRING
                   PERFORM GRAVAR-AUDITORIA
               END-IF
           END-IF.

      * Supervisor = session operator with level 3 in the operator
      * master; a master not yet on disk means the control is not
      * deployed and the override stands on the operator's word.
       VERIFICAR-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-OK.
           PERFORM LER-OPERADOR.
           MOVE SPACES TO WS-OPERMST-STATUS.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-STATUS NOT = "00"
               MOVE "S" TO WS-SUPERVISOR-OK
           ELSE
               PERFORM UNTIL WS-OPERMST-STATUS = "10"
                   READ OPERMST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMST-STATUS
                       NOT AT END
                           IF OM-OPERATOR-ID = WS-OPERADOR
                               AND OM-NIVEL >= 3
                               MOVE "S" TO WS-SUPERVISOR-OK
                               MOVE "10" TO WS-OPERMST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMST-FILE
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:19) TO AU-TIMESTAMP.
           MOVE "DECLARACAO" TO AU-PROGRAM.
           MOVE WS-AUDIT-MSG TO AU-MESSAGE.
           PERFORM LER-OPERADOR.
           MOVE WS-OPERADOR TO AU-OPERATOR.
           MOVE "AUDIT-LOG.LCK" TO WS-LOCK-NOME.
           PERFORM OBTER-TRAVA.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           PERFORM ENCADEAR-AUDITORIA
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           PERFORM LIBERAR-TRAVA.

      * Resolves THIS terminal's session in the registry (see
      * OPERSES.cpy / SESRESOL.cpy): the menu exports
      * OPERADOR_TERMINAL for the programs it launches; started
      * outside the menu, a single active session still resolves,
      * but several concurrent sessions without a terminal id stay
      * ANONIMO rather than guessing.
       LER-OPERADOR.
           IF NOT OPERADOR-LIDO
               MOVE "S" TO WS-OPERADOR-LIDO
               ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT
                   "OPERADOR_TERMINAL"
               MOVE SPACES TO WS-OPERSES-STATUS
               MOVE 0 TO WS-SESSOES-VISTAS
               OPEN INPUT OPERSES-FILE
               IF WS-OPERSES-STATUS = "00"
                   PERFORM UNTIL WS-OPERSES-STATUS = "10"
                       READ OPERSES-FILE
                           AT END
                               MOVE "10" TO WS-OPERSES-STATUS
                           NOT AT END
                               IF OP-OPERATOR-ID NOT = SPACES
                                   ADD 1 TO WS-SESSOES-VISTAS
                                   MOVE OP-OPERATOR-ID
                                       TO WS-OPERADOR-UNICO
                                   IF WS-TERMINAL-ID NOT = SPACES
                                       AND OP-TERMINAL-ID
                                           = WS-TERMINAL-ID
                                       MOVE OP-OPERATOR-ID
                                           TO WS-OPERADOR
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERSES-FILE
                   IF WS-TERMINAL-ID = SPACES
                       AND WS-SESSOES-VISTAS = 1
                       MOVE WS-OPERADOR-UNICO TO WS-OPERADOR
                   END-IF
               END-IF
           END-IF.


       OBTER-TRAVA.
           MOVE "N" TO WS-LOCK-OBTIDA.
           MOVE 0 TO WS-LOCK-TENTATIVAS.
               CLOSE STUDENT-FILE
           END-IF.

      * The count runs past the table on purpose; the caller stops
      * rather than convert against a scale with lines missing.
       CARREGAR-ESCALAS.
           MOVE 0 TO WS-TOTAL-ESCALAS.
           MOVE SPACES TO WS-ESCALA-STATUS.
           OPEN INPUT GRADE-SCALE-FILE.
           IF WS-ESCALA-STATUS = "00"
               PERFORM UNTIL WS-ESCALA-STATUS = "10"
                   READ GRADE-SCALE-FILE
                       AT END
                           MOVE "10" TO WS-ESCALA-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-ESCALAS
                           IF WS-TOTAL-ESCALAS <= 60
                               MOVE GRADE-SCALE-RECORD
                                   TO WS-ESCALA-ENTRY
                                       (WS-TOTAL-ESCALAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-SCALE-FILE
           END-IF.

      * Course's own scale line in force for WS-VIG-TERMO when it has
      * one, the DEFAULT line in force otherwise - the GRADE-SCALE.DAT
      * convention HISTORICO-ALUNO follows (RULEVIG.cpy; a tie on
      * vigencia keeps the last line).
       CONVERTER-LETRA.
           MOVE "?" TO WS-LETRA.
           MOVE 0 TO WS-ESCALA-USO.
           MOVE "N" TO WS-VIG-ACHOU.
           PERFORM VARYING WS-ESCALA-I FROM 1 BY 1
               UNTIL WS-ESCALA-I > WS-TOTAL-ESCALAS
               IF WS-ESCALA-CURSO(WS-ESCALA-I) = WS-LETRA-CURSO
                   AND WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                       NOT > WS-VIG-TERMO
                   AND (NOT VIG-ACHOU
                       OR WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                           NOT < WS-VIG-ESCOLHIDA)
                   MOVE WS-ESCALA-I TO WS-ESCALA-USO
                   MOVE WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                       TO WS-VIG-ESCOLHIDA
                   MOVE "S" TO WS-VIG-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ESCALA-USO = 0
               MOVE "N" TO WS-VIG-ACHOU-PADRAO
               PERFORM VARYING WS-ESCALA-I FROM 1 BY 1
                   UNTIL WS-ESCALA-I > WS-TOTAL-ESCALAS
                   IF WS-ESCALA-CURSO(WS-ESCALA-I) = "DEFAULT"
                       AND WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                           NOT > WS-VIG-TERMO
                       AND (NOT VIG-ACHOU-PADRAO
                           OR WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                               NOT < WS-VIG-ESCOLHIDA-PADRAO)
                       MOVE WS-ESCALA-I TO WS-ESCALA-USO
                       MOVE WS-ESCALA-VIGENCIA(WS-ESCALA-I)
                           TO WS-VIG-ESCOLHIDA-PADRAO
                       MOVE "S" TO WS-VIG-ACHOU-PADRAO
                   END-IF
               END-PERFORM
           END-IF.
                   END-IF
               END-PERFORM
           END-IF.

      * Tamper-evident chain (AUDCHAIN.cpy): the outgoing line gets
      * the next sequence and the check value chained to the last
      * line already on file, read through the second FD while the
      * AUDIT-LOG lock is held.
       ENCADEAR-AUDITORIA.
           MOVE 0 TO WS-AUSEQ-ANT.
           MOVE 0 TO WS-AUCHK-ANT.
           MOVE SPACES TO WS-AUDITLER-STATUS.
           OPEN INPUT AUDITLER-FILE.
           IF WS-AUDITLER-STATUS = "00"
               PERFORM UNTIL WS-AUDITLER-STATUS = "10"
                   READ AUDITLER-FILE
                       AT END
                           MOVE "10" TO WS-AUDITLER-STATUS
                       NOT AT END
                           IF AL-SEQ IS NUMERIC
                               MOVE AL-SEQ TO WS-AUSEQ-ANT
                               MOVE AL-CHECK TO WS-AUCHK-ANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLER-FILE
           END-IF.
           COMPUTE AU-SEQ = WS-AUSEQ-ANT + 1.
           MOVE 0 TO WS-AUCHK-SOMA.
           PERFORM VARYING WS-AUCHK-I FROM 1 BY 1
               UNTIL WS-AUCHK-I > 130
               COMPUTE WS-AUCHK-SOMA = WS-AUCHK-SOMA
                   + FUNCTION ORD(AUDIT-RECORD(WS-AUCHK-I:1))
                   * WS-AUCHK-I
           END-PERFORM.
           COMPUTE WS-AUCHK-CALC = FUNCTION MOD(
               WS-AUCHK-ANT * 31 + WS-AUCHK-SOMA, 999999937).
           MOVE WS-AUCHK-CALC TO AU-CHECK.
