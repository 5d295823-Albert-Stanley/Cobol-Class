      ******************************************************************
      * TABMEST.cpy
      * Sorted in-memory copies of the three masters the lookup-heavy
      * programs consult for every roster or grade row: STUDENT.DAT
      * by matricula, STUDENT-COURSES.DAT by matricula + course and
      * THRESHOLD.DAT by course. Each master is read once; every
      * record goes into its place in key order as it loads (the
      * files are kept nearly in order, so this is an append almost
      * every time), and a lookup halves the table instead of
      * re-reading the file from the top - the run no longer grows
      * with the square of the roster. A key already in the table
      * keeps its first record, as the old first-match reads did -
      * except a THRESHOLD.DAT course with several dated lines, where
      * a program grading for a term keeps in WS-TK-VIGENCIA the line
      * in force for it (RULEVIG.cpy).
      * A master larger than its table sets the -CHEIA switch; the
      * program says so with the capacity in the message and never
      * works on a silently cut-off table. Every program that
      * copies these fields carries its own CARREGAR-/INSERIR-/
      * LOCALIZAR- paragraphs, as STIDCHK.cpy does. WS-TB-CHAVE is
      * the key searched for; LOCALIZAR- returns TB-ACHOU and in
      * WS-TB-POS the entry found, or where the key would go.
      ******************************************************************
       01 WS-TAB-ALUNOS.
           05 WS-TA-ENTRY OCCURS 5000 TIMES.
               10 WS-TA-ID          PIC X(10).
               10 WS-TA-NOME        PIC X(30).
               10 WS-TA-STATUS      PIC X(01).
               10 WS-TA-TURMA       PIC X(04).
               10 WS-TA-UNIDADE     PIC X(04).
       01 WS-TA-TOTAL           PIC 9(05) VALUE 0.
       01 WS-TA-MAXIMO          PIC 9(05) VALUE 5000.
       01 WS-TA-CHEIA           PIC X VALUE "N".
           88 TA-CHEIA          VALUE "S".

       01 WS-TAB-MATRICULAS.
           05 WS-TM-ENTRY OCCURS 20000 TIMES.
               10 WS-TM-CHAVE.
                   15 WS-TM-ALUNO   PIC X(10).
                   15 WS-TM-CURSO   PIC X(10).
               10 WS-TM-STATUS      PIC X(01).
               10 WS-TM-DATA-EFEITO PIC X(08).
       01 WS-TM-TOTAL           PIC 9(05) VALUE 0.
       01 WS-TM-MAXIMO          PIC 9(05) VALUE 20000.
       01 WS-TM-CHEIA           PIC X VALUE "N".
           88 TM-CHEIA          VALUE "S".

       01 WS-TAB-CORTES.
           05 WS-TK-ENTRY OCCURS 200 TIMES.
               10 WS-TK-CURSO       PIC X(10).
               10 WS-TK-CORTE       PIC 9(2)V9(2).
               10 WS-TK-VIGENCIA    PIC X(06).
       01 WS-TK-TOTAL           PIC 9(05) VALUE 0.
       01 WS-TK-MAXIMO          PIC 9(05) VALUE 200.
       01 WS-TK-CHEIA           PIC X VALUE "N".
           88 TK-CHEIA          VALUE "S".

       01 WS-TB-CHAVE           PIC X(20) VALUE SPACES.
       01 WS-TB-INICIO          PIC 9(05) VALUE 0.
       01 WS-TB-FIM             PIC 9(05) VALUE 0.
       01 WS-TB-MEIO            PIC 9(05) VALUE 0.
       01 WS-TB-POS             PIC 9(05) VALUE 0.
       01 WS-TB-J               PIC 9(05) VALUE 0.
       01 WS-TB-ACHOU           PIC X VALUE "N".
           88 TB-ACHOU          VALUE "S".
