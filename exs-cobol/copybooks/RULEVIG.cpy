      ******************************************************************
      * RULEVIG.cpy
      * Shared WORKING-STORAGE fields for picking the grading-rule
      * line in force for a term. THRESHOLD.DAT, WEIGHTS.DAT,
      * WEIGHTS-EX08.DAT, EXAM-RULES.DAT and GRADE-SCALE.DAT carry
      * on every line the term it is in force from (TH-VIGENCIA and
      * the like, spaces = from the beginning), so a cutoff changed
      * for next term no longer regrades this one. For a course the
      * line that counts for term WS-VIG-TERMO is the one with the
      * latest vigencia not after it: the reader scans the whole
      * file, takes a line of the course whose vigencia is not after
      * WS-VIG-TERMO and later than WS-VIG-ESCOLHIDA, and notes its
      * vigencia there (VIG-ACHOU says one was taken). Two lines with
      * the same vigencia keep the file's old rule - the first for
      * THRESHOLD and the WEIGHTS files, the last for EXAM-RULES and
      * GRADE-SCALE, whose readers test NOT < instead. The DEFAULT
      * line is picked the same way in the -PADRAO fields. Term ids
      * compare as text (2026-1 before 2026-2). A run with no term
      * to go by moves HIGH-VALUES to WS-VIG-TERMO and gets the
      * latest line. The test is written out in each reader's own
      * read loop, as RESOLVER-UNIDADE is replicated (UNIDSEL.cpy).
      ******************************************************************
       01 WS-VIG-TERMO        PIC X(06) VALUE SPACES.
       01 WS-VIG-ESCOLHIDA    PIC X(06) VALUE SPACES.
       01 WS-VIG-ACHOU        PIC X(01) VALUE "N".
           88 VIG-ACHOU       VALUE "S".
       01 WS-VIG-ESCOLHIDA-PADRAO PIC X(06) VALUE SPACES.
       01 WS-VIG-ACHOU-PADRAO PIC X(01) VALUE "N".
           88 VIG-ACHOU-PADRAO VALUE "S".
