      ******************************************************************
      * DIGPEND.cpy
      * Record layout for DIGITACAO-PENDENTE.DAT, the hand-keyed
      * grades of a double-keying course (DUPLADIG.cpy) that have not
      * posted yet. MEDIA, and EXERCICIO13 for its interactive entry,
      * write the first keying as DV-PENDENTE; the second keying, by
      * another operator and without sight of the first, either
      * matches - the grade posts to STUDENT-GRADES.DAT and the line
      * leaves the file - or not, and the line becomes DV-DIVERGENTE
      * with both keyings side by side for the discrepancy list. A
      * divergence is resolved by keying the grade afresh from the
      * source document: that first keying replaces the divergent
      * line. Only outstanding lines are kept; the history of every
      * keying is in AUDIT-LOG.DAT.
      * CONFERENCIA-DIGITACAO prints the daily list of both kinds.
      ******************************************************************
       01 DIGITACAO-PENDENTE-RECORD.
           05 DV-STUDENT-ID         PIC X(10).
           05 DV-COURSE-ID          PIC X(10).
           05 DV-TERMO              PIC X(06).
           05 DV-SITUACAO           PIC X(01).
               88 DV-PENDENTE       VALUE "P".
               88 DV-DIVERGENTE     VALUE "D".
      * First keying.
           05 DV-MODO               PIC X(01).
           05 DV-NOTA-1             PIC S9(2)V9(2).
           05 DV-NOTA-2             PIC S9(2)V9(2).
           05 DV-OPERADOR           PIC X(08).
           05 DV-DATA-HORA          PIC X(19).
      * Second keying - filled only on a divergent line.
           05 DV-MODO-CONF          PIC X(01).
           05 DV-NOTA-1-CONF        PIC S9(2)V9(2).
           05 DV-NOTA-2-CONF        PIC S9(2)V9(2).
           05 DV-CONFERENTE         PIC X(08).
           05 DV-DATA-HORA-CONF     PIC X(19).
      * Third grade of each keying, for EXERCICIO13's three-grade
      * courses; left blank (not numeric) on a two-grade MEDIA line.
           05 DV-NOTA-3             PIC S9(2)V9(2).
           05 DV-NOTA-3-CONF        PIC S9(2)V9(2).
