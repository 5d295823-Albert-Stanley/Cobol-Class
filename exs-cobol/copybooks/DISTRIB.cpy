      ******************************************************************
      * DISTRIB.cpy
      * Record layout for REPORT-DISTRIB.DAT, who gets which report.
      * One line per report file and recipient - DS-ORIGEM is the
      * report file name exactly as SPOOL-CAPTURA records it in
      * SP-ORIGEM (SPOOLIX.cpy), DS-DESTINATARIO the office or person
      * the printout is walked to (COORDENACAO, SECRETARIA,
      * TESOURARIA...) and DS-COPIAS how many copies they get (zero
      * is read as one). A report with several recipients has one
      * line for each. SPOOL-DISTRIBUI prints a cover sheet per
      * recipient and the signed delivery manifest from it, and flags
      * every captured report that has no line here.
      ******************************************************************
       01 DISTRIB-RECORD.
           05 DS-ORIGEM             PIC X(30).
           05 DS-DESTINATARIO       PIC X(20).
           05 DS-COPIAS             PIC 9(02).
