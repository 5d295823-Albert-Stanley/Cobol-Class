      ******************************************************************
      * NTTEMPO.cpy
      * Record layout for NIGHTLY-TEMPOS.DAT, the run-time history of
      * the nightly stream. NIGHTLY-CONTROLE appends one line each
      * time a step ends - the night it belongs to (the date the
      * stream started, so a step that runs past midnight or a
      * restart the next morning still counts with its own night),
      * the start and end timestamps, the elapsed seconds, the
      * records processed and the condition code. The file is only
      * ever appended to; TEMPOS-LOTE reads the last 30 nights of it
      * for the per-step averages and the batch-window forecast.
      ******************************************************************
       01 TEMPO-PASSO-RECORD.
           05 TP-NOITE              PIC X(08).
           05 TP-PASSO              PIC X(12).
           05 TP-INICIO             PIC X(19).
           05 TP-FIM                PIC X(19).
           05 TP-SEGUNDOS           PIC 9(06).
           05 TP-PROCESSADOS        PIC 9(06).
           05 TP-CC                 PIC 9(02).
