      ******************************************************************
      * INTFSEQ.cpy
      * Record layout of INTERFACE-SEQ.DAT: one line per inbound
      * interface (ROSTER, MATRICULAS, PAUTAS, PORTAL) and sender
      * with the last file sequence accepted, the date the sender
      * cut that file, when it was accepted and its line count. The
      * next file from the sender must carry the sequence plus one;
      * a sender with no line yet starts wherever its first file
      * does. Rewritten whole by the intake program after a file is
      * applied (INTFCTL.cpy).
      ******************************************************************
       01 INTERFACE-SEQ-RECORD.
           05 IQ-INTERFACE          PIC X(12).
           05 IQ-REMETENTE          PIC X(10).
           05 IQ-SEQUENCIA          PIC 9(06).
           05 IQ-DATA-ARQUIVO       PIC X(08).
           05 IQ-DATA-HORA          PIC X(19).
           05 IQ-QT-REGISTROS       PIC 9(06).
