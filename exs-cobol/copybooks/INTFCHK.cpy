      ******************************************************************
      * INTFCHK.cpy
      * Working fields for the inbound control-record check
      * (INTFCTL.cpy). Every intake program copies these and carries
      * its own CONFERIR-CONTROLE paragraphs (no CALLable subprogram
      * exists in this suite to share the paragraphs themselves):
      * a first pass over the file reads the header, counts and
      * hashes the data lines and reads the trailer; the sequence is
      * checked against INTERFACE-SEQ.DAT (INTFSEQ.cpy), which is
      * rewritten under INTERFACE-SEQ.LCK; WS-IC-SEQ-FORA counts lines
      * past the 100-line table, so a full file is never truncated. Any
      * failure leaves WS-IC-MOTIVO set and the whole file is
      * refused before its first row is applied.
      ******************************************************************
       01 WS-IC-INTERFACE       PIC X(12) VALUE SPACES.
       01 WS-IC-MOTIVO          PIC X(60) VALUE SPACES.
       01 WS-IC-SEQ-STATUS      PIC X(02) VALUE SPACES.
       01 WS-IC-CABECALHO-LIDO  PIC X VALUE "N".
           88 IC-CABECALHO-LIDO VALUE "S".
       01 WS-IC-TRAILER-LIDO    PIC X VALUE "N".
           88 IC-TRAILER-LIDO   VALUE "S".
       01 WS-IC-LINHA-DADOS     PIC X VALUE "N".
           88 IC-LINHA-DADOS    VALUE "S".
       01 WS-IC-REMETENTE       PIC X(10) VALUE SPACES.
       01 WS-IC-DATA-ARQUIVO    PIC X(08) VALUE SPACES.
       01 WS-IC-SEQUENCIA       PIC 9(06) VALUE 0.
       01 WS-IC-QT-INFORMADA    PIC 9(06) VALUE 0.
       01 WS-IC-HASH-MAT-INFORMADO   PIC 9(12) VALUE 0.
       01 WS-IC-HASH-NOTAS-INFORMADO PIC 9(12) VALUE 0.
       01 WS-IC-QT-CONTADA      PIC 9(06) VALUE 0.
       01 WS-IC-HASH-MAT-CONTADO     PIC 9(12) VALUE 0.
       01 WS-IC-HASH-NOTAS-CONTADO   PIC 9(12) VALUE 0.
       01 WS-IC-MATRICULA.
           05 FILLER            PIC X(03).
           05 WS-IC-MAT-NUMERO  PIC 9(07).
       01 WS-IC-NOTAS.
           05 WS-IC-NOTA        PIC 9(03) OCCURS 3 TIMES.
       01 WS-IC-N               PIC 9(01) VALUE 0.
       01 WS-IC-ESPERADA        PIC 9(06) VALUE 0.
       01 WS-IC-K               PIC 9(03) VALUE 0.
       01 WS-IC-SEQ-ACHADA      PIC 9(03) VALUE 0.
       01 WS-IC-TABELA-SEQ.
           05 WS-IC-SEQ-ENTRY OCCURS 100 TIMES.
               10 WS-IC-SEQ-INTERFACE  PIC X(12).
               10 WS-IC-SEQ-REMETENTE  PIC X(10).
               10 WS-IC-SEQ-ULTIMA     PIC 9(06).
               10 WS-IC-SEQ-DATA-ARQ   PIC X(08).
               10 WS-IC-SEQ-DATA-HORA  PIC X(19).
               10 WS-IC-SEQ-QTDE       PIC 9(06).
       01 WS-IC-TOTAL-SEQ       PIC 9(03) VALUE 0.
       01 WS-IC-SEQ-FORA        PIC 9(03) VALUE 0.
