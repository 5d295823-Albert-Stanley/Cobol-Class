      ******************************************************************
      * SITFEED.cpy
      * Record layout of the daily student status change feed read
      * by the library and the IT account systems,
      * SITUACAO-FEED-nnnnnn.DAT, one file per run numbered by
      * SF-SEQUENCIA. Column 1 carries the record type: the H header
      * opens the file with the run sequence and date, each D line is
      * one account movement, and the T trailer closes it with the
      * sequence again and the number of D lines written. A receiver
      * that finds a sequence other than its last one plus one has
      * missed a day; one whose count of D lines differs from the
      * trailer has a short file.
      * SF-ACAO: I include the account, A change it, D deactivate
      * it. SF-MOTIVO: NOVO (active student not in yesterday's
      * picture, or back to active), TRANSFERENCIA (turma changed,
      * SF-TURMA-ANTERIOR holds the old one), TRANCAMENTO (every
      * enrollment locked), INATIVO (inactive on STUDENT.DAT, or
      * gone from it) and FORMADO (degree conferred).
      ******************************************************************
       01 SITUACAO-FEED-RECORD.
           05 SF-TIPO               PIC X(01).
               88 SF-CABECALHO      VALUE "H".
               88 SF-DETALHE        VALUE "D".
               88 SF-TRAILER        VALUE "T".
           05 SF-DADOS              PIC X(62).
           05 SF-CTL REDEFINES SF-DADOS.
               10 SF-SEQUENCIA      PIC 9(06).
               10 SF-DATA-MOVIMENTO PIC X(08).
               10 SF-QT-REGISTROS   PIC 9(06).
               10 FILLER            PIC X(42).
           05 SF-DET REDEFINES SF-DADOS.
               10 SF-ACAO           PIC X(01).
                   88 SF-INCLUIR    VALUE "I".
                   88 SF-ALTERAR    VALUE "A".
                   88 SF-DESATIVAR  VALUE "D".
               10 SF-STUDENT-ID     PIC X(10).
               10 SF-NOME           PIC X(30).
               10 SF-TURMA          PIC X(04).
               10 SF-MOTIVO         PIC X(13).
               10 SF-TURMA-ANTERIOR PIC X(04).
