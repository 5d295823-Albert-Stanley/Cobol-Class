      * Date: 21-08-2026
      * Purpose: One manager for the CHKPT.cpy checkpoint files the
      *          batch programs keep (EX13-, EX09-, EX10-, EX11-,
      *          EX12-, DELTA- and SISTEMA-CHECKPOINT.DAT), instead of
      *          remembering file names and deleting them by hand -
      *          delete the wrong one and a half-finished run
      *          restarts from zero; keep a stale one and records get
           05 FILLER PIC X(30) VALUE "EX11-CHECKPOINT.DAT".
           05 FILLER PIC X(30) VALUE "EX12-CHECKPOINT.DAT".
           05 FILLER PIC X(30) VALUE "DELTA-CHECKPOINT.DAT".
           05 FILLER PIC X(30) VALUE "SISTEMA-CHECKPOINT.DAT".
       01 WS-TABELA-CHECKPOINT REDEFINES WS-NOMES-CHECKPOINT.
           05 WS-NOME-CHECKPOINT PIC X(30) OCCURS 7 TIMES.
       01 WS-TOTAL-CHECKPOINTS PIC 9(1) VALUE 7.

       01 WS-OPCAO             PIC X VALUE SPACES.
       01 WS-I                 PIC 9(1).
