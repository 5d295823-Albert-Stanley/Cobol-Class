      ******************************************************************
      * INTFCTL.cpy
      * Control records every inbound interface file must carry -
      * ROSTER-ENTRADA.DAT, MATRICULAS-ENTRADA.CSV, PAUTAS-ENTRADA.DAT
      * and PORTAL-RETORNO.DAT - since a transfer cut short was once
      * processed as if it were whole. The first line is the #HDR
      * header with the sender, the date the file was cut and the
      * sender's sequence number; the last is the #TRL trailer with
      * the number of data lines between them and two hash totals:
      * the sum of the seven digits after the ALU prefix of every
      * matricula, and the sum of every grade in tenths (99V9 read
      * as a whole number; files without grades send zero). A field
      * that is not numeric adds nothing on either side. The layout
      * is the same fixed one in every file, the CSV included, and
      * is copied as a second record under each intake FD. The
      * intake programs check it all (INTFCHK.cpy) before any row
      * is applied and keep the last sequence accepted per
      * interface and sender in INTERFACE-SEQ.DAT (INTFSEQ.cpy).
      ******************************************************************
       01 INTERFACE-CONTROLE-RECORD.
           05 IC-TIPO               PIC X(04).
               88 IC-CABECALHO      VALUE "#HDR".
               88 IC-TRAILER        VALUE "#TRL".
           05 IC-DADOS              PIC X(36).
           05 IC-HDR REDEFINES IC-DADOS.
               10 IC-REMETENTE      PIC X(10).
               10 IC-DATA-ARQUIVO   PIC X(08).
               10 IC-SEQUENCIA      PIC 9(06).
               10 FILLER            PIC X(12).
           05 IC-TRL REDEFINES IC-DADOS.
               10 IC-QT-REGISTROS   PIC 9(06).
               10 IC-HASH-MATRICULAS PIC 9(12).
               10 IC-HASH-NOTAS     PIC 9(12).
               10 FILLER            PIC X(06).
