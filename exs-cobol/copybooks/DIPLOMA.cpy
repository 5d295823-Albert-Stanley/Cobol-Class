      ******************************************************************
      * DIPLOMA.cpy
      * Record layout for DIPLOMAS.DAT, the diploma register (livro
      * de registro de diplomas) written by COLACAO-GRAU: one line
      * per conferred degree, numbered sequentially in DP-REGISTRO
      * under DIPLOMAS.LCK the way CERT-REGISTRO.DAT numbers the
      * declarations. The name is stored as it stood on the
      * conferral date, so a later rename in STUDENT.DAT does not
      * rewrite the book. DP-MEDIA-FINAL is the credit-weighted
      * average over the vigente APROVADO rows, DP-HORAS the credit
      * hours of the curriculum requirements met. The file is
      * append-only; LIVRO-DIPLOMAS prints it as the register pages.
      ******************************************************************
       01 DIPLOMA-RECORD.
           05 DP-REGISTRO           PIC 9(06).
           05 DP-STUDENT-ID         PIC X(10).
           05 DP-NOME               PIC X(30).
           05 DP-CURRICULO          PIC X(10).
           05 DP-TERMO              PIC X(06).
           05 DP-DATA-COLACAO       PIC X(08).
           05 DP-MEDIA-FINAL        PIC 9(02)V9(02).
           05 DP-HORAS              PIC 9(03).
           05 DP-OPERADOR           PIC X(08).
           05 DP-DATA-HORA          PIC X(19).
