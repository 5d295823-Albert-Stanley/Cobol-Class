      * from here instead of a clerk looking every student up by
      * hand; a failing student with no row lands on the letter
      * run's exceptions page so the letter is not silently
      * unprintable. AD-EMAIL and AD-TELEFONE are the destinations
      * AVISOS-GATEWAY sends to; a student who declined messages
      * (AD-AVISOS = N) is logged in the manifest and never sent.
      * Rows written before the e-mail existed carry spaces and
      * accept messages.
      ******************************************************************
       01 STUDENT-ADDRESS-RECORD.
           05 AD-STUDENT-ID         PIC X(10).
           05 AD-CIDADE             PIC X(20).
           05 AD-CEP                PIC X(09).
           05 AD-TELEFONE           PIC X(15).
           05 AD-EMAIL              PIC X(40).
           05 AD-AVISOS             PIC X(01).
               88 AD-AVISOS-ACEITOS VALUES " ", "S".
               88 AD-AVISOS-RECUSADOS VALUE "N".
