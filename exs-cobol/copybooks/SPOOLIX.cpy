      * records here what was spooled, from which report file, and
      * when - so SPOOL-CONSULTA can list and reprint last Tuesday's
      * report without anyone having thought to copy it last Tuesday.
      * A report run at night on an operator's request (PEDREL.cpy)
      * carries the requester and the request number; the nightly
      * captures leave both blank.
      ******************************************************************
       01 SPOOL-INDEX-RECORD.
           05 SP-SEQ                PIC 9(04).
           05 SP-ORIGEM             PIC X(30).
           05 SP-TIMESTAMP          PIC X(19).
           05 SP-OPERADOR           PIC X(08).
           05 SP-PEDIDO             PIC 9(06).
