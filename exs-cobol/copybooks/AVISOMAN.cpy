      ******************************************************************
      * AVISOMAN.cpy
      * Record layout for AVISOS-MANIFESTO.DAT, the append-only
      * delivery manifest of AVISOS-GATEWAY: one line per event and
      * channel each night, proving who was told what and when.
      * MN-CHAVE identifies the event within its template (curso +
      * termo for REPROV/RECUPE, curso + data for FILAPR, the hold
      * number for BLOQUE). An event with an E or O line is never
      * offered again; a C line (no phone or e-mail on file) is
      * retried the next night, once the contact is filled in.
      ******************************************************************
       01 AVISO-MANIFESTO-RECORD.
           05 MN-DATA-HORA          PIC X(19).
           05 MN-STUDENT-ID         PIC X(10).
           05 MN-MODELO             PIC X(06).
           05 MN-CHAVE              PIC X(20).
           05 MN-CANAL              PIC X(05).
           05 MN-DESTINO            PIC X(40).
           05 MN-SITUACAO           PIC X(01).
               88 MN-ENVIADO        VALUE "E".
               88 MN-RECUSADO       VALUE "O".
               88 MN-SEM-CONTATO    VALUE "C".
