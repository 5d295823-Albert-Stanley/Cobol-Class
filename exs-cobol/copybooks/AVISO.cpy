      ******************************************************************
      * AVISO.cpy
      * Fixed-layout record of AVISOS-SAIDA.DAT, the file the SMS/
      * e-mail gateway picks up: one line per student, channel and
      * message, written fresh by AVISOS-GATEWAY each night.
      * NT-MODELO is the gateway template and NT-CAMPO-1..4 its
      * merge fields, by template:
      *   REPROV  curso, termo, media, resultado (failing outcome)
      *   RECUPE  curso, termo, media (RECUP-ELEGIVEIS.DAT band)
      *   FILAPR  curso, turma, data (promoted from WAITLIST.DAT)
      *   BLOQUE  tipo, setor, data, numero (hold placed, HOLDS.DAT)
      * NT-DESTINO is the phone (SMS) or address (EMAIL) from
      * STUDENT-ADDRESS.DAT.
      ******************************************************************
       01 NOTIFICACAO-RECORD.
           05 NT-STUDENT-ID         PIC X(10).
           05 NT-CANAL              PIC X(05).
               88 NT-CANAL-SMS      VALUE "SMS".
               88 NT-CANAL-EMAIL    VALUE "EMAIL".
           05 NT-DESTINO            PIC X(40).
           05 NT-MODELO             PIC X(06).
           05 NT-NOME               PIC X(30).
           05 NT-CAMPO-1            PIC X(20).
           05 NT-CAMPO-2            PIC X(20).
           05 NT-CAMPO-3            PIC X(20).
           05 NT-CAMPO-4            PIC X(20).
           05 NT-DATA-HORA          PIC X(19).
