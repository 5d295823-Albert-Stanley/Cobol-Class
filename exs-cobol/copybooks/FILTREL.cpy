      ******************************************************************
      * FILTREL.cpy
      * Shared WORKING-STORAGE fields for the optional course / term /
      * turma selection of the heavy reports (TENDENCIA-NOTAS,
      * COMPONENTES-REL, DIARIO-CURSO). The run asks for them
      * through the FILTRO_CURSO, FILTRO_TERMO and FILTRO_TURMA
      * environment variables, spaces meaning everything - the way a
      * request queued from the menu (PEDREL.cpy) reaches the report
      * when PEDIDOS-RELATORIO runs it at night. A grade row is kept
      * only when it matches every filter given (TENDENCIA-NOTAS
      * reads the term as the last one of its trend); each report
      * says in its own header which filters it ran under. The
      * LER-FILTROS and VERIFICAR-FILTROS paragraphs are replicated
      * per program, as RESOLVER-UNIDADE is (UNIDSEL.cpy).
      ******************************************************************
       01 WS-FILTRO-CURSO     PIC X(10) VALUE SPACES.
       01 WS-FILTRO-TERMO     PIC X(06) VALUE SPACES.
       01 WS-FILTRO-TURMA     PIC X(04) VALUE SPACES.
       01 WS-FILTRO-ATIVO     PIC X(01) VALUE "N".
           88 FILTRO-ATIVO    VALUE "S".
       01 WS-NO-FILTRO        PIC X(01) VALUE "S".
           88 NO-FILTRO       VALUE "S".
       01 WS-FILTRO-LINHA     PIC X(60) VALUE SPACES.
