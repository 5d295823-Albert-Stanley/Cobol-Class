      ******************************************************************
      * UNIDSEL.cpy
      * Shared WORKING-STORAGE fields for the campus (unidade) filter
      * of the campus-aware programs. The run asks for one campus
      * through the UNIDADE environment variable (spaces = every
      * campus); an operator on OPERATOR-MASTER.DAT below supervisor
      * level is held to OM-UNIDADE whatever was asked, and asking
      * for another campus is refused. A run with no operator on the
      * master - the anonymous nightly batch, or a master not yet
      * deployed - is not restricted. A row whose campus field is
      * spaces belongs to SEDE. The RESOLVER-UNIDADE and
      * VERIFICAR-UNIDADE paragraphs are replicated per program, as
      * LER-OPERADOR is (SESRESOL.cpy).
      ******************************************************************
       01 WS-UNIDADE-FILTRO   PIC X(04) VALUE SPACES.
       01 WS-UNIDADE-PEDIDA   PIC X(04) VALUE SPACES.
       01 WS-UNIDADE-OPERADOR PIC X(04) VALUE SPACES.
       01 WS-UNIDADE-RESTRITA PIC X(01) VALUE "N".
           88 UNIDADE-RESTRITA VALUE "S".
       01 WS-UNIDADE-REG      PIC X(04) VALUE SPACES.
       01 WS-NA-UNIDADE       PIC X(01) VALUE "S".
           88 NA-UNIDADE      VALUE "S".
