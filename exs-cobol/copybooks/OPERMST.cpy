      * suite behaves as before - so the first supervisor can be
      * registered through OPERADORES-MANUT before the gate closes.
      * Levels: 1 = OPERADOR, 2 = COORDENACAO, 3 = SUPERVISOR.
      * OM-UNIDADE is the operator's home campus (CAMPUS.cpy): below
      * supervisor level the campus-aware programs show and change
      * only that campus's rows (UNIDSEL.cpy). Spaces read as SEDE.
      ******************************************************************
       01 OPERATOR-MASTER-RECORD.
           05 OM-OPERATOR-ID        PIC X(08).
               88 OM-NIVEL-OPERADOR    VALUE 1.
               88 OM-NIVEL-COORDENACAO VALUE 2.
               88 OM-NIVEL-SUPERVISOR  VALUE 3.
           05 OM-UNIDADE            PIC X(04).
