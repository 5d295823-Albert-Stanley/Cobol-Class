      ******************************************************************
      * CALCHIST.cpy
      * Shared record layout for the CALC-HISTORY.DAT file. CALCULO-
      * DELTA, CALCULO-SISTEMA (as CALC-SISTEMA), EXERCICIO11 and
      * EXERCICIO12 each append one line per calculation performed -
      * inputs, the function/shape used, and the computed outputs -
      * so accreditation review has a queryable
      * record of what was calculated instead of nothing surviving
      * past STOP RUN. Distinct from AUDIT.cpy, which records rejected
      * input, not successful calculations.
