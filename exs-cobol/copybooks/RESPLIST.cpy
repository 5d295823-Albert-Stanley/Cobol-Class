      ******************************************************************
      * RESPLIST.cpy
      * Record layout for RESPOSTAS-ENTRADA.DAT, the answers the
      * students hand back on the workshop problem sheets (see
      * LISTAGER.cpy): one line per answer - matricula, the set id
      * printed on the sheet, the problem number and the answer as
      * written, with comma or point as the decimal separator.
      * RP-PROBLEMA is read through its numeric redefinition only
      * after the characters test numeric.
      ******************************************************************
       01 RESPOSTA-LISTA-RECORD.
           05 RP-STUDENT-ID         PIC X(10).
           05 RP-ID-LISTA           PIC X(08).
           05 RP-PROBLEMA           PIC X(02).
           05 RP-PROBLEMA-NUM REDEFINES RP-PROBLEMA PIC 9(02).
           05 RP-RESPOSTA           PIC X(16).
