      ******************************************************************
      * SISTEMAS.cpy
      * Record layout for SISTEMAS.DAT, the file of linear systems
      * driving batch runs of CALCULO-SISTEMA. SI-ORDEM is 2 or 3;
      * each equation carries its x, y and z coefficients and the
      * right-hand side in the same S9(04)V9(1) picture COEFS.cpy
      * uses. A 2x2 set carries two equations with zero in the z
      * column and may stop there - the short line reads with the
      * third equation as spaces and it is never looked at.
      ******************************************************************
       01 SISTEMA-RECORD.
           05 SI-ORDEM              PIC 9(01).
           05 SI-EQUACAO OCCURS 3 TIMES.
               10 SI-COEF-X         PIC S9(04)V9(1).
               10 SI-COEF-Y         PIC S9(04)V9(1).
               10 SI-COEF-Z         PIC S9(04)V9(1).
               10 SI-TERMO          PIC S9(04)V9(1).
