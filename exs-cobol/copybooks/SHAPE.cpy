      * a MATERIAL-PRICES.DAT code costs the shape (MATPRICE.cpy),
      * spaces keeps the plain area/perimeter line - old records
      * without the column read as spaces and behave as before.
      * SH-CODIGO 6 solves a triangle from three of its measures:
      * SH-CASO names the case (SSS, SAS, ASA, AAS or SSA) and the
      * first three dimensions carry the given sides and angles (in
      * degrees) in the order the case names them; SH-MATERIAL is
      * not used for it.
      ******************************************************************
       01 SHAPE-RECORD.
           05 SH-CODIGO             PIC X(01).
           05 SH-DIM-4              PIC 9(4)V99.
           05 SH-DIM-5              PIC 9(4)V99.
           05 SH-MATERIAL           PIC X(08).
           05 SH-CASO               PIC X(03).
