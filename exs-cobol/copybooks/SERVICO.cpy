      ******************************************************************
      * SERVICO.cpy
      * Record layout for SERVICOS-EX12.DAT, the composite-shape jobs
      * EXERCICIO12 prices in batch. Column 1 carries the record
      * type, as in PAUTA.cpy: an H header opens a job with its code,
      * the unit every piece is measured in (C/M/I as in
      * SELECIONAR-UNIDADE), the MATERIAL-PRICES.DAT code that costs
      * the net result (spaces = no costing) and a description; each
      * D line that follows is one piece, + to add or - to subtract,
      * with the shape code from the menu (1=triangulo, 2=circulo,
      * 3=retangulo, 4=trapezio), a quantity or fraction applied to
      * its area and perimeter (0,50 for a half circle, 4,00 for four
      * equal columns; zero reads as 1) and the dimensions in the
      * SHAPE.cpy order for that shape. The next H, or end of file,
      * closes the job.
      ******************************************************************
       01 SERVICO-RECORD.
           05 SV-TIPO               PIC X(01).
               88 SV-CABECALHO      VALUE "H".
               88 SV-DETALHE        VALUE "D".
           05 SV-DADOS              PIC X(60).
           05 SV-CAB REDEFINES SV-DADOS.
               10 SV-SERVICO        PIC X(08).
               10 SV-UNIDADE        PIC X(01).
               10 SV-MATERIAL       PIC X(08).
               10 SV-DESCRICAO      PIC X(30).
               10 FILLER            PIC X(13).
           05 SV-DET REDEFINES SV-DADOS.
               10 SV-OPERACAO       PIC X(01).
               10 SV-FORMA          PIC X(01).
               10 SV-FATOR          PIC 9(2)V99.
               10 SV-DIM-1          PIC 9(4)V99.
               10 SV-DIM-2          PIC 9(4)V99.
               10 SV-DIM-3          PIC 9(4)V99.
               10 SV-DIM-4          PIC 9(4)V99.
               10 SV-DIM-5          PIC 9(4)V99.
               10 FILLER            PIC X(24).
