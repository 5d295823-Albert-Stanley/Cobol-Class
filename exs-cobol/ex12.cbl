           SELECT MATPRICE-FILE ASSIGN TO "MATERIAL-PRICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATPRICE-STATUS.
           SELECT SERVICOS-FILE ASSIGN TO "SERVICOS-EX12.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERVICOS-STATUS.
           SELECT SERVPRT-FILE ASSIGN TO "EX12-SERVICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       FD  MATPRICE-FILE.
           COPY MATPRICE.

       FD  SERVICOS-FILE.
           COPY SERVICO.

       FD  SERVPRT-FILE.
       01 SERVPRT-LINE   PIC X(120).

       FD  LOCK-FILE.
           COPY TRAVREC.

       01 WS-TRIANGULO-STATUS            PIC X VALUE "S".
          88 TRIANGULO-VALIDO            VALUE "S".

      * Triangle solver (option 6 / SH-CODIGO 6): the case code and
      * the three given values in the order the case names them,
      * and up to two solved triangles - SSA can have two. Sides a,
      * b, c are in CM after WS-FATOR-CONVERSAO; angles A, B, C are
      * in degrees, each opposite the side of the same letter. Each
      * solution is loaded into the LADO/BASE/ALTURA fields so the
      * option-1 VALIDAR-TRIANGULO and area/perimeter path runs on
      * it unchanged. Degrees convert with EXERCICIO11's pi.
       01 WS-TRI-CASO                    PIC X(3) VALUE SPACES.
          88 TRI-CASO-VALIDO             VALUE "SSS" "SAS" "ASA"
                                               "AAS" "SSA".
       01 WS-TRI-DADO-1                  PIC 9(4)V99 VALUE 0.
       01 WS-TRI-DADO-2                  PIC 9(4)V99 VALUE 0.
       01 WS-TRI-DADO-3                  PIC 9(4)V99 VALUE 0.
       01 WS-TRI-ROTULO-1                PIC X(40) VALUE SPACES.
       01 WS-TRI-ROTULO-2                PIC X(40) VALUE SPACES.
       01 WS-TRI-ROTULO-3                PIC X(40) VALUE SPACES.
       01 WS-TRI-QTDE-SOLUCOES           PIC 9 VALUE 0.
       01 WS-TRI-SOL-I                   PIC 9 VALUE 0.
       01 WS-TRI-MOTIVO                  PIC X(20) VALUE SPACES.
       01 WS-TRI-SOLUCOES.
          05 WS-TRI-SOL OCCURS 2 TIMES.
             10 WS-TRI-LADO-A           PIC 9(6)V9999.
             10 WS-TRI-LADO-B           PIC 9(6)V9999.
             10 WS-TRI-LADO-C           PIC 9(6)V9999.
             10 WS-TRI-ANG-A            PIC 9(3)V9999.
             10 WS-TRI-ANG-B            PIC 9(3)V9999.
             10 WS-TRI-ANG-C            PIC 9(3)V9999.
       01 WS-PI-ALTA-PRECISAO            PIC 9V9(8) VALUE 3,14159265.
       01 WS-TRI-SENO                    PIC S9(3)V9(8) VALUE 0.
       01 WS-TRI-COSSENO                 PIC S9(3)V9(8) VALUE 0.
       01 WS-TRI-ANG-AUX                 PIC S9(4)V9999 VALUE 0.
       01 WS-TRI-ANG-AUX-2               PIC S9(4)V9999 VALUE 0.
       01 WS-TRI-ANG-TXT-A               PIC 9(3)V99.
       01 WS-TRI-ANG-TXT-B               PIC 9(3)V99.
       01 WS-TRI-ANG-TXT-C               PIC 9(3)V99.
       01 WS-TRI-DETALHE                 PIC X(120) VALUE SPACES.

      * Composite-shape jobs (option 7 / SERVICOS-EX12.DAT): the job
      * being priced, the piece in hand and the signed net totals.
      * Every piece is measured in the job's unit; triangle and
      * circle dimensions convert to CM before CALCULAR-RESULTADO as
      * in option 1/2, rectangle and trapezoid results are scaled
      * after it (their fields are too narrow for converted metres),
      * so every line contributes CM2 and CM. The job sheet goes to
      * EX12-SERVICO.DAT, one page per job.
       01 WS-SERVICOS-STATUS             PIC X(2) VALUE SPACES.
       01 WS-FICHA-ABERTA-FLAG           PIC X VALUE "N".
          88 FICHA-ABERTA                VALUE "S".
       01 WS-SV-ABERTO-FLAG              PIC X VALUE "N".
          88 SV-ABERTO                   VALUE "S".
       01 WS-SV-REJEITADO-FLAG           PIC X VALUE "N".
          88 SV-REJEITADO                VALUE "S".
       01 WS-SV-FIM-PECAS                PIC X VALUE "N".
          88 SV-FIM-PECAS                VALUE "S".
       01 WS-SV-CODIGO                   PIC X(8) VALUE SPACES.
       01 WS-SV-DESCRICAO                PIC X(30) VALUE SPACES.
       01 WS-SV-MATERIAL                 PIC X(8) VALUE SPACES.
       01 WS-SV-MOTIVO                   PIC X(40) VALUE SPACES.
       01 WS-SV-OBS                      PIC X(26) VALUE SPACES.
       01 WS-SV-QTDE-PECAS               PIC 9(3) VALUE 0.
       01 WS-SV-OPERACAO                 PIC X VALUE SPACES.
          88 SV-SOMAR                    VALUE "+".
          88 SV-SUBTRAIR                 VALUE "-".
       01 WS-SV-FORMA                    PIC X VALUE SPACES.
          88 SV-FORMA-VALIDA             VALUE "1" THRU "4".
       01 WS-SV-FATOR                    PIC 9(2)V99 VALUE 0.
       01 WS-SV-QTDE-DIMS                PIC 9 VALUE 0.
       01 WS-SV-DIM-I                    PIC 9 VALUE 0.
       01 WS-SV-DIMENSOES.
          05 WS-SV-DIM OCCURS 5 TIMES    PIC 9(4)V99.
       01 WS-SV-AREA-PECA                PIC S9(8)V9999 VALUE 0.
       01 WS-SV-PERIM-PECA               PIC S9(8)V9999 VALUE 0.
       01 WS-SV-AREA-LIQUIDA             PIC S9(8)V9999 VALUE 0.
       01 WS-SV-PERIM-LIQUIDO            PIC S9(8)V9999 VALUE 0.
       01 WS-SV-QTDE-EDIT                PIC 9(3).
       01 WS-SV-AREA-EDIT                PIC -(8)9,99.
       01 WS-SV-PERIM-EDIT               PIC -(8)9,99.
       01 WS-SV-DETALHE                  PIC X(120) VALUE SPACES.
       01 WS-SV-LINHA-PECA.
          05 SLP-SEQ                     PIC ZZ9.
          05 FILLER                      PIC X(2).
          05 SLP-OPERACAO                PIC X(1).
          05 FILLER                      PIC X(2).
          05 SLP-FORMA                   PIC X(10).
          05 FILLER                      PIC X(1).
          05 SLP-FATOR                   PIC Z9,99.
          05 FILLER                      PIC X(2).
          05 SLP-DIMS OCCURS 5 TIMES.
             10 SLP-DIM                  PIC ZZZ9,99.
             10 FILLER                   PIC X(1).
          05 SLP-AREA                    PIC -(8)9,99.
          05 FILLER                      PIC X(2).
          05 SLP-PERIM                   PIC -(8)9,99.
          05 FILLER                      PIC X(2).
          05 SLP-OBS                     PIC X(26).

       01 WS-UNIDADE-MEDIDA              PIC X VALUE "C".
          88 UNIDADE-CM                  VALUE "C".
          88 UNIDADE-M                   VALUE "M".
          05 TEXTO3 PIC X(40) VALUE "3 - Retangulo (area e perimetro)".
          05 TEXTO4 PIC X(40) VALUE "4 - Trapezio (area)".
          05 TEXTO5 PIC X(40) VALUE "5 - Esfera (volume)".
          05 TEXTO6 PIC X(40)
          VALUE "6 - Resolver triangulo (lados e angulos)".
          05 TEXTO7 PIC X(40)
          VALUE "7 - Servico composto (somar/descontar)".

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "MODO (I)NTERATIVO, (B)ATCH (FORMAS) OU "
               "(S)ERVICOS EM LOTE? ".
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.

           EVALUATE WS-MODO
               WHEN "B"
                   PERFORM PROCESSAR-FORMAS-BATCH
               WHEN "S"
                   PERFORM PROCESSAR-SERVICOS-BATCH
               WHEN OTHER
                   MOVE 'S' TO WS-SN-RESPOSTA
                   PERFORM UNTIL SN-NAO
                       PERFORM MOSTRAR-MENU
                       IF OPCAO-CALCULO = '7'
                           PERFORM CAPTAR-SERVICO
                       ELSE
                           PERFORM ENTRADA-DADOS
                           PERFORM PERGUNTAR-MATERIAL
                           IF OPCAO-CALCULO = '6'
                               PERFORM PROCESSAR-TRIANGULO-CASO
                           ELSE
                               PERFORM CALCULAR-RESULTADO
                               PERFORM CUSTEAR-MATERIAL
                               PERFORM GRAVAR-AUDITORIA
                               PERFORM GRAVAR-HISTORICO
                           END-IF
                       END-IF
                       PERFORM PERGUNTAR-CONTINUAR
                   END-PERFORM
                   IF FICHA-ABERTA
                       CLOSE SERVPRT-FILE
                   END-IF
           END-EVALUATE
           STOP RUN.

      * Batch mode for the geometry worksheets: one SHAPE.cpy record
               END-READ
               PERFORM UNTIL WS-SHAPES-STATUS = "10"
                   PERFORM PREPARAR-FORMA-BATCH
                   IF OPCAO-CALCULO = '6'
                       PERFORM PROCESSAR-TRIANGULO-CASO
                   ELSE
                       PERFORM CALCULAR-RESULTADO
                       PERFORM CUSTEAR-MATERIAL
                       PERFORM GRAVAR-AUDITORIA
                       PERFORM GRAVAR-HISTORICO
                       MOVE SPACES TO WS-PRINT-LINE
                       MOVE AU-MESSAGE TO WS-PRINT-LINE
                       PERFORM IMPRIMIR-LINHA-LOTE
                   END-IF
                   ADD 1 TO WS-REGISTROS-PROCESSADOS
                   IF FUNCTION MOD(WS-REGISTROS-PROCESSADOS,
                       WS-CHECKPOINT-INTERVALO) = 0
                   MOVE SH-DIM-3 TO ALTURA-TRAPEZIO
               WHEN '5'
                   MOVE SH-DIM-1 TO RAIO-ESFERA
               WHEN '6'
                   MOVE SPACES TO WS-MATERIAL-ESCOLHIDO
                   MOVE FUNCTION UPPER-CASE(SH-CASO) TO WS-TRI-CASO
                   MOVE SH-DIM-1 TO WS-TRI-DADO-1
                   MOVE SH-DIM-2 TO WS-TRI-DADO-2
                   MOVE SH-DIM-3 TO WS-TRI-DADO-3
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY TEXTO3
           DISPLAY TEXTO4
           DISPLAY TEXTO5
           DISPLAY TEXTO6
           DISPLAY TEXTO7
           DISPLAY "DIGITE 1 A 7:"
           ACCEPT OPCAO-CALCULO.

       ENTRADA-DADOS.
                   COMPUTE VALOR-ENTRADA(12) =
                       FUNCTION NUMVAL(WS-VALOR-ENTRADA-TEXTO)
                   MOVE VALOR-ENTRADA(12) TO RAIO-ESFERA
               WHEN '6'
                   PERFORM SELECIONAR-UNIDADE

                   DISPLAY "CASO (SSS, SAS, ASA, AAS OU SSA):"
                   ACCEPT WS-TRI-CASO
                   MOVE FUNCTION UPPER-CASE(WS-TRI-CASO)
                       TO WS-TRI-CASO
                   PERFORM ROTULAR-DADOS-TRIANGULO
                   IF TRI-CASO-VALIDO
                       DISPLAY "ENTRE COM O " WS-TRI-ROTULO-1
                       ACCEPT WS-VALOR-ENTRADA-TEXTO
                       COMPUTE WS-TRI-DADO-1 =
                           FUNCTION NUMVAL(WS-VALOR-ENTRADA-TEXTO)

                       DISPLAY "ENTRE COM O " WS-TRI-ROTULO-2
                       ACCEPT WS-VALOR-ENTRADA-TEXTO
                       COMPUTE WS-TRI-DADO-2 =
                           FUNCTION NUMVAL(WS-VALOR-ENTRADA-TEXTO)

                       DISPLAY "ENTRE COM O " WS-TRI-ROTULO-3
                       ACCEPT WS-VALOR-ENTRADA-TEXTO
                       COMPUTE WS-TRI-DADO-3 =
                           FUNCTION NUMVAL(WS-VALOR-ENTRADA-TEXTO)
                   ELSE
                       DISPLAY "CASO INVALIDO."
                       MOVE 0 TO WS-TRI-DADO-1
                       MOVE 0 TO WS-TRI-DADO-2
                       MOVE 0 TO WS-TRI-DADO-3
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
           MOVE 0 TO VOLUME-CALCULADO.
           EVALUATE OPCAO-CALCULO
               WHEN '1'
               WHEN '6'
                  PERFORM VALIDAR-TRIANGULO
                  IF TRIANGULO-VALIDO
                     COMPUTE AREA-CALCULADA
              MOVE "N" TO WS-TRIANGULO-STATUS
           END-IF.

      * Triangle solver: any three measures that fix a triangle -
      * three sides (SSS), two sides and the angle between them
      * (SAS), two angles and the side between them (ASA), two
      * angles and the side opposite the first (AAS), or two sides
      * and the angle opposite the first (SSA) - solved for the
      * missing sides and angles by the laws of cosines and sines.
      * SSA is the ambiguous case: when the second angle can be
      * acute or obtuse both triangles are reported, one audit and
      * history line each. Every solution then goes through the
      * option-1 checks, so a set of sides that cannot close is
      * rejected exactly as a typed-in triangle would be.
       PROCESSAR-TRIANGULO-CASO.
           PERFORM RESOLVER-TRIANGULO.
           IF WS-TRI-QTDE-SOLUCOES = 0
               MOVE "N" TO WS-TRIANGULO-STATUS
               MOVE 0 TO WS-TRI-SOL-I
               DISPLAY "TRIANGULO NAO RESOLVIDO: " WS-TRI-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               IF WS-MODO = "B"
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE AU-MESSAGE TO WS-PRINT-LINE
                   PERFORM IMPRIMIR-LINHA-LOTE
               END-IF
           ELSE
               IF WS-TRI-QTDE-SOLUCOES = 2
                   DISPLAY "CASO AMBIGUO: DOIS TRIANGULOS ATENDEM "
                       "AOS DADOS."
               END-IF
               PERFORM VARYING WS-TRI-SOL-I FROM 1 BY 1
                   UNTIL WS-TRI-SOL-I > WS-TRI-QTDE-SOLUCOES
                   PERFORM CARREGAR-SOLUCAO-TRIANGULO
                   PERFORM CALCULAR-RESULTADO
                   PERFORM CUSTEAR-MATERIAL
                   PERFORM GRAVAR-AUDITORIA
                   PERFORM GRAVAR-HISTORICO
                   IF WS-MODO = "B"
                       MOVE SPACES TO WS-PRINT-LINE
                       MOVE WS-TRI-DETALHE TO WS-PRINT-LINE
                       PERFORM IMPRIMIR-LINHA-LOTE
                   END-IF
               END-PERFORM
           END-IF.

       ROTULAR-DADOS-TRIANGULO.
           EVALUATE WS-TRI-CASO
               WHEN "SSS"
                   MOVE "LADO A:" TO WS-TRI-ROTULO-1
                   MOVE "LADO B:" TO WS-TRI-ROTULO-2
                   MOVE "LADO C:" TO WS-TRI-ROTULO-3
               WHEN "SAS"
                   MOVE "LADO B:" TO WS-TRI-ROTULO-1
                   MOVE "ANGULO A, ENTRE B E C (GRAUS):"
                       TO WS-TRI-ROTULO-2
                   MOVE "LADO C:" TO WS-TRI-ROTULO-3
               WHEN "ASA"
                   MOVE "ANGULO B (GRAUS):" TO WS-TRI-ROTULO-1
                   MOVE "LADO A, ENTRE B E C:" TO WS-TRI-ROTULO-2
                   MOVE "ANGULO C (GRAUS):" TO WS-TRI-ROTULO-3
               WHEN "AAS"
                   MOVE "ANGULO A (GRAUS):" TO WS-TRI-ROTULO-1
                   MOVE "ANGULO B (GRAUS):" TO WS-TRI-ROTULO-2
                   MOVE "LADO A, OPOSTO AO ANGULO A:"
                       TO WS-TRI-ROTULO-3
               WHEN "SSA"
                   MOVE "LADO A:" TO WS-TRI-ROTULO-1
                   MOVE "LADO B:" TO WS-TRI-ROTULO-2
                   MOVE "ANGULO A, OPOSTO AO LADO A (GRAUS):"
                       TO WS-TRI-ROTULO-3
               WHEN OTHER
                   MOVE SPACES TO WS-TRI-ROTULO-1
                   MOVE SPACES TO WS-TRI-ROTULO-2
                   MOVE SPACES TO WS-TRI-ROTULO-3
           END-EVALUATE.

       RESOLVER-TRIANGULO.
           MOVE 0 TO WS-TRI-QTDE-SOLUCOES.
           MOVE SPACES TO WS-TRI-MOTIVO.
           INITIALIZE WS-TRI-SOLUCOES.
           MOVE 1 TO WS-TRI-SOL-I.
           IF NOT TRI-CASO-VALIDO
               MOVE "CASO-INVALIDO" TO WS-TRI-MOTIVO
           ELSE
               IF WS-TRI-DADO-1 = 0 OR WS-TRI-DADO-2 = 0
                   OR WS-TRI-DADO-3 = 0
                   MOVE "DADOS-INVALIDOS" TO WS-TRI-MOTIVO
               ELSE
                   EVALUATE WS-TRI-CASO
                       WHEN "SSS"
                           PERFORM RESOLVER-SSS
                       WHEN "SAS"
                           PERFORM RESOLVER-SAS
                       WHEN "ASA"
                           PERFORM RESOLVER-ASA
                       WHEN "AAS"
                           PERFORM RESOLVER-AAS
                       WHEN "SSA"
                           PERFORM RESOLVER-SSA
                   END-EVALUATE
               END-IF
           END-IF.

      * Three sides: when they close, A and B by the law of cosines
      * and C by the angle sum. When they do not, the sides still go
      * forward as one solution so VALIDAR-TRIANGULO rejects them.
       RESOLVER-SSS.
           COMPUTE WS-TRI-LADO-A(1) ROUNDED =
               WS-TRI-DADO-1 * WS-FATOR-CONVERSAO.
           COMPUTE WS-TRI-LADO-B(1) ROUNDED =
               WS-TRI-DADO-2 * WS-FATOR-CONVERSAO.
           COMPUTE WS-TRI-LADO-C(1) ROUNDED =
               WS-TRI-DADO-3 * WS-FATOR-CONVERSAO.
           MOVE 1 TO WS-TRI-QTDE-SOLUCOES.
           IF WS-TRI-LADO-A(1) + WS-TRI-LADO-B(1) > WS-TRI-LADO-C(1)
               AND WS-TRI-LADO-A(1) + WS-TRI-LADO-C(1)
                   > WS-TRI-LADO-B(1)
               AND WS-TRI-LADO-B(1) + WS-TRI-LADO-C(1)
                   > WS-TRI-LADO-A(1)
               COMPUTE WS-TRI-COSSENO ROUNDED =
                   (WS-TRI-LADO-B(1) * WS-TRI-LADO-B(1)
                   + WS-TRI-LADO-C(1) * WS-TRI-LADO-C(1)
                   - WS-TRI-LADO-A(1) * WS-TRI-LADO-A(1))
                   / (2 * WS-TRI-LADO-B(1) * WS-TRI-LADO-C(1))
               PERFORM LIMITAR-COSSENO
               COMPUTE WS-TRI-ANG-A(1) ROUNDED =
                   FUNCTION ACOS(WS-TRI-COSSENO) * 180
                   / WS-PI-ALTA-PRECISAO
               COMPUTE WS-TRI-COSSENO ROUNDED =
                   (WS-TRI-LADO-A(1) * WS-TRI-LADO-A(1)
                   + WS-TRI-LADO-C(1) * WS-TRI-LADO-C(1)
                   - WS-TRI-LADO-B(1) * WS-TRI-LADO-B(1))
                   / (2 * WS-TRI-LADO-A(1) * WS-TRI-LADO-C(1))
               PERFORM LIMITAR-COSSENO
               COMPUTE WS-TRI-ANG-B(1) ROUNDED =
                   FUNCTION ACOS(WS-TRI-COSSENO) * 180
                   / WS-PI-ALTA-PRECISAO
               COMPUTE WS-TRI-ANG-AUX =
                   180 - WS-TRI-ANG-A(1) - WS-TRI-ANG-B(1)
               IF WS-TRI-ANG-AUX > 0
                   MOVE WS-TRI-ANG-AUX TO WS-TRI-ANG-C(1)
               END-IF
           END-IF.

      * Two sides b, c and the angle A between them: a by the law
      * of cosines, then B the same way and C by the angle sum.
       RESOLVER-SAS.
           IF WS-TRI-DADO-2 >= 180
               MOVE "ANGULOS-INVALIDOS" TO WS-TRI-MOTIVO
           ELSE
               COMPUTE WS-TRI-LADO-B(1) ROUNDED =
                   WS-TRI-DADO-1 * WS-FATOR-CONVERSAO
               MOVE WS-TRI-DADO-2 TO WS-TRI-ANG-A(1)
               COMPUTE WS-TRI-LADO-C(1) ROUNDED =
                   WS-TRI-DADO-3 * WS-FATOR-CONVERSAO
               COMPUTE WS-TRI-LADO-A(1) ROUNDED =
                   FUNCTION SQRT(WS-TRI-LADO-B(1) * WS-TRI-LADO-B(1)
                   + WS-TRI-LADO-C(1) * WS-TRI-LADO-C(1)
                   - 2 * WS-TRI-LADO-B(1) * WS-TRI-LADO-C(1)
                   * FUNCTION COS(WS-TRI-ANG-A(1)
                       * WS-PI-ALTA-PRECISAO / 180))
               COMPUTE WS-TRI-COSSENO ROUNDED =
                   (WS-TRI-LADO-A(1) * WS-TRI-LADO-A(1)
                   + WS-TRI-LADO-C(1) * WS-TRI-LADO-C(1)
                   - WS-TRI-LADO-B(1) * WS-TRI-LADO-B(1))
                   / (2 * WS-TRI-LADO-A(1) * WS-TRI-LADO-C(1))
               PERFORM LIMITAR-COSSENO
               COMPUTE WS-TRI-ANG-B(1) ROUNDED =
                   FUNCTION ACOS(WS-TRI-COSSENO) * 180
                   / WS-PI-ALTA-PRECISAO
               COMPUTE WS-TRI-ANG-AUX =
                   180 - WS-TRI-ANG-A(1) - WS-TRI-ANG-B(1)
               IF WS-TRI-ANG-AUX > 0
                   MOVE WS-TRI-ANG-AUX TO WS-TRI-ANG-C(1)
               END-IF
               MOVE 1 TO WS-TRI-QTDE-SOLUCOES
           END-IF.

      * Angles B and C with side a between them: A by the angle sum,
      * b and c by the law of sines.
       RESOLVER-ASA.
           IF WS-TRI-DADO-1 + WS-TRI-DADO-3 >= 180
               MOVE "ANGULOS-INVALIDOS" TO WS-TRI-MOTIVO
           ELSE
               MOVE WS-TRI-DADO-1 TO WS-TRI-ANG-B(1)
               COMPUTE WS-TRI-LADO-A(1) ROUNDED =
                   WS-TRI-DADO-2 * WS-FATOR-CONVERSAO
               MOVE WS-TRI-DADO-3 TO WS-TRI-ANG-C(1)
               COMPUTE WS-TRI-ANG-A(1) =
                   180 - WS-TRI-ANG-B(1) - WS-TRI-ANG-C(1)
               PERFORM APLICAR-LEI-DOS-SENOS
               MOVE 1 TO WS-TRI-QTDE-SOLUCOES
           END-IF.

      * Angles A and B and side a opposite A: C by the angle sum,
      * b and c by the law of sines.
       RESOLVER-AAS.
           IF WS-TRI-DADO-1 + WS-TRI-DADO-2 >= 180
               MOVE "ANGULOS-INVALIDOS" TO WS-TRI-MOTIVO
           ELSE
               MOVE WS-TRI-DADO-1 TO WS-TRI-ANG-A(1)
               MOVE WS-TRI-DADO-2 TO WS-TRI-ANG-B(1)
               COMPUTE WS-TRI-LADO-A(1) ROUNDED =
                   WS-TRI-DADO-3 * WS-FATOR-CONVERSAO
               COMPUTE WS-TRI-ANG-C(1) =
                   180 - WS-TRI-ANG-A(1) - WS-TRI-ANG-B(1)
               PERFORM APLICAR-LEI-DOS-SENOS
               MOVE 1 TO WS-TRI-QTDE-SOLUCOES
           END-IF.

      * Sides a, b and angle A opposite a: sin B = b.sin A / a. Above
      * 1 no triangle closes; otherwise B is the acute arc sine and,
      * when its supplement still leaves room for C, the obtuse
      * supplement gives the second triangle of the ambiguous case.
       RESOLVER-SSA.
           IF WS-TRI-DADO-3 >= 180
               MOVE "ANGULOS-INVALIDOS" TO WS-TRI-MOTIVO
           ELSE
               COMPUTE WS-TRI-LADO-A(1) ROUNDED =
                   WS-TRI-DADO-1 * WS-FATOR-CONVERSAO
               COMPUTE WS-TRI-LADO-B(1) ROUNDED =
                   WS-TRI-DADO-2 * WS-FATOR-CONVERSAO
               MOVE WS-TRI-DADO-3 TO WS-TRI-ANG-A(1)
               COMPUTE WS-TRI-SENO ROUNDED =
                   WS-TRI-LADO-B(1)
                   * FUNCTION SIN(WS-TRI-ANG-A(1)
                       * WS-PI-ALTA-PRECISAO / 180)
                   / WS-TRI-LADO-A(1)
               IF WS-TRI-SENO > 1
                   MOVE "SEM-SOLUCAO" TO WS-TRI-MOTIVO
               ELSE
                   COMPUTE WS-TRI-ANG-AUX ROUNDED =
                       FUNCTION ASIN(WS-TRI-SENO) * 180
                       / WS-PI-ALTA-PRECISAO
                   COMPUTE WS-TRI-ANG-AUX-2 = 180 - WS-TRI-ANG-AUX
                   IF WS-TRI-ANG-A(1) + WS-TRI-ANG-AUX < 180
                       ADD 1 TO WS-TRI-QTDE-SOLUCOES
                       MOVE WS-TRI-QTDE-SOLUCOES TO WS-TRI-SOL-I
                       PERFORM COMPLETAR-SOLUCAO-SSA
                   END-IF
                   IF WS-TRI-ANG-AUX-2 - WS-TRI-ANG-AUX > 0,001
                       AND WS-TRI-ANG-A(1) + WS-TRI-ANG-AUX-2 < 180
                       MOVE WS-TRI-ANG-AUX-2 TO WS-TRI-ANG-AUX
                       ADD 1 TO WS-TRI-QTDE-SOLUCOES
                       MOVE WS-TRI-QTDE-SOLUCOES TO WS-TRI-SOL-I
                       PERFORM COMPLETAR-SOLUCAO-SSA
                   END-IF
                   IF WS-TRI-QTDE-SOLUCOES = 0
                       MOVE "SEM-SOLUCAO" TO WS-TRI-MOTIVO
                   END-IF
               END-IF
           END-IF.

       COMPLETAR-SOLUCAO-SSA.
           MOVE WS-TRI-LADO-A(1) TO WS-TRI-LADO-A(WS-TRI-SOL-I).
           MOVE WS-TRI-ANG-A(1) TO WS-TRI-ANG-A(WS-TRI-SOL-I).
           MOVE WS-TRI-ANG-AUX TO WS-TRI-ANG-B(WS-TRI-SOL-I).
           COMPUTE WS-TRI-ANG-C(WS-TRI-SOL-I) =
               180 - WS-TRI-ANG-A(WS-TRI-SOL-I)
               - WS-TRI-ANG-B(WS-TRI-SOL-I).
           PERFORM APLICAR-LEI-DOS-SENOS.

      * b and c from a and the three angles of solution WS-TRI-SOL-I:
      * b = a.sin B / sin A, c = a.sin C / sin A.
       APLICAR-LEI-DOS-SENOS.
           COMPUTE WS-TRI-SENO ROUNDED =
               FUNCTION SIN(WS-TRI-ANG-A(WS-TRI-SOL-I)
                   * WS-PI-ALTA-PRECISAO / 180).
           COMPUTE WS-TRI-LADO-B(WS-TRI-SOL-I) ROUNDED =
               WS-TRI-LADO-A(WS-TRI-SOL-I)
               * FUNCTION SIN(WS-TRI-ANG-B(WS-TRI-SOL-I)
                   * WS-PI-ALTA-PRECISAO / 180)
               / WS-TRI-SENO.
           COMPUTE WS-TRI-LADO-C(WS-TRI-SOL-I) ROUNDED =
               WS-TRI-LADO-A(WS-TRI-SOL-I)
               * FUNCTION SIN(WS-TRI-ANG-C(WS-TRI-SOL-I)
                   * WS-PI-ALTA-PRECISAO / 180)
               / WS-TRI-SENO.

       LIMITAR-COSSENO.
           IF WS-TRI-COSSENO > 1
               MOVE 1 TO WS-TRI-COSSENO
           END-IF.
           IF WS-TRI-COSSENO < -1
               MOVE -1 TO WS-TRI-COSSENO
           END-IF.

      * Loads solution WS-TRI-SOL-I into the option-1 fields: the
      * three sides, side a as the base and b.sin C as the height
      * on it, so CALCULAR-RESULTADO gives area and perimeter.
       CARREGAR-SOLUCAO-TRIANGULO.
           MOVE WS-TRI-LADO-A(WS-TRI-SOL-I) TO LADO1-TRIANGULO.
           MOVE WS-TRI-LADO-B(WS-TRI-SOL-I) TO LADO2-TRIANGULO.
           MOVE WS-TRI-LADO-C(WS-TRI-SOL-I) TO LADO3-TRIANGULO.
           MOVE WS-TRI-LADO-A(WS-TRI-SOL-I) TO BASE-TRIANGULO.
           COMPUTE ALTURA-TRIANGULO ROUNDED =
               WS-TRI-LADO-B(WS-TRI-SOL-I)
               * FUNCTION SIN(WS-TRI-ANG-C(WS-TRI-SOL-I)
                   * WS-PI-ALTA-PRECISAO / 180).
           COMPUTE WS-TRI-ANG-TXT-A ROUNDED =
               WS-TRI-ANG-A(WS-TRI-SOL-I).
           COMPUTE WS-TRI-ANG-TXT-B ROUNDED =
               WS-TRI-ANG-B(WS-TRI-SOL-I).
           COMPUTE WS-TRI-ANG-TXT-C ROUNDED =
               WS-TRI-ANG-C(WS-TRI-SOL-I).
           DISPLAY "TRIANGULO " WS-TRI-SOL-I " DE "
               WS-TRI-QTDE-SOLUCOES ": LADOS (CM) A=" LADO1-TRIANGULO
               " B=" LADO2-TRIANGULO " C=" LADO3-TRIANGULO.
           DISPLAY "  ANGULOS (GRAUS) A=" WS-TRI-ANG-TXT-A
               " B=" WS-TRI-ANG-TXT-B " C=" WS-TRI-ANG-TXT-C.

      * One line per solution for the audit log (first 90 columns)
      * and CALC-HISTORY.DAT; a case that solved to nothing carries
      * the given values and the reason instead.
       MONTAR-DETALHE-TRIANGULO.
           MOVE SPACES TO WS-TRI-DETALHE.
           IF WS-TRI-QTDE-SOLUCOES = 0
               STRING "TRIANGULO " DELIMITED BY SIZE
                   WS-TRI-CASO DELIMITED BY SIZE
                   " UNIDADE=" DELIMITED BY SIZE
                   WS-UNIDADE-MEDIDA DELIMITED BY SIZE
                   " DADOS=" DELIMITED BY SIZE
                   WS-TRI-DADO-1 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TRI-DADO-2 DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TRI-DADO-3 DELIMITED BY SIZE
                   " REJEITADO=" DELIMITED BY SIZE
                   WS-TRI-MOTIVO DELIMITED BY SPACE
                   INTO WS-TRI-DETALHE
               END-STRING
           ELSE
               IF TRIANGULO-VALIDO
                   STRING "TRIANGULO " DELIMITED BY SIZE
                       WS-TRI-CASO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TRI-SOL-I DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-TRI-QTDE-SOLUCOES DELIMITED BY SIZE
                       " LADOS(CM)=" DELIMITED BY SIZE
                       LADO1-TRIANGULO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       LADO2-TRIANGULO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       LADO3-TRIANGULO DELIMITED BY SIZE
                       " ANG=" DELIMITED BY SIZE
                       WS-TRI-ANG-TXT-A DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-TRI-ANG-TXT-B DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-TRI-ANG-TXT-C DELIMITED BY SIZE
                       " AREA=" DELIMITED BY SIZE
                       AREA-CALCULADA DELIMITED BY SIZE
                       " PERIM=" DELIMITED BY SIZE
                       PERIMETRO-CALCULADO DELIMITED BY SIZE
                       INTO WS-TRI-DETALHE
                   END-STRING
               ELSE
                   STRING "TRIANGULO " DELIMITED BY SIZE
                       WS-TRI-CASO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TRI-SOL-I DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-TRI-QTDE-SOLUCOES DELIMITED BY SIZE
                       " LADOS(CM)=" DELIMITED BY SIZE
                       LADO1-TRIANGULO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       LADO2-TRIANGULO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       LADO3-TRIANGULO DELIMITED BY SIZE
                       " REJEITADO=LADOS-INVALIDOS"
                           DELIMITED BY SIZE
                       INTO WS-TRI-DETALHE
                   END-STRING
               END-IF
           END-IF.

      * Material costing for the vocational projects: an optional
      * MATERIAL-PRICES.DAT code (MATPRICE.cpy) prices the computed
      * area and perimeter - fencing by length, paint and sheet
       CUSTEAR-MATERIAL.
           MOVE SPACES TO WS-CUSTO-TEXTO.
           IF WS-MATERIAL-ESCOLHIDO NOT = SPACES
               AND NOT ((OPCAO-CALCULO = '1' OR '6')
                   AND NOT TRIANGULO-VALIDO)
               IF NOT PRECOS-CARREGADOS
                   PERFORM CARREGAR-PRECOS
                           WS-CUSTO-EDIT DELIMITED BY SIZE
                           INTO WS-CUSTO-TEXTO
                       END-STRING
                       IF WS-MODO NOT = "B"
                           DISPLAY "CUSTO DO MATERIAL ("
                               WS-PRE-DESC(WS-MAT-ACH) "): "
                               WS-CUSTO-EDIT
                       END-IF
                       PERFORM ACUMULAR-TOTAL-MATERIAL
                   ELSE
                       STRING " MATERIAL=" DELIMITED BY SIZE
                           WS-MATERIAL-ESCOLHIDO DELIMITED BY SPACE
           END-IF.


      * Composite-shape jobs: a floor that is a rectangle plus half
      * a circle minus a square column is one job of three pieces.
      * Each piece runs through CALCULAR-RESULTADO like a single
      * shape, is scaled to CM2/CM, multiplied by its quantity or
      * fraction and added to or taken from the job's net area and
      * perimeter (a subtracted piece takes its perimeter off too).
      * The net result is then costed by CUSTEAR-MATERIAL and
      * written once to the audit log and CALC-HISTORY.DAT. A bad
      * piece - invalid shape, operation or triangle - rejects the
      * whole job rather than pricing it short, as does a net area
      * or perimeter below zero or beyond the costing fields.
       PROCESSAR-SERVICOS-BATCH.
           OPEN INPUT SERVICOS-FILE.
           IF WS-SERVICOS-STATUS NOT = "00"
               DISPLAY "ERRO: SERVICOS-EX12.DAT NAO ENCONTRADO (STATUS "
                   WS-SERVICOS-STATUS "). LOTE CANCELADO."
           ELSE
               PERFORM ABRIR-FICHA-SERVICO
               READ SERVICOS-FILE
                   AT END MOVE "10" TO WS-SERVICOS-STATUS
               END-READ
               PERFORM UNTIL WS-SERVICOS-STATUS = "10"
                   EVALUATE TRUE
                       WHEN SV-CABECALHO
                           IF SV-ABERTO
                               PERFORM ENCERRAR-SERVICO
                           END-IF
                           MOVE SV-SERVICO TO WS-SV-CODIGO
                           MOVE SV-DESCRICAO TO WS-SV-DESCRICAO
                           MOVE FUNCTION UPPER-CASE(SV-MATERIAL)
                               TO WS-SV-MATERIAL
                           MOVE FUNCTION UPPER-CASE(SV-UNIDADE)
                               TO WS-UNIDADE-MEDIDA
                           PERFORM INICIAR-SERVICO
                       WHEN SV-DETALHE AND SV-ABERTO
                           MOVE SV-OPERACAO TO WS-SV-OPERACAO
                           MOVE SV-FORMA TO WS-SV-FORMA
                           MOVE SV-FATOR TO WS-SV-FATOR
                           MOVE SV-DIM-1 TO WS-SV-DIM(1)
                           MOVE SV-DIM-2 TO WS-SV-DIM(2)
                           MOVE SV-DIM-3 TO WS-SV-DIM(3)
                           MOVE SV-DIM-4 TO WS-SV-DIM(4)
                           MOVE SV-DIM-5 TO WS-SV-DIM(5)
                           PERFORM PROCESSAR-PECA-SERVICO
                       WHEN OTHER
                           MOVE SPACES TO WS-REJEICAO-MSG
                           STRING "SERVICOS-EX12.DAT: REGISTRO "
                               DELIMITED BY SIZE
                               SV-TIPO DELIMITED BY SIZE
                               " FORA DE UM SERVICO IGNORADO"
                               DELIMITED BY SIZE
                               INTO WS-REJEICAO-MSG
                           END-STRING
                           DISPLAY WS-REJEICAO-MSG
                           PERFORM REGISTRAR-REJEICAO
                   END-EVALUATE
                   READ SERVICOS-FILE
                       AT END MOVE "10" TO WS-SERVICOS-STATUS
                   END-READ
               END-PERFORM
               IF SV-ABERTO
                   PERFORM ENCERRAR-SERVICO
               END-IF
               CLOSE SERVICOS-FILE
               CLOSE SERVPRT-FILE
               DISPLAY "FICHAS DE SERVICO GRAVADAS EM EX12-SERVICO.DAT"
           END-IF.

       CAPTAR-SERVICO.
           DISPLAY "CODIGO DO SERVICO:"
           ACCEPT WS-SV-CODIGO
           MOVE FUNCTION UPPER-CASE(WS-SV-CODIGO) TO WS-SV-CODIGO
           DISPLAY "DESCRICAO DO SERVICO:"
           ACCEPT WS-SV-DESCRICAO
           PERFORM SELECIONAR-UNIDADE
           DISPLAY "MATERIAL PARA CUSTEIO (ENTER = NENHUM):"
           ACCEPT WS-SV-MATERIAL
           MOVE FUNCTION UPPER-CASE(WS-SV-MATERIAL) TO WS-SV-MATERIAL
           PERFORM ABRIR-FICHA-SERVICO
           PERFORM INICIAR-SERVICO
           MOVE "N" TO WS-SV-FIM-PECAS
           PERFORM UNTIL SV-FIM-PECAS
               DISPLAY "PECA - FORMA (1=TRIANGULO 2=CIRCULO "
                   "3=RETANGULO 4=TRAPEZIO, ENTER = ENCERRAR):"
               MOVE SPACES TO WS-SV-FORMA
               ACCEPT WS-SV-FORMA
               EVALUATE TRUE
                   WHEN WS-SV-FORMA = SPACES
                       MOVE "S" TO WS-SV-FIM-PECAS
                   WHEN NOT SV-FORMA-VALIDA
                       DISPLAY "FORMA INVALIDA. DIGITE 1 A 4."
                   WHEN OTHER
                       PERFORM CAPTAR-PECA-SERVICO
                       PERFORM PROCESSAR-PECA-SERVICO
               END-EVALUATE
           END-PERFORM
           PERFORM ENCERRAR-SERVICO.
           DISPLAY "FICHA DE SERVICO GRAVADA EM EX12-SERVICO.DAT".

       CAPTAR-PECA-SERVICO.
           MOVE SPACES TO WS-SV-OPERACAO
           PERFORM UNTIL SV-SOMAR OR SV-SUBTRAIR
               DISPLAY "(S)OMAR OU (D)ESCONTAR A PECA?"
               ACCEPT WS-SV-OPERACAO
               MOVE FUNCTION UPPER-CASE(WS-SV-OPERACAO)
                   TO WS-SV-OPERACAO
               EVALUATE WS-SV-OPERACAO
                   WHEN "S"
                       MOVE "+" TO WS-SV-OPERACAO
                   WHEN "D"
                       MOVE "-" TO WS-SV-OPERACAO
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA. DIGITE S OU D."
               END-EVALUATE
           END-PERFORM
           DISPLAY "QUANTIDADE OU FRACAO DA PECA (ENTER = 1):"
           MOVE SPACES TO WS-VALOR-ENTRADA-TEXTO
           ACCEPT WS-VALOR-ENTRADA-TEXTO
           IF WS-VALOR-ENTRADA-TEXTO = SPACES
               MOVE 1 TO WS-SV-FATOR
           ELSE
               COMPUTE WS-SV-FATOR =
                   FUNCTION NUMVAL(WS-VALOR-ENTRADA-TEXTO)
           END-IF
           MOVE 0 TO WS-SV-DIM(1) WS-SV-DIM(2) WS-SV-DIM(3)
               WS-SV-DIM(4) WS-SV-DIM(5)
           EVALUATE WS-SV-FORMA
               WHEN '1'
                   DISPLAY "ENTRE COM A BASE DO TRIANGULO:"
                   MOVE 1 TO WS-SV-DIM-I
                   PERFORM LER-DIMENSAO-PECA
                   DISPLAY "ENTRE COM A ALTURA DO TRIANGULO:"
                   MOVE 2 TO WS-SV-DIM-I
                   PERFORM LER-DIMENSAO-PECA
                   DISPLAY "ENTRE COM O LADO 1:"
                   MOVE 3 TO WS-SV-DIM-I
                   PERFORM LER-DIMENSAO-PECA
                   DISPLAY "ENTRE COM O LADO 2:"
                   MOVE 4 TO WS-SV-DIM-I
                   PERFORM LER-DIMENSAO-PECA
                   DISPLAY "ENTRE COM O LADO 3:"
                   MOVE 5 TO WS-SV-DIM-I
                   PERFORM LER-DIMENSAO-PECA
               WHEN '2'
                   DISPLAY "ENTRE COM O RAIO DO CÍRCULO:"
                   MOVE 1 TO WS-SV-DIM-I
                   PERFORM LER-DIMENSAO-PECA
               WHEN '3'
                   DISPLAY "ENTRE COM O COMPRIMENTO DO RETANGULO:"
                   MOVE 1 TO WS-SV-DIM-I
                   PERFORM LER-DIMENSAO-PECA
                   DISPLAY "ENTRE COM A LARGURA DO RETANGULO:"
                   MOVE 2 TO WS-SV-DIM-I
                   PERFORM LER-DIMENSAO-PECA
               WHEN '4'
                   DISPLAY "ENTRE COM A BASE MAIOR DO TRAPEZIO:"
                   MOVE 1 TO WS-SV-DIM-I
                   PERFORM LER-DIMENSAO-PECA
                   DISPLAY "ENTRE COM A BASE MENOR DO TRAPEZIO:"
                   MOVE 2 TO WS-SV-DIM-I
                   PERFORM LER-DIMENSAO-PECA
                   DISPLAY "ENTRE COM A ALTURA DO TRAPEZIO:"
                   MOVE 3 TO WS-SV-DIM-I
                   PERFORM LER-DIMENSAO-PECA
               WHEN OTHER
                   DISPLAY "FORMA INVALIDA."
           END-EVALUATE.

       LER-DIMENSAO-PECA.
           ACCEPT WS-VALOR-ENTRADA-TEXTO.
           COMPUTE WS-SV-DIM(WS-SV-DIM-I) =
               FUNCTION NUMVAL(WS-VALOR-ENTRADA-TEXTO).

       ABRIR-FICHA-SERVICO.
           IF NOT FICHA-ABERTA
               OPEN OUTPUT SERVPRT-FILE
               MOVE "S" TO WS-FICHA-ABERTA-FLAG
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATA
               MOVE 0 TO WS-PRINT-PAGINA
           END-IF.

      * Opens a job: the unit factor as SELECIONAR-UNIDADE sets it,
      * zeroed totals and a fresh page of the job sheet.
       INICIAR-SERVICO.
           EVALUATE TRUE
               WHEN UNIDADE-M
                   MOVE 100 TO WS-FATOR-CONVERSAO
               WHEN UNIDADE-IN
                   MOVE 2,54 TO WS-FATOR-CONVERSAO
               WHEN OTHER
                   MOVE "C" TO WS-UNIDADE-MEDIDA
                   MOVE 1 TO WS-FATOR-CONVERSAO
           END-EVALUATE.
           MOVE "S" TO WS-SV-ABERTO-FLAG.
           MOVE "N" TO WS-SV-REJEITADO-FLAG.
           MOVE SPACES TO WS-SV-MOTIVO.
           MOVE 0 TO WS-SV-QTDE-PECAS.
           MOVE 0 TO WS-SV-AREA-LIQUIDA.
           MOVE 0 TO WS-SV-PERIM-LIQUIDO.
           ADD 1 TO WS-PRINT-PAGINA.
           PERFORM IMPRIMIR-CABECALHO-SERVICO.

       PROCESSAR-PECA-SERVICO.
           ADD 1 TO WS-SV-QTDE-PECAS.
           MOVE WS-SV-QTDE-PECAS TO WS-SV-QTDE-EDIT.
           MOVE SPACES TO WS-SV-OBS.
           MOVE 0 TO WS-SV-AREA-PECA.
           MOVE 0 TO WS-SV-PERIM-PECA.
           IF WS-SV-FATOR = 0
               MOVE 1 TO WS-SV-FATOR
           END-IF.
           MOVE WS-SV-FORMA TO OPCAO-CALCULO.
           EVALUATE TRUE
               WHEN NOT SV-FORMA-VALIDA
                   MOVE "REJEITADA: FORMA-INVALIDA" TO WS-SV-OBS
               WHEN NOT SV-SOMAR AND NOT SV-SUBTRAIR
                   MOVE "REJEITADA: OPERACAO" TO WS-SV-OBS
               WHEN OTHER
                   PERFORM CALCULAR-PECA-SERVICO
           END-EVALUATE.
           IF WS-SV-OBS = SPACES
               COMPUTE WS-SV-AREA-PECA ROUNDED =
                   WS-SV-AREA-PECA * WS-SV-FATOR
               COMPUTE WS-SV-PERIM-PECA ROUNDED =
                   WS-SV-PERIM-PECA * WS-SV-FATOR
               IF SV-SUBTRAIR
                   COMPUTE WS-SV-AREA-PECA = 0 - WS-SV-AREA-PECA
                   COMPUTE WS-SV-PERIM-PECA = 0 - WS-SV-PERIM-PECA
               END-IF
               ADD WS-SV-AREA-PECA TO WS-SV-AREA-LIQUIDA
               ADD WS-SV-PERIM-PECA TO WS-SV-PERIM-LIQUIDO
           ELSE
               IF NOT SV-REJEITADO
                   MOVE "S" TO WS-SV-REJEITADO-FLAG
                   MOVE SPACES TO WS-SV-MOTIVO
                   STRING "PECA " DELIMITED BY SIZE
                       WS-SV-QTDE-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SV-OBS(12:) DELIMITED BY SPACE
                       INTO WS-SV-MOTIVO
                   END-STRING
               END-IF
           END-IF.
           PERFORM IMPRIMIR-PECA-SERVICO.

      * Loads the piece into the single-shape fields, runs it through
      * CALCULAR-RESULTADO and brings its area and perimeter to CM2
      * and CM. CALCULAR-RESULTADO has no perimeter for the circle,
      * so its circumference is taken here; the trapezoid's legs are
      * not asked for, so it adds area only.
       CALCULAR-PECA-SERVICO.
           EVALUATE OPCAO-CALCULO
               WHEN '1'
                   COMPUTE BASE-TRIANGULO =
                       WS-SV-DIM(1) * WS-FATOR-CONVERSAO
                   COMPUTE ALTURA-TRIANGULO =
                       WS-SV-DIM(2) * WS-FATOR-CONVERSAO
                   COMPUTE LADO1-TRIANGULO =
                       WS-SV-DIM(3) * WS-FATOR-CONVERSAO
                   COMPUTE LADO2-TRIANGULO =
                       WS-SV-DIM(4) * WS-FATOR-CONVERSAO
                   COMPUTE LADO3-TRIANGULO =
                       WS-SV-DIM(5) * WS-FATOR-CONVERSAO
               WHEN '2'
                   COMPUTE RAIO-CIRCULO =
                       WS-SV-DIM(1) * WS-FATOR-CONVERSAO
               WHEN '3'
                   MOVE WS-SV-DIM(1) TO COMPRIMENTO-RETANGULO
                   MOVE WS-SV-DIM(2) TO LARGURA-RETANGULO
               WHEN '4'
                   MOVE WS-SV-DIM(1) TO BASE-MAIOR-TRAPEZIO
                   MOVE WS-SV-DIM(2) TO BASE-MENOR-TRAPEZIO
                   MOVE WS-SV-DIM(3) TO ALTURA-TRAPEZIO
           END-EVALUATE.
           PERFORM CALCULAR-RESULTADO.
           EVALUATE OPCAO-CALCULO
               WHEN '1'
                   IF TRIANGULO-VALIDO
                       MOVE AREA-CALCULADA TO WS-SV-AREA-PECA
                       MOVE PERIMETRO-CALCULADO TO WS-SV-PERIM-PECA
                   ELSE
                       MOVE "REJEITADA: LADOS-INVALIDOS" TO WS-SV-OBS
                   END-IF
               WHEN '2'
                   MOVE AREA-CALCULADA TO WS-SV-AREA-PECA
                   COMPUTE WS-SV-PERIM-PECA ROUNDED =
                       2 * 3,1416 * RAIO-CIRCULO
               WHEN '3'
                   COMPUTE WS-SV-AREA-PECA ROUNDED =
                       AREA-CALCULADA * WS-FATOR-CONVERSAO
                       * WS-FATOR-CONVERSAO
                   COMPUTE WS-SV-PERIM-PECA ROUNDED =
                       PERIMETRO-CALCULADO * WS-FATOR-CONVERSAO
               WHEN '4'
                   COMPUTE WS-SV-AREA-PECA ROUNDED =
                       AREA-CALCULADA * WS-FATOR-CONVERSAO
                       * WS-FATOR-CONVERSAO
           END-EVALUATE.

      * Closes a job: net totals checked and costed, the total lines
      * of the sheet, then one audit line and, for a priced job, one
      * CALC-HISTORY.DAT line under function SERVICO.
       ENCERRAR-SERVICO.
           IF NOT SV-REJEITADO
               EVALUATE TRUE
                   WHEN WS-SV-QTDE-PECAS = 0
                       MOVE "SEM-PECAS" TO WS-SV-MOTIVO
                   WHEN WS-SV-AREA-LIQUIDA < 0
                       MOVE "AREA-LIQUIDA-NEGATIVA" TO WS-SV-MOTIVO
                   WHEN WS-SV-PERIM-LIQUIDO < 0
                       MOVE "PERIMETRO-LIQUIDO-NEGATIVO"
                           TO WS-SV-MOTIVO
                   WHEN OTHER
                       COMPUTE AREA-CALCULADA = WS-SV-AREA-LIQUIDA
                           ON SIZE ERROR
                               MOVE "AREA-EXCEDE-LIMITE"
                                   TO WS-SV-MOTIVO
                       END-COMPUTE
                       COMPUTE PERIMETRO-CALCULADO =
                           WS-SV-PERIM-LIQUIDO
                           ON SIZE ERROR
                               MOVE "PERIMETRO-EXCEDE-LIMITE"
                                   TO WS-SV-MOTIVO
                       END-COMPUTE
               END-EVALUATE
               IF WS-SV-MOTIVO NOT = SPACES
                   MOVE "S" TO WS-SV-REJEITADO-FLAG
               END-IF
           END-IF.
           MOVE '7' TO OPCAO-CALCULO.
           MOVE SPACES TO WS-CUSTO-TEXTO.
           IF NOT SV-REJEITADO
               MOVE WS-SV-MATERIAL TO WS-MATERIAL-ESCOLHIDO
               PERFORM CUSTEAR-MATERIAL
           END-IF.
           PERFORM IMPRIMIR-TOTAL-SERVICO.
           PERFORM GRAVAR-AUDITORIA.
           PERFORM GRAVAR-HISTORICO.
           IF SV-REJEITADO
               DISPLAY "SERVICO " WS-SV-CODIGO " REJEITADO: "
                   WS-SV-MOTIVO
           ELSE
               MOVE WS-SV-AREA-LIQUIDA TO WS-SV-AREA-EDIT
               MOVE WS-SV-PERIM-LIQUIDO TO WS-SV-PERIM-EDIT
               DISPLAY "SERVICO " WS-SV-CODIGO " AREA LIQUIDA (CM2): "
                   WS-SV-AREA-EDIT " PERIMETRO (CM): "
                   WS-SV-PERIM-EDIT
           END-IF.
           MOVE "N" TO WS-SV-ABERTO-FLAG.

       MONTAR-DETALHE-SERVICO.
           MOVE SPACES TO WS-SV-DETALHE.
           IF SV-REJEITADO
               STRING "SERVICO " DELIMITED BY SIZE
                   WS-SV-CODIGO DELIMITED BY SPACE
                   " UNIDADE=" DELIMITED BY SIZE
                   WS-UNIDADE-MEDIDA DELIMITED BY SIZE
                   " PECAS=" DELIMITED BY SIZE
                   WS-SV-QTDE-PECAS DELIMITED BY SIZE
                   " REJEITADO=" DELIMITED BY SIZE
                   WS-SV-MOTIVO DELIMITED BY "  "
                   INTO WS-SV-DETALHE
               END-STRING
           ELSE
               STRING "SERVICO " DELIMITED BY SIZE
                   WS-SV-CODIGO DELIMITED BY SPACE
                   " UNIDADE=" DELIMITED BY SIZE
                   WS-UNIDADE-MEDIDA DELIMITED BY SIZE
                   " PECAS=" DELIMITED BY SIZE
                   WS-SV-QTDE-PECAS DELIMITED BY SIZE
                   " AREA=" DELIMITED BY SIZE
                   AREA-CALCULADA DELIMITED BY SIZE
                   " PERIM=" DELIMITED BY SIZE
                   PERIMETRO-CALCULADO DELIMITED BY SIZE
                   WS-CUSTO-TEXTO DELIMITED BY "  "
                   INTO WS-SV-DETALHE
               END-STRING
           END-IF.

       IMPRIMIR-CABECALHO-SERVICO.
           MOVE SPACES TO SERVPRT-LINE.
           STRING "FICHA DE SERVICO - AREAS COMPOSTAS"
               DELIMITED BY SIZE
               "   DATA: " DELIMITED BY SIZE
               WS-PRINT-DATA DELIMITED BY SIZE
               "   PAGINA: " DELIMITED BY SIZE
               WS-PRINT-PAGINA DELIMITED BY SIZE
               INTO SERVPRT-LINE
           END-STRING.
           WRITE SERVPRT-LINE.
           MOVE SPACES TO SERVPRT-LINE.
           STRING "SERVICO: " DELIMITED BY SIZE
               WS-SV-CODIGO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SV-DESCRICAO DELIMITED BY SIZE
               "  UNIDADE: " DELIMITED BY SIZE
               WS-UNIDADE-MEDIDA DELIMITED BY SIZE
               "  MATERIAL: " DELIMITED BY SIZE
               WS-SV-MATERIAL DELIMITED BY SIZE
               INTO SERVPRT-LINE
           END-STRING.
           WRITE SERVPRT-LINE.
           MOVE SPACES TO SERVPRT-LINE.
           WRITE SERVPRT-LINE.
           MOVE SPACES TO SERVPRT-LINE.
           MOVE "SEQ OP  FORMA      QTDE" TO SERVPRT-LINE(1:23).
           MOVE "DIMENSOES (UNIDADE DO SERVICO)"
               TO SERVPRT-LINE(27:30).
           MOVE "AREA(CM2)" TO SERVPRT-LINE(70:9).
           MOVE "PERIM(CM)" TO SERVPRT-LINE(84:9).
           WRITE SERVPRT-LINE.
           MOVE 4 TO WS-PRINT-LINHA.

       IMPRIMIR-LINHA-SERVICO.
           IF WS-PRINT-LINHA >= WS-PRINT-MAX-LINHAS
               ADD 1 TO WS-PRINT-PAGINA
               PERFORM IMPRIMIR-CABECALHO-SERVICO
           END-IF.
           MOVE WS-PRINT-LINE TO SERVPRT-LINE.
           WRITE SERVPRT-LINE.
           ADD 1 TO WS-PRINT-LINHA.

       IMPRIMIR-PECA-SERVICO.
           MOVE SPACES TO WS-SV-LINHA-PECA.
           MOVE WS-SV-QTDE-PECAS TO SLP-SEQ.
           MOVE WS-SV-OPERACAO TO SLP-OPERACAO.
           MOVE WS-SV-FATOR TO SLP-FATOR.
           EVALUATE WS-SV-FORMA
               WHEN '1'
                   MOVE "TRIANGULO" TO SLP-FORMA
                   MOVE 5 TO WS-SV-QTDE-DIMS
               WHEN '2'
                   MOVE "CIRCULO" TO SLP-FORMA
                   MOVE 1 TO WS-SV-QTDE-DIMS
               WHEN '3'
                   MOVE "RETANGULO" TO SLP-FORMA
                   MOVE 2 TO WS-SV-QTDE-DIMS
               WHEN '4'
                   MOVE "TRAPEZIO" TO SLP-FORMA
                   MOVE 3 TO WS-SV-QTDE-DIMS
               WHEN OTHER
                   MOVE WS-SV-FORMA TO SLP-FORMA
                   MOVE 0 TO WS-SV-QTDE-DIMS
           END-EVALUATE.
           PERFORM VARYING WS-SV-DIM-I FROM 1 BY 1
               UNTIL WS-SV-DIM-I > WS-SV-QTDE-DIMS
               MOVE WS-SV-DIM(WS-SV-DIM-I) TO SLP-DIM(WS-SV-DIM-I)
           END-PERFORM.
           IF WS-SV-OBS = SPACES
               MOVE WS-SV-AREA-PECA TO SLP-AREA
               MOVE WS-SV-PERIM-PECA TO SLP-PERIM
           ELSE
               MOVE WS-SV-OBS TO SLP-OBS
           END-IF.
           MOVE WS-SV-LINHA-PECA TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA-SERVICO.

       IMPRIMIR-TOTAL-SERVICO.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM IMPRIMIR-LINHA-SERVICO.
           IF SV-REJEITADO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "SERVICO REJEITADO - " DELIMITED BY SIZE
                   WS-SV-MOTIVO DELIMITED BY "  "
                   " - NAO ORCADO." DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA-SERVICO
           ELSE
               MOVE WS-SV-AREA-LIQUIDA TO WS-SV-AREA-EDIT
               MOVE WS-SV-PERIM-LIQUIDO TO WS-SV-PERIM-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "TOTAL LIQUIDO (" DELIMITED BY SIZE
                   WS-SV-QTDE-PECAS DELIMITED BY SIZE
                   " PECAS)" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-SV-AREA-EDIT TO WS-PRINT-LINE(67:12)
               MOVE WS-SV-PERIM-EDIT TO WS-PRINT-LINE(81:12)
               PERFORM IMPRIMIR-LINHA-SERVICO
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-CUSTO-TEXTO = SPACES
                   MOVE "CUSTO: SEM MATERIAL PARA CUSTEIO."
                       TO WS-PRINT-LINE
               ELSE
                   STRING "CUSTO:" DELIMITED BY SIZE
                       WS-CUSTO-TEXTO DELIMITED BY "  "
                       INTO WS-PRINT-LINE
                   END-STRING
               END-IF
               PERFORM IMPRIMIR-LINHA-SERVICO
           END-IF.

       OBTER-TRAVA.
           MOVE "N" TO WS-LOCK-OBTIDA.
           MOVE 0 TO WS-LOCK-TENTATIVAS.
                       WS-CUSTO-TEXTO DELIMITED BY "  "
                       INTO AU-MESSAGE
                   END-STRING
               WHEN '6'
                   PERFORM MONTAR-DETALHE-TRIANGULO
                   MOVE WS-TRI-DETALHE TO AU-MESSAGE
               WHEN '7'
                   PERFORM MONTAR-DETALHE-SERVICO
                   MOVE WS-SV-DETALHE TO AU-MESSAGE
               WHEN '5'
                   STRING "ESFERA RAIO=" DELIMITED BY SIZE
                       RAIO-ESFERA DELIMITED BY SIZE
                   MOVE WS-FUNCAO-TEXTO TO CH-FUNCTION
                   MOVE AU-MESSAGE TO CH-DETALHE
                   PERFORM GRAVAR-LINHA-HISTORICO
               WHEN '6'
                   IF WS-TRI-QTDE-SOLUCOES > 0 AND TRIANGULO-VALIDO
                       MOVE SPACES TO WS-FUNCAO-TEXTO
                       STRING "TRIANGULO-" DELIMITED BY SIZE
                           WS-TRI-CASO DELIMITED BY SIZE
                           INTO WS-FUNCAO-TEXTO
                       END-STRING
                       MOVE FUNCTION CURRENT-DATE(1:19) TO CH-TIMESTAMP
                       MOVE "EXERCICIO12" TO CH-PROGRAM
                       MOVE WS-FUNCAO-TEXTO TO CH-FUNCTION
                       MOVE WS-TRI-DETALHE TO CH-DETALHE
                       PERFORM GRAVAR-LINHA-HISTORICO
                   END-IF
               WHEN '7'
                   IF NOT SV-REJEITADO
                       MOVE "SERVICO" TO WS-FUNCAO-TEXTO
                       MOVE FUNCTION CURRENT-DATE(1:19) TO CH-TIMESTAMP
                       MOVE "EXERCICIO12" TO CH-PROGRAM
                       MOVE WS-FUNCAO-TEXTO TO CH-FUNCTION
                       MOVE WS-SV-DETALHE TO CH-DETALHE
                       PERFORM GRAVAR-LINHA-HISTORICO
                   END-IF
               WHEN '5'
                   MOVE "ESFERA" TO WS-FUNCAO-TEXTO
                   MOVE FUNCTION CURRENT-DATE(1:19) TO CH-TIMESTAMP
