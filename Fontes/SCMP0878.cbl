      *          EM MOEDA ESTRANGEIRA), SUBTOTALIZA POR TIPO DE
      *          PRODUTO E LISTA A PARTE OS PRODUTOS EM ESTOQUE QUE
      *          NAO TEM PRECO ALGUM
      * Mod: 15/10/2026 - o valor unitario passa a ser o custo medio
      *      ponderado do saldo (CUSTO-MEDIO-ESTOQUE, SCMP0915); o
      *      ultimo preco fica so para saldo ainda sem custo medio,
      *      marcado com * na linha
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0878.
      *
       77 WS-COD-PRODUTO-EST                   PIC X(14) VALUE SPACES.
       77 WS-QTD-ESTOQUE-EST                PIC 9(07)V999 VALUE ZEROS.
       77 WS-CUSTO-MEDIO-EST               PIC 9(10)V9999 VALUE ZEROS.
      *
       77 WS-ACHOU-PRECO                       PIC X(01) VALUE "N".
           88 FLAG-PRECO-ACHADO                VALUE "S".
       77 WS-QTD-SEM-PRECO                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-TAXA                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ESTOUROS                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PELO-PRECO                    PIC 9(05) VALUE ZEROS.
      *
       77 WS-FS-ESTOQUE                        PIC X(02).
           88 WS-FS-EST-OK                     VALUE "00".
           88 FLAG-EOF-CAMBIO                  VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       77 WS-GERA-HTML                         PIC X(01) VALUE "N".
           88 FLAG-GERA-HTML                   VALUE "S".
      *
       01 WS-LKS-AREA-HTML.
           05 WS-LKS-FUNCAO-HTML               PIC X(01).
           05 WS-LKS-ARQUIVO-HTML              PIC X(08).
           05 WS-LKS-TITULO-HTML               PIC X(60).
           05 WS-LKS-OPERADOR-HTML             PIC X(08).
           05 WS-LKS-QTD-COLUNAS-HTML          PIC 9(02).
           05 WS-LKS-COLUNA-HTML               PIC X(40)
                                               OCCURS 10 TIMES.
           05 WS-LKS-RETORNO-HTML              PIC 9(01).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0878 - ".
               05 FILLER   PIC X(52) VALUE
                       "VALORIZACAO DO ESTOQUE (CUSTO MEDIO)".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
               05 WS-DET-UNIT          PIC ZZ.ZZ9,9999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-TOTAL         PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-MARCA         PIC X(01) VALUE SPACES.
      *
           03 WS-DET-SEM-PRECO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(40) VALUE
                   "*** TIPOS ALEM DA TABELA (NAO SUBTOT.): ".
               05 WS-TOT-ESTOUROS      PIC ZZZZ9.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(40) VALUE
                   "* SEM CUSTO MEDIO - PELO ULTIMO PRECO.: ".
               05 WS-TOT-PELO-PRECO    PIC ZZZZ9.
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.

           PERFORM P135-CARREGA-CAMBIO THRU P135-FIM.

           PERFORM P150-SOLICITA-HTML THRU P150-FIM.

           PERFORM P200-CABECALHO THRU P200-FIM.

           PERFORM P300-PROCESSA-ESTOQUE THRU P300-FIM.
           END-IF.
      *
       P135-FIM.
      *
       P150-SOLICITA-HTML.
      *
           DISPLAY "GERAR TAMBEM O RELATORIO EM HTML (S/N): " AT 1005.
           MOVE SPACES                 TO WS-GERA-HTML.
           ACCEPT WS-GERA-HTML         AT 1046.
      *
           IF WS-GERA-HTML EQUAL "s" THEN
               MOVE "S"                TO WS-GERA-HTML
           END-IF.
      *
       P150-FIM.
      *
       P200-CABECALHO.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
      *
      *    *========================================================*
      *    * VERSAO HTML (SCMO0878.html), GRAVADA PELO SCMP0909 JUNTO
      *    * COM O SCMO0878.txt - SUBTOTAIS POR TIPO DESTACADOS
      *    *========================================================*
           MOVE "A"                    TO WS-LKS-FUNCAO-HTML.
           MOVE "SCMO0878"             TO WS-LKS-ARQUIVO-HTML.
           MOVE "SMCO0878 - VALORIZACAO DO ESTOQUE (CUSTO MEDIO)"
                                       TO WS-LKS-TITULO-HTML.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-HTML.
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
           MOVE "C"                    TO WS-LKS-FUNCAO-HTML.
           MOVE 6                      TO WS-LKS-QTD-COLUNAS-HTML.
           MOVE "PRODUTO"              TO WS-LKS-COLUNA-HTML(1).
           MOVE "DESCRICAO"            TO WS-LKS-COLUNA-HTML(2).
           MOVE "TIPO"                 TO WS-LKS-COLUNA-HTML(3).
           MOVE "QTD ESTOQUE"          TO WS-LKS-COLUNA-HTML(4).
           MOVE "VLR UNIT R$"          TO WS-LKS-COLUNA-HTML(5).
           MOVE "VLR TOTAL R$"         TO WS-LKS-COLUNA-HTML(6).
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
       P200-FIM.
      *
                           MOVE COD-PRODUTO OF REG-ESTOQUE
                                           TO WS-COD-PRODUTO-EST
                           MOVE QTD-ESTOQUE TO WS-QTD-ESTOQUE-EST
                           MOVE CUSTO-MEDIO-ESTOQUE
                                           TO WS-CUSTO-MEDIO-EST
                           PERFORM P330-VALORIZA-PRODUTO THRU P330-FIM
                       END-IF
               END-READ
      *
       P330-VALORIZA-PRODUTO.
      *
           MOVE WS-COD-PRODUTO-EST     TO COD-PRODUTO OF REG-PRODUTO.

           READ PRODUTO
                       MOVE "** NAO CADASTRADO **"  TO DESC-PRODUTO
           END-READ.

      *    *========================================================*
      *    * CUSTO MEDIO DO SALDO; SALDO AINDA SEM CUSTO MEDIO (DE
      *    * ANTES DO CONTROLE) VAI PELO ULTIMO PRECO, MARCADO COM *
      *    *========================================================*
           MOVE SPACES                 TO WS-DET-MARCA.

           IF WS-CUSTO-MEDIO-EST > ZEROS THEN
               MOVE WS-CUSTO-MEDIO-EST TO WS-VLR-UNITARIO
           ELSE
               PERFORM P340-BUSCA-ULT-PRECO THRU P340-FIM
               IF NOT FLAG-PRECO-ACHADO THEN
                   ADD 1               TO WS-QTD-SEM-PRECO
                   GO TO P330-FIM
               END-IF
               PERFORM P350-CONVERTE-MOEDA THRU P350-FIM
               IF WS-VLR-UNITARIO EQUAL ZEROS THEN
                   ADD 1               TO WS-QTD-SEM-TAXA
                   GO TO P330-FIM
               END-IF
               MOVE "*"                TO WS-DET-MARCA
               ADD 1                   TO WS-QTD-PELO-PRECO
           END-IF.

           COMPUTE WS-VLR-POSICAO ROUNDED =
           MOVE WS-VLR-UNITARIO        TO WS-DET-UNIT.
           MOVE WS-VLR-POSICAO         TO WS-DET-TOTAL.
           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
           MOVE "D"                    TO WS-LKS-FUNCAO-HTML.
           MOVE WS-DET-PRODUTO         TO WS-LKS-COLUNA-HTML(1).
           MOVE DESC-PRODUTO           TO WS-LKS-COLUNA-HTML(2).
           MOVE WS-DET-TIPO            TO WS-LKS-COLUNA-HTML(3).
           MOVE WS-DET-QTD             TO WS-LKS-COLUNA-HTML(4).
           MOVE WS-DET-UNIT            TO WS-LKS-COLUNA-HTML(5).
           MOVE WS-DET-TOTAL           TO WS-LKS-COLUNA-HTML(6).
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
       P330-FIM.
      *
               MOVE WS-TT-COD-TIPO(WS-IND-TIPO)    TO WS-SUB-TIPO
               MOVE WS-TT-VLR-TOTAL(WS-IND-TIPO)   TO WS-SUB-TOTAL
               WRITE REG-REPORT    FROM WS-LST-SUBTOT
               MOVE "S"                TO WS-LKS-FUNCAO-HTML
               MOVE WS-SUB-TIPO        TO WS-LKS-COLUNA-HTML(3)
               MOVE "TOTAL DO TIPO"    TO WS-LKS-COLUNA-HTML(5)
               MOVE WS-SUB-TOTAL       TO WS-LKS-COLUNA-HTML(6)
               PERFORM P560-CHAMA-HTML THRU P560-FIM
           END-PERFORM.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           MOVE WS-VLR-TOTAL-GERAL     TO WS-TOT-GERAL.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.

           MOVE "T"                    TO WS-LKS-FUNCAO-HTML.
           MOVE "VALOR TOTAL DO ESTOQUE"
                                       TO WS-LKS-COLUNA-HTML(2).
           MOVE WS-TOT-GERAL           TO WS-LKS-COLUNA-HTML(6).
           PERFORM P560-CHAMA-HTML THRU P560-FIM.

           IF WS-QTD-SEM-PRECO > ZEROS OR WS-QTD-SEM-TAXA > ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-BRANCO
               WRITE REG-REPORT    FROM WS-LST-TITULO-SEM-PRECO
               MOVE "H"                TO WS-LKS-FUNCAO-HTML
               MOVE "EM ESTOQUE SEM PRECO (FORA DA VALORIZACAO)"
                                       TO WS-LKS-TITULO-HTML
               PERFORM P560-CHAMA-HTML THRU P560-FIM
               MOVE "C"                TO WS-LKS-FUNCAO-HTML
               MOVE 4                  TO WS-LKS-QTD-COLUNAS-HTML
               MOVE "PRODUTO"          TO WS-LKS-COLUNA-HTML(1)
               MOVE "DESCRICAO"        TO WS-LKS-COLUNA-HTML(2)
               MOVE "QTD ESTOQUE"      TO WS-LKS-COLUNA-HTML(3)
               MOVE "OBSERVACAO"       TO WS-LKS-COLUNA-HTML(4)
               PERFORM P560-CHAMA-HTML THRU P560-FIM
               PERFORM P510-RELISTA-SEM-PRECO THRU P510-FIM
           END-IF.

           IF WS-QTD-PELO-PRECO > ZEROS THEN
               MOVE WS-QTD-PELO-PRECO  TO WS-TOT-PELO-PRECO
               WRITE REG-REPORT    FROM WS-LST-FINAL-3
           END-IF.

           IF WS-QTD-ESTOUROS > ZEROS THEN
               MOVE WS-QTD-ESTOUROS    TO WS-TOT-ESTOUROS
               WRITE REG-REPORT    FROM WS-LST-FINAL-2
               MOVE "H"                TO WS-LKS-FUNCAO-HTML
               MOVE SPACES             TO WS-LKS-TITULO-HTML
               STRING "TIPOS ALEM DA TABELA (NAO SUBTOTALIZADOS): "
                      WS-TOT-ESTOUROS
                       DELIMITED BY SIZE INTO WS-LKS-TITULO-HTML
               PERFORM P560-CHAMA-HTML THRU P560-FIM
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "F"                    TO WS-LKS-FUNCAO-HTML.
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
       P500-FIM.
      *
                           MOVE COD-PRODUTO OF REG-ESTOQUE
                                           TO WS-COD-PRODUTO-EST
                           MOVE QTD-ESTOQUE TO WS-QTD-ESTOQUE-EST
                           MOVE CUSTO-MEDIO-ESTOQUE
                                           TO WS-CUSTO-MEDIO-EST
                           PERFORM P520-LISTA-SE-SEM-PRECO
                                           THRU P520-FIM
                       END-IF
      *
       P520-LISTA-SE-SEM-PRECO.
      *
           IF WS-CUSTO-MEDIO-EST > ZEROS THEN
               GO TO P520-FIM
           END-IF.

           PERFORM P340-BUSCA-ULT-PRECO THRU P340-FIM.

           IF FLAG-PRECO-ACHADO THEN
           END-IF.

           WRITE REG-REPORT    FROM WS-DET-SEM-PRECO.
      *
           MOVE "D"                    TO WS-LKS-FUNCAO-HTML.
           MOVE WS-SPR-PRODUTO         TO WS-LKS-COLUNA-HTML(1).
           MOVE DESC-PRODUTO           TO WS-LKS-COLUNA-HTML(2).
           MOVE WS-SPR-QTD             TO WS-LKS-COLUNA-HTML(3).
           MOVE WS-SPR-OBS             TO WS-LKS-COLUNA-HTML(4).
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
       P520-FIM.
      *
       P560-CHAMA-HTML.
      *
           IF NOT FLAG-GERA-HTML THEN
               GO TO P560-FIM
           END-IF.
      *
           CALL "SCMP0909" USING WS-LKS-AREA-HTML.
      *
           IF WS-LKS-RETORNO-HTML NOT EQUAL ZERO THEN
               DISPLAY "ERRO NA GRAVACAO DO SCMO0878.html - HTML "
                       "INTERROMPIDO"  AT 1505
               ACCEPT WS-PROMPT        AT 1501
               MOVE "N"                TO WS-GERA-HTML
           END-IF.
      *
           MOVE SPACES                 TO WS-LKS-COLUNA-HTML(1)
                                          WS-LKS-COLUNA-HTML(2)
                                          WS-LKS-COLUNA-HTML(3)
                                          WS-LKS-COLUNA-HTML(4)
                                          WS-LKS-COLUNA-HTML(5)
                                          WS-LKS-COLUNA-HTML(6).
      *
       P560-FIM.
      *
       P900-FIM.
           CLOSE   ESTOQUE
