      * Mod: 02/09/2026 - a taxa de entrega das compras online entra no
      *      gasto do mes e o fim do relatorio mostra o total gasto em
      *      loja e o total gasto online (com as taxas)
      * Mod: 15/10/2026 - opcao de gerar tambem o SCMO0440.html, com o
      *      subtotal do mes destacado (SCMP0909)
      * Mod: 15/10/2026 - passa a ler o resumo mensal (RESUMO-PRECO,
      *      refeito toda noite pelo SCMP0086), que ja traz os totais
      *      do mes convertidos para reais com as taxas de entrega e as
      *      parcelas promocional e online; deixa de ler o PRC-PRODUTO
      *      e a TAXA-CAMBIO
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0440.
                RECORD KEY     IS COD-TIPO
                FILE STATUS    IS WS-FS-TP-PRODUTO.
      *
           SELECT RESUMO-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RESUMO-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-RESUMO-PRECO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT SCMO0440     ASSIGN TO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD TP-PRODUTO.
           COPY "TpProduto.cpy".
      *
       FD RESUMO-PRECO.
           COPY "ResumoPreco.cpy".
      *
       FD SCMO0440.
       01 REG-REPORT                           PIC X(100).
                   15 WS-DIA-PRECO             PIC 9(02).
               10 WS-SEQ-PRECO                 PIC 9(02).
           05 WS-VLR-PRECO                     PIC 9(12)V99.
      *
       01 WS-REGISTRO-SORT.
           05 WS-SD-ANO-PRECO                  PIC 9(04).
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                      VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE               VALUE "35".
      *
       77 WS-QTD-NAO-CONVERTIDOS               PIC 9(05) VALUE ZEROS.
      *
       77 WS-TOT-LOJA                        PIC 9(12)V99 VALUE ZEROS.
       77 WS-TOT-ONLINE                      PIC 9(12)V99 VALUE ZEROS.
      *
           88 FLAG-INCLUI-PROMO                VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01).
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
               05 FILLER               PIC X(40) VALUE
                           "ITENS SEM COTACAO (NAO CONVERTIDOS): ".
               05 WS-LISTA-QTD-NAO-CONV PIC 999 VALUE ZEROS.
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *

           PERFORM P130-ABRE-PRECO-PRODUTO THRU P130-FIM.

           PERFORM P140-ABRE-RELATORIO-SAIDA THRU P140-FIM.
      *
       P100-FIM.
           END-IF.
      *
       P120-FIM.
      *
       P130-ABRE-PRECO-PRODUTO.
      *
           OPEN INPUT RESUMO-PRECO
      *
           IF NOT WS-FS-PRC-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESUMO-PRECO. FS: "
                       WS-FS-PRC-PRODUTO   AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           IF WS-INCLUI-PROMO NOT EQUAL "N" THEN
               MOVE "S"                TO WS-INCLUI-PROMO
           END-IF.
      *
           DISPLAY "GERAR TAMBEM O RELATORIO EM HTML (S/N).........:"
                                       AT 1105.
           MOVE SPACES                 TO WS-GERA-HTML.
           ACCEPT WS-GERA-HTML                    AT 1160.
      *
           IF WS-GERA-HTML EQUAL "s" THEN
               MOVE "S"                TO WS-GERA-HTML
           END-IF.
      *
       P150-FIM.
      *
       P300-LISTA.
      *
           MOVE "SCMP0440"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-ANO-PRECO
                               THRU P400-FIM
               OUTPUT  PROCEDURE IS P500-PROCESSA-SAIDA
                               THRU P500-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
       P300-FIM.
      *
       P400-PROCESSA-ENTRADA.
      *
      *    *========================================================*
      *    * CADA REGISTRO DO RESUMO TRAZ O GASTO DO PRODUTO NO
      *    * MERCADO E NO MES, JA EM REAIS E COM AS TAXAS DE ENTREGA;
      *    * SEM AS PROMOCOES, A PARCELA PROMOCIONAL SAI DO GASTO.
      *    *========================================================*
           PERFORM UNTIL FLAG-EOF
      *
               READ RESUMO-PRECO
                   AT END
                       SET FLAG-EOF    TO TRUE
               NOT AT END
                   MOVE COD-PRODUTO-RESUMO     TO WS-FK-COD-PRODUTO
                   MOVE ANO-RESUMO             TO WS-ANO-PRECO
                   MOVE MES-RESUMO             TO WS-MES-PRECO
                   COMPUTE WS-VLR-PRECO = VLR-TOTAL-RESUMO
                                        + VLR-TAXA-ENTREGA-RESUMO
      *
                   ADD VLR-ONLINE-RESUMO       TO WS-TOT-ONLINE
                   COMPUTE WS-TOT-LOJA = WS-TOT-LOJA + WS-VLR-PRECO
                                       - VLR-ONLINE-RESUMO
                   ADD QTD-NAO-CONVERTIDOS-RESUMO
                                       TO WS-QTD-NAO-CONVERTIDOS
      *
                   IF NOT FLAG-INCLUI-PROMO THEN
                       SUBTRACT VLR-PROMO-RESUMO FROM WS-VLR-PRECO
                   END-IF
      *
                   PERFORM P415-ACESSA-CONTA-CONTABIL THRU P415-FIM
      *
                   PERFORM P420-GRAVA-SORT
                           THRU P420-FIM
               END-READ
           END-PERFORM.
      *
           END-IF.
      *
       P415-FIM.
      *
       P420-GRAVA-SORT.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
           WRITE REG-REPORT    FROM WS-LST-CAB-5.
      *
           IF FLAG-GERA-HTML THEN
               PERFORM P540-ABRE-HTML THRU P540-FIM
           END-IF.
      *
       P510-FIM.
      *
      *
           WRITE REG-REPORT FROM WS-DET-REPORT.
           ADD 1                       TO  WS-LISTA-QTD-REG.
      *
           IF FLAG-GERA-HTML THEN
               MOVE "S"                TO WS-LKS-FUNCAO-HTML
               MOVE WS-DET-ANO         TO WS-LKS-COLUNA-HTML(1)
               MOVE WS-DET-MES         TO WS-LKS-COLUNA-HTML(2)
               MOVE "TOTAL DO MES"     TO WS-LKS-COLUNA-HTML(3)
               MOVE WS-DET-TOTAL       TO WS-LKS-COLUNA-HTML(4)
               PERFORM P560-CHAMA-HTML THRU P560-FIM
           END-IF.
      *
       P525-FIM.
      *
      *
           WRITE REG-REPORT FROM WS-DET-CONTA-REPORT.
           ADD 1                       TO  WS-LISTA-QTD-REG.
      *
           IF FLAG-GERA-HTML THEN
               MOVE "D"                TO WS-LKS-FUNCAO-HTML
               MOVE WS-ANO-ANT         TO WS-LKS-COLUNA-HTML(1)
               MOVE WS-MES-ANT         TO WS-LKS-COLUNA-HTML(2)
               MOVE WS-DET-CONTA       TO WS-LKS-COLUNA-HTML(3)
               MOVE WS-DET-TOTAL-CONTA TO WS-LKS-COLUNA-HTML(4)
               PERFORM P560-CHAMA-HTML THRU P560-FIM
           END-IF.
      *
       P526-FIM.
      *
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
      *
       P530-FIM.
      *
       P540-ABRE-HTML.
      *
      *    *========================================================*
      *    * VERSAO HTML DO RELATORIO (SCMO0440.html), GRAVADA PELO
      *    * SCMP0909 LINHA A LINHA JUNTO COM O SCMO0440.txt
      *    *========================================================*
           MOVE "A"                    TO WS-LKS-FUNCAO-HTML.
           MOVE "SCMO0440"             TO WS-LKS-ARQUIVO-HTML.
           MOVE "SMCO0440 - GASTOS MENSAIS"
                                       TO WS-LKS-TITULO-HTML.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-HTML.
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
           IF NOT FLAG-GERA-HTML THEN
               GO TO P540-FIM
           END-IF.
      *
           MOVE "C"                    TO WS-LKS-FUNCAO-HTML.
           MOVE 4                      TO WS-LKS-QTD-COLUNAS-HTML.
           MOVE "ANO"                  TO WS-LKS-COLUNA-HTML(1).
           MOVE "MES"                  TO WS-LKS-COLUNA-HTML(2).
           MOVE "CONTA CONTABIL"       TO WS-LKS-COLUNA-HTML(3).
           MOVE "TOTAL GASTO (R$)"     TO WS-LKS-COLUNA-HTML(4).
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
       P540-FIM.
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
               DISPLAY "ERRO NA GRAVACAO DO SCMO0440.html - HTML "
                       "INTERROMPIDO"  AT 1505
               ACCEPT WS-PROMPT        AT 1501
               MOVE "N"                TO WS-GERA-HTML
           END-IF.
      *
           MOVE SPACES                 TO WS-LKS-COLUNA-HTML(1)
                                          WS-LKS-COLUNA-HTML(2)
                                          WS-LKS-COLUNA-HTML(3)
                                          WS-LKS-COLUNA-HTML(4).
      *
       P560-FIM.
      *
       P590-FINALIZA-REPORT.

               WRITE REG-REPORT        FROM WS-LST-FINAL-4
           END-IF.

           IF FLAG-GERA-HTML THEN
               PERFORM P595-FINALIZA-HTML THRU P595-FIM
           END-IF.

       P590-FIM.
      *
       P595-FINALIZA-HTML.
      *
           IF WS-LISTA-QTD-REG = ZERO THEN
               MOVE "T"                TO WS-LKS-FUNCAO-HTML
               MOVE "NENHUM REGISTRO A LISTAR"
                                       TO WS-LKS-COLUNA-HTML(3)
               PERFORM P560-CHAMA-HTML THRU P560-FIM
           ELSE
               MOVE "T"                TO WS-LKS-FUNCAO-HTML
               MOVE "GASTO EM LOJA"    TO WS-LKS-COLUNA-HTML(3)
               MOVE WS-LISTA-TOT-LOJA  TO WS-LKS-COLUNA-HTML(4)
               PERFORM P560-CHAMA-HTML THRU P560-FIM
               MOVE "T"                TO WS-LKS-FUNCAO-HTML
               MOVE "GASTO ONLINE (COM TAXAS)"
                                       TO WS-LKS-COLUNA-HTML(3)
               MOVE WS-LISTA-TOT-ONLINE
                                       TO WS-LKS-COLUNA-HTML(4)
               PERFORM P560-CHAMA-HTML THRU P560-FIM
               MOVE "D"                TO WS-LKS-FUNCAO-HTML
               MOVE "ITENS SEM COTACAO (NAO CONVERTIDOS)"
                                       TO WS-LKS-COLUNA-HTML(3)
               MOVE WS-LISTA-QTD-NAO-CONV
                                       TO WS-LKS-COLUNA-HTML(4)
               PERFORM P560-CHAMA-HTML THRU P560-FIM
           END-IF.
      *
           IF FLAG-GERA-HTML THEN
               MOVE "F"                TO WS-LKS-FUNCAO-HTML
               PERFORM P560-CHAMA-HTML THRU P560-FIM
           END-IF.
      *
       P595-FIM.
      *
       P900-FIM.
           CLOSE   PRODUTO
                   TP-PRODUTO
                   RESUMO-PRECO
                   SCMO0440.
           GOBACK.
       END PROGRAM SCMP0440.
