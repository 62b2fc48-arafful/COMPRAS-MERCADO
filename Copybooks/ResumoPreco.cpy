      ******************************************************************
      * Resumo mensal de precos (RESUMO-PRECO.dat): um registro por
      * produto, mercado e competencia (AAAAMM) com a quantidade de
      * precos, a quantidade comprada, os totais em reais (ja
      * convertidos pela TAXA-CAMBIO), o menor, o maior e os ultimos
      * precos do mes. Refeito no processamento noturno pelo SCMP0086
      * para as competencias em aberto e para as fechadas marcadas
      * como desatualizadas em FECH-PRECO; lido pelos relatorios de
      * tendencia (SCMP0430), gastos (SCMP0440), sazonal (SCMP0480) e
      * matriz por mercado (SCMP0421) no lugar do PRC-PRODUTO.
      ******************************************************************
       01  REG-RESUMO-PRECO.
           05 CHAVE-RESUMO-PRECO.
               10 COD-PRODUTO-RESUMO    PIC 9(14).
               10 COD-MERCADO-RESUMO    PIC X(10).
               10 COMPETENCIA-RESUMO    PIC 9(06).
               10 COMPETENCIA-RESUMO-R REDEFINES COMPETENCIA-RESUMO.
                   15 ANO-RESUMO        PIC 9(04).
                   15 MES-RESUMO        PIC 9(02).
           05 QTD-PRECOS-RESUMO         PIC 9(05).
           05 QTD-COMPRADA-RESUMO       PIC 9(09)V999.
      *    TOTAIS EM REAIS: SOMA DOS PRECOS, SOMA DAS TAXAS DE ENTREGA E
      *    AS PARCELAS (PRECO + TAXA) DAS COMPRAS PROMOCIONAIS E ONLINE
           05 VLR-TOTAL-RESUMO          PIC 9(12)V99.
           05 VLR-TAXA-ENTREGA-RESUMO   PIC 9(12)V99.
           05 VLR-PROMO-RESUMO          PIC 9(12)V99.
           05 VLR-ONLINE-RESUMO         PIC 9(12)V99.
      *    PRECOS EM MOEDA ESTRANGEIRA SEM COTACAO ATE A DATA DO PRECO
      *    (ENTRAM NOS TOTAIS COM VALOR ZERO)
           05 QTD-NAO-CONVERTIDOS-RESUMO PIC 9(05).
      *    MENOR, MAIOR E ULTIMOS PRECOS EM REAIS, SO DOS CONVERTIDOS
           05 VLR-MINIMO-RESUMO         PIC 9(12)V99.
           05 VLR-MAXIMO-RESUMO         PIC 9(12)V99.
      *    1 = ULTIMO E 2 = PENULTIMO PRECO DO MES; 3 = ULTIMO E
      *    4 = PENULTIMO DOS PRECOS NAO PROMOCIONAIS. DATA ZERADA
      *    QUANDO O MES NAO TEM O PRECO DAQUELA POSICAO.
           05 PRECO-RECENTE-RESUMO      OCCURS 4 TIMES.
               10 DATA-RECENTE-RESUMO   PIC 9(08).
               10 SEQ-RECENTE-RESUMO    PIC 9(02).
               10 VLR-RECENTE-RESUMO    PIC 9(12)V99.
           05 DATA-ATUALIZACAO-RESUMO   PIC 9(08).
