      ******************************************************************
      * Historico mensal do custo das receitas. Um registro por receita
      * por competencia (AAAAMM), gravado pela apuracao mensal
      * (SCMP0849) com o ultimo preco de cada ingrediente ate o fim da
      * competencia. O custo de cada ingrediente fica em registros
      * proprios em CUSTO-RECEITA-ITEM.dat (CustoReceitaItem.cpy).
      * Lido pelo relatorio de tendencia do custo por porcao (SCMP0831).
      ******************************************************************
       01  REG-CUSTO-RECEITA.
           05 CHAVE-CUSTO-RECEITA.
               10 NOME-RECEITA-CUSTO        PIC X(20).
               10 COMPETENCIA-CUSTO         PIC 9(06).
           05 QTD-PORCOES-CUSTO             PIC 9(02).
           05 VLR-CUSTO-TOTAL-REC           PIC 9(10)V99.
           05 VLR-CUSTO-PORCAO-REC          PIC 9(10)V99.
           05 QTD-ING-SEM-PRECO-CUSTO       PIC 9(04).
           05 DATA-APURACAO-CUSTO           PIC 9(08).
           05 OPERADOR-APURACAO-CUSTO       PIC X(08).
