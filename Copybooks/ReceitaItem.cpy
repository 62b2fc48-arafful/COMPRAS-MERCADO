      ******************************************************************
      * Ingrediente da receita. TIPO-ITEM-RECEITA = "R" faz do item
      * uma sub-receita (base como molho, massa ou caldo): o nome dela
      * fica em SUB-RECEITA-ITEM, COD-PRODUTO-RECEITA fica em branco e
      * QTD-RECEITA e a quantidade de porcoes da sub-receita usadas
      * (UND-MEDIDA-RECEITA = "PO"). O custeio (SCMP0844) e o gerador
      * de lista (SCMP0845) explodem os niveis escalando pelas porcoes
      * e recusam referencias circulares.
      ******************************************************************
       01  REG-RECEITA-ITEM.
           05 CHAVE-RECEITA-ITEM.
               10 NOME-RECEITA-ITEM         PIC X(20).
           05 DESC-PRODUTO-RECEITA          PIC X(50).
           05 QTD-RECEITA                   PIC 9(07)V999.
           05 UND-MEDIDA-RECEITA            PIC X(02).
           05 TIPO-ITEM-RECEITA             PIC X(01).
               88 ITEM-RECEITA-PRODUTO      VALUE "P" " ".
               88 ITEM-RECEITA-SUB-RECEITA  VALUE "R".
           05 SUB-RECEITA-ITEM              PIC X(20).
