      ******************************************************************
      * Cardapio semanal. Cada registro liga uma receita e a quantidade
      * de porcoes a um dia (1 a 7, contado a partir da data de inicio
      * da semana) e a uma refeicao. Mantido pelo SCMP0846, explodido
      * em lista de compras pelo SCMP0845, baixado no estoque pelo
      * SCMP0847 quando a refeicao e preparada e comparado (custo
      * planejado x real) pelo SCMP0848.
      ******************************************************************
       01  REG-CARDAPIO.
           05 CHAVE-CARDAPIO.
               10 DATA-SEMANA-CARDAPIO      PIC 9(08).
               10 DIA-SEMANA-CARDAPIO       PIC 9(01).
                   88 DIA-SEMANA-VALIDO     VALUE 1 THRU 7.
               10 REFEICAO-CARDAPIO         PIC X(01).
                   88 REFEICAO-CAFE         VALUE "C".
                   88 REFEICAO-ALMOCO       VALUE "A".
                   88 REFEICAO-LANCHE       VALUE "L".
                   88 REFEICAO-JANTAR       VALUE "J".
                   88 REFEICAO-VALIDA       VALUE "C" "A" "L" "J".
           05 NOME-RECEITA-CARDAPIO         PIC X(20).
           05 QTD-PORCOES-CARDAPIO          PIC 9(02).
           05 VLR-CUSTO-PLANEJADO           PIC 9(09)V99.
           05 IND-PREPARADO-CARDAPIO        PIC X(01).
               88 REFEICAO-PREPARADA        VALUE "S" FALSE "N".
           05 DATA-PREPARO-CARDAPIO         PIC 9(08).
           05 QTD-PORCOES-PREPARADAS        PIC 9(02).
           05 VLR-CUSTO-REAL                PIC 9(09)V99.
           05 OPERADOR-CARDAPIO             PIC X(08).
