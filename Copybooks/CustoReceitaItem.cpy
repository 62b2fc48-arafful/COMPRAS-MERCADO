      ******************************************************************
      * Custo de cada ingrediente da receita na competencia, gravado
      * pela apuracao mensal (SCMP0849) junto com o CUSTO-RECEITA. A
      * chave por produto permite comparar o mesmo ingrediente entre
      * duas competencias (ingrediente que mais pesou na variacao).
      ******************************************************************
       01  REG-CUSTO-RECEITA-ITEM.
           05 CHAVE-CUSTO-RECEITA-ITEM.
               10 NOME-RECEITA-CUSTO-ITEM   PIC X(20).
               10 COMPETENCIA-CUSTO-ITEM    PIC 9(06).
               10 COD-PRODUTO-CUSTO-ITEM    PIC X(14).
           05 DESC-PRODUTO-CUSTO-ITEM       PIC X(50).
           05 VLR-CUSTO-ING-REC             PIC 9(10)V99.
           05 IND-SEM-PRECO-CUSTO-ITEM      PIC X(01).
               88 ING-SEM-PRECO             VALUE "S" FALSE "N".
