      ******************************************************************
      * Saldo de estoque por produto. CUSTO-MEDIO-ESTOQUE e o custo
      * medio ponderado (R$ por unidade do saldo), refeito a cada
      * entrada (recebimento, compra e ajuste de contagem) pelo
      * SCMP0915 e usado na valorizacao do estoque (SCMP0878).
      ******************************************************************
       01  REG-ESTOQUE.
           05 COD-PRODUTO               PIC X(14).
           05 QTD-ESTOQUE               PIC 9(07)V999.
           05 DATA-ULT-MOVIMENTO        PIC X(08).
           05 QTD-MINIMA-ESTOQUE        PIC 9(07)V999.
           05 UND-ESTOQUE               PIC X(02).
           05 CUSTO-MEDIO-ESTOQUE       PIC 9(10)V9999.
