      ******************************************************************
      * Custo fixo de cada parada em um mercado (deslocamento,
      * estacionamento) usado pela divisao da lista entre mercados
      * (SCMP0461). Mantido pelo SCMP0607; mercado sem registro tem
      * custo de parada zero. Compras online usam a VLR-TAXA-ENTREGA
      * do proprio preco em vez deste custo.
      ******************************************************************
       01  REG-CUSTO-PARADA.
           05 COD-MERCADO-PARADA        PIC X(10).
           05 VLR-CUSTO-PARADA          PIC 9(05)V99.
           05 DATA-ALTERACAO-PARADA     PIC 9(08).
           05 OPERADOR-ALTERACAO-PARADA PIC X(08).
