      *          GUARDA UMA COPIA DE SEGURANCA DO ANTIGO E SUBSTITUI O
      *          ARQUIVO ORIGINAL PELO CONVERTIDO. RODAR UMA UNICA
      *          VEZ, ANTES DE USAR OS PROGRAMAS ATUALIZADOS
      * Mod: 15/10/2026 - campos novos do PRC-PRODUTO (forma de
      *      pagamento, tributos, rateio por centro de custo, origem e
      *      execucao da captura, correcoes e preco de gondola)
      *      iniciados na conversao do layout antigo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0092.
           MOVE SEQ-PRECO-ANT          TO SEQ-PRECO.
           MOVE DADOS-PRECO-ANT        TO REG-PRECO-PRODUTO(25:91).

      *    CAMPOS DE CANAL/TAXA DE ENTREGA/FORMA DE PAGAMENTO E
      *    TRIBUTOS NAO EXISTIAM NO LAYOUT ANTIGO - ASSUMEM LOJA,
      *    ZERO, FORMA DE PAGAMENTO NAO INFORMADA E TRIBUTOS ZERO;
      *    O RATEIO POR CENTRO DE CUSTO FICA EM BRANCO, A ORIGEM DE
      *    CAPTURA NAO INFORMADA E A EXECUCAO/CORRECOES E O PRECO DE
      *    GONDOLA ZERADOS
           MOVE "L"                    TO CANAL-COMPRA.
           MOVE ZEROS                  TO VLR-TAXA-ENTREGA.
           MOVE SPACES                 TO FORMA-PAGTO.
           MOVE ZEROS                  TO VLR-TRIBUTOS.
           MOVE SPACES                 TO FK-COD-CENTRO-CUSTO(1)
                                          FK-COD-CENTRO-CUSTO(2)
                                          FK-COD-CENTRO-CUSTO(3).
           MOVE ZEROS                  TO PCT-RATEIO-CUSTO(1)
                                          PCT-RATEIO-CUSTO(2)
                                          PCT-RATEIO-CUSTO(3).
           MOVE SPACES                 TO ORIGEM-CAPTURA.
           MOVE ZEROS                  TO ID-EXECUCAO-CAPTURA
                                          QTD-CORRECOES
                                          VLR-PRECO-GONDOLA.

           WRITE REG-PRECO-PRODUTO.

