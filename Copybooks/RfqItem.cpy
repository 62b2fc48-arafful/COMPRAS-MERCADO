      *    SOLICITACAO DE COTACAO (RFQ) - UM REGISTRO POR PRODUTO DA
      *    SOLICITACAO. GERADA PELO SCMP0727 E ADJUDICADA PELO SCMP0728.
       01  REG-RFQ-ITEM.
           05 CHAVE-RFQ-ITEM.
               10 NUM-RFQ               PIC 9(06).
               10 COD-PRODUTO-RFQ       PIC X(14).
           05 DESC-PRODUTO-RFQ          PIC X(50).
           05 QTD-SOLICITADA-RFQ        PIC 9(07)V999.
      *    FORNECEDOR PREFERENCIAL DO PRODUTO NA EMISSAO (SPACES =
      *    PRODUTO SEM PREFERENCIAL, COTADO PELOS DEMAIS CONVIDADOS)
           05 FK-COD-FORNECEDOR-RFQ     PIC X(10).
           05 ORIGEM-RFQ                PIC X(01).
               88 RFQ-ORIGEM-REPOSICAO  VALUE "R".
               88 RFQ-ORIGEM-LISTA      VALUE "L".
           05 NOME-LISTA-RFQ            PIC X(20).
           05 DATA-RFQ                  PIC 9(08).
           05 SITUACAO-RFQ              PIC X(01).
               88 RFQ-ITEM-ABERTO       VALUE "A".
               88 RFQ-ITEM-ADJUDICADO   VALUE "J".
               88 RFQ-ITEM-DESCARTADO   VALUE "D".
           05 COD-FORNECEDOR-VENC-RFQ   PIC X(10).
           05 VLR-VENCEDOR-RFQ          PIC 9(12)V99.
           05 CHAVE-PEDIDO-RFQ          PIC X(22).
           05 DATA-ADJUDICACAO-RFQ      PIC 9(08).
