               88 PEDIDO-ABERTO         VALUE "A" " ".
               88 PEDIDO-PARCIAL        VALUE "P".
               88 PEDIDO-FECHADO        VALUE "F".
               88 PEDIDO-CANCELADO      VALUE "C".
           05 DATA-ULT-RECEBIMENTO      PIC 9(08).
      *    ENCERRAMENTO DO SALDO (SCMP0722): O ITEM ENCERRADO DEIXA DE
      *    CONTAR COMO PENDENTE; O MOTIVO E O OPERADOR SAO OS DO
      *    ULTIMO ENCERRAMENTO OU CANCELAMENTO DO PEDIDO.
           05 IND-ENCERRADO-ITEM OCCURS 10 TIMES PIC X(01).
               88 ITEM-PEDIDO-ENCERRADO VALUE "E".
           05 MOTIVO-ENCERRAMENTO-PED   PIC X(50).
           05 OPERADOR-ENCERRAMENTO-PED PIC X(08).
           05 DATA-ENCERRAMENTO-PED     PIC 9(08).
      *    QUANTIDADE JA FATURADA PELO FORNECEDOR EM NOTAS FISCAIS DE
      *    ENTRADA ACEITAS NA CONFERENCIA (SCMP0725/SCMP0726).
           05 QTD-FATURADA-ITEM OCCURS 10 TIMES PIC 9(07)V999.
      *    PEDIDO NASCIDO DA ADJUDICACAO DE UMA SOLICITACAO DE COTACAO
      *    (SCMP0728): NUMERO DA SOLICITACAO E VALOR UNITARIO COTADO
      *    PELO FORNECEDOR VENCEDOR EM CADA ITEM. ZEROS = SEM COTACAO.
           05 NUM-RFQ-PED               PIC 9(06).
           05 VLR-COTADO-ITEM OCCURS 10 TIMES PIC 9(12)V99.
