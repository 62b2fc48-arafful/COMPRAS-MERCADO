      ******************************************************************
      * Entrega prevista de uma compra recorrente (assinatura), gerada
      * pelo SCMP0343 na data de cada ciclo com os dados da assinatura
      * naquele momento, e confirmada (ou dada como nao entregue) pelo
      * SCMP0344, que leva a entrega confirmada para PRC-PRODUTO.
      * Pendente alem da tolerancia (parametro ASNATRAS) fica marcada
      * como atrasada e vai para a fila de alertas (tipo ASN).
      * Preco pago diferente do previsto fica marcado como divergente
      * ("S" ate sair no relatorio noturno, depois "R").
      ******************************************************************
       01  REG-ASSINATURA-ENTREGA.
           05 CHAVE-ASSINATURA-ENTREGA.
               10 FK-COD-ASSINATURA-ENT PIC X(10).
               10 DATA-PREVISTA-ENTREGA PIC 9(08).
           05 FK-COD-PRODUTO-ENT        PIC X(14).
           05 FK-COD-MERCADO-ENT        PIC X(10).
           05 FK-COD-FORNECEDOR-ENT     PIC X(10).
           05 QTD-PREVISTA-ENTREGA      PIC 9(04)V999.
           05 UND-MEDIDA-ENTREGA        PIC X(02).
           05 VLR-PREVISTO-ENTREGA      PIC 9(05)V99.
           05 SITUACAO-ENTREGA          PIC X(01).
               88 ENTREGA-PENDENTE      VALUE "P".
               88 ENTREGA-CONFIRMADA    VALUE "C".
               88 ENTREGA-NAO-ENTREGUE  VALUE "N".
           05 DATA-GERACAO-ENTREGA      PIC 9(08).
           05 DATA-CONFIRMACAO-ENTREGA  PIC 9(08).
           05 DATA-RECEBIMENTO-ENTREGA  PIC 9(08).
           05 QTD-ENTREGUE              PIC 9(04)V999.
           05 VLR-PAGO-ENTREGA          PIC 9(05)V99.
           05 IND-DIVERGENCIA-PRECO     PIC X(01).
               88 PRECO-DIVERGENTE      VALUE "S" "R".
               88 DIVERGENCIA-A-RELATAR VALUE "S".
               88 DIVERGENCIA-RELATADA  VALUE "R".
           05 IND-ATRASO-ENTREGA        PIC X(01).
               88 ENTREGA-ATRASADA      VALUE "S".
           05 DATA-ALERTA-ATRASO        PIC 9(08).
           05 OPERADOR-CONFIRMACAO-ENT  PIC X(08).
