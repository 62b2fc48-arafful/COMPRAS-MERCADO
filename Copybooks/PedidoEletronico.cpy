      *    PEDIDO ELETRONICO ENVIADO AO FORNECEDOR (SCMP0729) - LAYOUT
      *    FIXO DE 120 POSICOES: UM HEADER, UM DETALHE POR ITEM E UM
      *    TRAILER COM OS TOTAIS DE CONTROLE DO PEDIDO.
       01  REG-PEDIDO-ELETRONICO.
           05 TIPO-REG-PEDELE           PIC X(01).
               88 PEDELE-HEADER         VALUE "H".
               88 PEDELE-DETALHE        VALUE "D".
               88 PEDELE-TRAILER        VALUE "T".
      *    NUMERO DO PEDIDO = FORNECEDOR + DATA AAAAMMDD + SEQUENCIA,
      *    DEVOLVIDO PELO FORNECEDOR NO AVISO DE EMBARQUE
           05 NUM-PEDIDO-PEDELE.
               10 COD-FORNECEDOR-PEDELE PIC X(10).
               10 DATA-PEDIDO-PEDELE    PIC 9(08).
               10 SEQ-PEDIDO-PEDELE     PIC 9(02).
           05 DADOS-PEDELE              PIC X(99).
           05 DADOS-HEADER-PEDELE REDEFINES DADOS-PEDELE.
               10 CNPJ-FORNECEDOR-PEDELE PIC X(14).
               10 DATA-GERACAO-PEDELE   PIC 9(08).
               10 HORA-GERACAO-PEDELE   PIC 9(06).
               10 NUM-RFQ-PEDELE        PIC 9(06).
               10 FILLER                PIC X(65).
           05 DADOS-DETALHE-PEDELE REDEFINES DADOS-PEDELE.
               10 SEQ-ITEM-PEDELE       PIC 9(02).
               10 COD-PRODUTO-PEDELE    PIC X(14).
               10 DESC-PRODUTO-PEDELE   PIC X(50).
               10 QTD-PEDIDA-PEDELE     PIC 9(07)V999.
               10 VLR-UNITARIO-PEDELE   PIC 9(12)V99.
               10 FILLER                PIC X(09).
           05 DADOS-TRAILER-PEDELE REDEFINES DADOS-PEDELE.
               10 QTD-DETALHES-PEDELE   PIC 9(05).
               10 TOT-QTD-PEDELE        PIC 9(12)V999.
               10 TOT-VLR-PEDELE        PIC 9(14)V99.
               10 FILLER                PIC X(63).
