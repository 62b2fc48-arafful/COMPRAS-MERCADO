      *    AVISO DE EMBARQUE RECEBIDO DO FORNECEDOR (SCMP0737) - MESMO
      *    LAYOUT FIXO DE 120 POSICOES DO PEDIDO ELETRONICO: HEADER,
      *    UM DETALHE POR PRODUTO EMBARCADO E TRAILER DE CONTROLE.
      *    UM ARQUIVO PODE TRAZER VARIOS AVISOS (H/D.../T EM SEQUENCIA).
       01  REG-AVISO-ARQ.
           05 TIPO-REG-AVSARQ           PIC X(01).
               88 AVSARQ-HEADER         VALUE "H".
               88 AVSARQ-DETALHE        VALUE "D".
               88 AVSARQ-TRAILER        VALUE "T".
           05 NUM-PEDIDO-AVSARQ.
               10 COD-FORNECEDOR-AVSARQ PIC X(10).
               10 DATA-PEDIDO-AVSARQ    PIC X(08).
               10 SEQ-PEDIDO-AVSARQ     PIC X(02).
           05 DADOS-AVSARQ              PIC X(99).
           05 DADOS-HEADER-AVSARQ REDEFINES DADOS-AVSARQ.
               10 NUM-AVISO-AVSARQ      PIC X(15).
               10 DATA-EMBARQUE-AVSARQ  PIC X(08).
               10 FILLER                PIC X(76).
           05 DADOS-DETALHE-AVSARQ REDEFINES DADOS-AVSARQ.
               10 COD-PRODUTO-AVSARQ    PIC X(14).
               10 QTD-EMBARCADA-AVSARQ  PIC X(10).
               10 QTD-EMBARCADA-AVSARQ-N REDEFINES QTD-EMBARCADA-AVSARQ
                                        PIC 9(07)V999.
               10 FILLER                PIC X(75).
           05 DADOS-TRAILER-AVSARQ REDEFINES DADOS-AVSARQ.
               10 QTD-DETALHES-AVSARQ   PIC X(05).
               10 QTD-DETALHES-AVSARQ-N REDEFINES QTD-DETALHES-AVSARQ
                                        PIC 9(05).
               10 TOT-QTD-AVSARQ        PIC X(15).
               10 TOT-QTD-AVSARQ-N REDEFINES TOT-QTD-AVSARQ
                                        PIC 9(12)V999.
               10 FILLER                PIC X(79).
