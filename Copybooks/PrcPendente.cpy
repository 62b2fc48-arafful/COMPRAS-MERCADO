           05 DATA-DECISAO-PRC-PEND      PIC 9(08).
           05 CANAL-COMPRA-PEND          PIC X(01).
           05 VLR-TAXA-ENTREGA-PEND      PIC 9(12)V99.
           05 FORMA-PAGTO-PEND           PIC X(01).
           05 VLR-TRIBUTOS-PEND          PIC 9(12)V99.
           05 RATEIO-CENTRO-CUSTO-PEND  OCCURS 3 TIMES.
               10 FK-COD-CENTRO-CUSTO-PEND PIC X(10).
               10 PCT-RATEIO-CUSTO-PEND PIC 9(03)V99.
           05 ORIGEM-CAPTURA-PEND        PIC X(01).
           05 ID-EXECUCAO-CAPTURA-PEND   PIC 9(16).
           05 VLR-PRECO-GONDOLA-PEND     PIC 9(12)V99.
