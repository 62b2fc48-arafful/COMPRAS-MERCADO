           05 COD-TIPO                  PIC X(10).
           05 DESC-TIPO                 PIC X(50).
           05 COD-CONTA-CONTABIL        PIC X(10).
      *    CENTRO DE CUSTO ASSUMIDO QUANDO A COMPRA NAO TRAZ RATEIO
           05 COD-CENTRO-CUSTO-PADRAO   PIC X(10).
