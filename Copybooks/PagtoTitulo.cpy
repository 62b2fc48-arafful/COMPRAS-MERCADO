       01  REG-PAGTO-TITULO.
      *    HISTORICO DE PAGAMENTOS DO TITULO (SCMP0733), UM REGISTRO
      *    POR BAIXA, PARCIAL OU TOTAL
           05 CHAVE-PAGTO-TITULO.
               10 FK-COD-FORNECEDOR-PGT PIC X(10).
               10 NUM-NF-PGT            PIC 9(09).
               10 SERIE-NF-PGT          PIC X(03).
               10 SEQ-PAGTO             PIC 9(03).
           05 DATA-PAGTO                PIC 9(08).
           05 DATA-PAGTO-AAAAMMDD REDEFINES DATA-PAGTO.
               10 ANO-PAGTO             PIC 9(04).
               10 MES-PAGTO             PIC 9(02).
               10 DIA-PAGTO             PIC 9(02).
           05 VLR-PAGTO                 PIC 9(12)V99.
           05 OPERADOR-PAGTO            PIC X(08).
           05 DATA-LANCAMENTO-PGT       PIC 9(08).
      *    BAIXA EM DINHEIRO OU POR COMPENSACAO DE CREDITO DO
      *    FORNECEDOR (CREDITO-FORNECEDOR, DEVOLUCOES DO SCMP0738)
           05 TIPO-BAIXA-PGT            PIC X(01).
               88 BAIXA-PAGAMENTO       VALUE "P" " ".
               88 BAIXA-COMPENSACAO     VALUE "C".
