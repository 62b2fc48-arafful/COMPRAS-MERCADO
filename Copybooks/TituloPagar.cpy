       01  REG-TITULO-PAGAR.
      *    UM TITULO POR NOTA FISCAL DE ENTRADA ACEITA (CONFERIDA OU
      *    LIBERADA) - MESMA CHAVE DE NF-ENTRADA
           05 CHAVE-TITULO-PAGAR.
               10 FK-COD-FORNECEDOR-TIT PIC X(10).
               10 NUM-NF-TITULO         PIC 9(09).
               10 SERIE-NF-TITULO       PIC X(03).
           05 DATA-EMISSAO-TIT          PIC 9(08).
           05 DATA-EMISSAO-TIT-AAAAMMDD REDEFINES DATA-EMISSAO-TIT.
               10 ANO-EMISSAO-TIT       PIC 9(04).
               10 MES-EMISSAO-TIT       PIC 9(02).
               10 DIA-EMISSAO-TIT       PIC 9(02).
           05 PRAZO-PAGTO-TIT           PIC 9(03).
           05 DATA-VENCIMENTO-TIT       PIC 9(08).
           05 DATA-VENCIMENTO-TIT-AAAAMMDD
                                 REDEFINES DATA-VENCIMENTO-TIT.
               10 ANO-VENCIMENTO-TIT    PIC 9(04).
               10 MES-VENCIMENTO-TIT    PIC 9(02).
               10 DIA-VENCIMENTO-TIT    PIC 9(02).
           05 VLR-TITULO                PIC 9(12)V99.
           05 VLR-PAGO-TITULO           PIC 9(12)V99.
           05 DATA-ULT-PAGTO-TIT        PIC 9(08).
           05 QTD-PAGTOS-TITULO         PIC 9(03).
           05 SITUACAO-TITULO           PIC X(01).
               88 TITULO-ABERTO         VALUE "A" " ".
               88 TITULO-PARCIAL        VALUE "P".
               88 TITULO-QUITADO        VALUE "Q".
           05 DATA-GERACAO-TIT          PIC 9(08).
           05 OPERADOR-GERACAO-TIT      PIC X(08).
