               10 SEQ-LOTE              PIC 9(02).
           05 QTD-LOTE                  PIC 9(07)V999.
           05 DATA-VALIDADE-LOTE        PIC 9(08).
      *    LOCAL DE ARMAZENAGEM (LocalEstoque.cpy) - BRANCOS NOS LOTES
      *    ANTERIORES AO CADASTRO DE LOCAIS
           05 COD-LOCAL-LOTE            PIC X(04).
