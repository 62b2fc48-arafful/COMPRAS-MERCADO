       01  REG-VALE-MOV.
           05 SEQ-VALE-MOV              PIC 9(08).
      *    DATA DA COMPRA (DEBITO/ESTORNO) OU DO CREDITO, AAAAMMDD
           05 DATA-MOV-VALE             PIC 9(08).
           05 TIPO-MOV-VALE             PIC X(01).
               88 MOV-VALE-CREDITO      VALUE "C".
               88 MOV-VALE-DEBITO       VALUE "D".
               88 MOV-VALE-ESTORNO      VALUE "E".
           05 VLR-VALE-MOV              PIC 9(12)V99.
           05 COD-PRODUTO-VALE          PIC X(14).
           05 FK-COD-MERCADO-VALE       PIC X(10).
           05 HISTORICO-VALE-MOV        PIC X(30).
           05 DATA-LANCTO-VALE          PIC 9(08).
           05 OPERADOR-MOV-VALE         PIC X(08).
